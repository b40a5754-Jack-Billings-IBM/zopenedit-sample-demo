000170*     event - so the file must not be allowed to grow without   *
000180*     bound. This program reads UOWKSDS and deletes every       *
000190*     record whose UOW-FIRST-SEEN-DATE-TIME is older than the   *
000198*     retention period supplied as the run parameter - counted  *
000206*     back from the business date - and prints a control        *
000214*     report of records read, purged and retained so            *
000222*     operations can prove the purge ran.                       *
000230*                                                               *
000240*     The run parameter (JCL PARM=) is the retention period in  *
000250*     days, 1 to 3 digits, e.g. PARM='030'. It is a run         *
000260*     parameter precisely so the retention window can be        *
000270*     changed by operations without a recompile.                *
000280*                                                               *
000281*     The run takes a checkpoint every n UOWKSDS records read - *
000282*     the second PARM word, 1 to 9999, 1000 when omitted - by   *
000283*     rewriting its RSTCTL restart record (see RSTRREC) with the*
000284*     last key completed and the running counts. If the run     *
000285*     fails, rerun it with RESTART as the last PARM word: it    *
000286*     resumes after the last checkpoint with the failed run's   *
000287*     cutoff date and prints a control report showing the failed*
000288*     run to its checkpoint, the resumed run and the total.     *
000289*     Records the failed run purged after its last checkpoint   *
000290*     are already gone and are in neither run's counts. A       *
000291*     normal run refuses to start while RSTCTL shows an         *
000292*     unfinished run.                                           *
000293*                                                               *
000294*     The business date is the one on the BATCHCTL run-control  *
000295*     record (see BCTLREC), which must show the online day for  *
000296*     it closed. The job records its run there, and refuses a   *
000297*     date it has already completed unless the last PARM word   *
000298*     is RERUN.                                                 *
000299*                                                               *
000300* NOTES :                                                       *
000301*  DEPENDENCIES = RSTCTL restart control KSDS, BATCHCTL         *
000302*                 run-control KSDS                              *
000310*  RESTRICTIONS = UOWKSDS must be closed to online update       *
000320*                 before this program is run.                   *
000330*  REGISTER CONVENTIONS = Normal                                *
000400* CHANGE ACTIVITY :                                             *
000410*                                                               *
000420*  2026-08-22  APPMAINT  New program.                           *
000425*  2026-10-09  APPMAINT  Checkpoint/restart through RSTCTL.     *
000426*  2026-10-12  APPMAINT  Retention from the BATCHCTL business   *
000427*                        date; RERUN PARM.                      *
000428*  2026-10-15  APPMAINT  A UOWKSDS read error fails the run.    *
000430*                                                               *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000550            RECORD KEY IS UOW-KEY
000560            FILE STATUS IS FS-UOW-TRACK.
000570
000571     SELECT RESTART-CONTROL-FILE ASSIGN TO RSTCTL
000572            ORGANIZATION IS INDEXED
000573            ACCESS MODE IS RANDOM
000574            RECORD KEY IS RST-FD-KEY
000575            FILE STATUS IS FS-RESTART-CONTROL.
000576
000577     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000578            ORGANIZATION IS INDEXED
000579            ACCESS MODE IS RANDOM
000580            RECORD KEY IS BCT-FD-KEY
000581            FILE STATUS IS FS-BATCH-CONTROL.
000582
000583     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000590            ORGANIZATION IS SEQUENTIAL
000600            ACCESS MODE IS SEQUENTIAL
000610            FILE STATUS IS FS-REPORT-FILE.
000670     LABEL RECORDS ARE STANDARD.
000680 01  UOW-TRACK-RECORD.
000690     COPY UOWTRACK.
000691*****************************************************************
000692 FD  RESTART-CONTROL-FILE
000693     LABEL RECORDS ARE STANDARD.
000694 01  RESTART-CONTROL-FD-RECORD.
000695     05 RST-FD-KEY               PIC X(08).
000696     05 FILLER                   PIC X(237).
000700*****************************************************************
000701*    The run-control record proper is COPYed into working
000702*    storage, as STATARCH does for STATCTL.
000703 FD  BATCH-CONTROL-FILE
000704     LABEL RECORDS ARE STANDARD.
000705 01  BATCH-CONTROL-FD-RECORD.
000706     05 BCT-FD-KEY               PIC X(08).
000707     05 FILLER                   PIC X(96).
000708*****************************************************************
000710 FD  REPORT-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000830        88 FS-UOW-AT-END              VALUE '10'.
000840     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
000850        88 FS-REPORT-OK               VALUE '00'.
000852     05 FS-RESTART-CONTROL       PIC X(02) VALUE '00'.
000854        88 FS-RESTART-OK              VALUE '00'.
000856        88 FS-RESTART-NOTFND          VALUE '23'.
000857     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
000858        88 FS-BATCH-OK                VALUE '00'.
000859        88 FS-BATCH-NOTFND            VALUE '23'.
000860
000870 01  PROGRAM-SWITCHES.
000880     05 SW-END-OF-UOW-FILE       PIC X(01) VALUE 'N'.
000890        88 END-OF-UOW-FILE            VALUE 'Y'.
000891     05 SW-RESTART-REQUESTED     PIC X(01) VALUE 'N'.
000892        88 RESTART-REQUESTED          VALUE 'Y'.
000893     05 SW-RESTART-ON-FILE       PIC X(01) VALUE 'N'.
000894        88 RESTART-RECORD-ON-FILE     VALUE 'Y'.
000895     05 SW-FINAL-CHECKPOINT      PIC X(01) VALUE 'N'.
000896        88 FINAL-CHECKPOINT           VALUE 'Y'.
000897     05 SW-RUN-FAILED            PIC X(01) VALUE 'N'.
000898        88 RUN-FAILED                 VALUE 'Y'.
000900
000910 01  RETENTION-PARM-WORK.
000920     05 RETENTION-DAYS           PIC 9(03) VALUE 0.
000930     05 PARM-EDIT-X              PIC X(03).
000940     05 PARM-EDIT-9 REDEFINES PARM-EDIT-X
000950                                 PIC 9(03).
000951     05 PARM-DAYS-LEN            PIC S9(04) COMP.
000952     05 PARM-INTERVAL-LEN        PIC S9(04) COMP.
000953     05 PARM-MODE-LEN            PIC S9(04) COMP.
000954     05 PARM-DAYS-TOKEN          PIC X(10).
000955     05 PARM-INTERVAL-TOKEN      PIC X(10).
000956     05 PARM-MODE-TOKEN          PIC X(10).
000957     05 PARM-INTERVAL-X          PIC X(04).
000958     05 PARM-INTERVAL-9 REDEFINES PARM-INTERVAL-X
000959                                 PIC 9(04).
000960
000961*    The business date the retention period counts back from,
000962*    from BATCHCTL.
000963 01  BUSINESS-DATE-WORK.
000964     05 BUSINESS-DATE            PIC X(10).
000965     05 BUSINESS-DATE-YYYYMMDD   PIC X(08).
000966     05 BUSINESS-DATE-9 REDEFINES BUSINESS-DATE-YYYYMMDD
000967                                 PIC 9(08).
000970*    Cutoff date the retention period resolves to - every record
000980*    first seen before this date is purged. Built once up front
000990*    with the date intrinsics, compared as a character date
001170     05 CNT-RECORDS-READ         PIC 9(07) COMP-3 VALUE 0.
001180     05 CNT-RECORDS-PURGED       PIC 9(07) COMP-3 VALUE 0.
001190     05 CNT-RECORDS-RETAINED     PIC 9(07) COMP-3 VALUE 0.
001191 01  CHECKPOINT-WORK.
001192     05 CHECKPOINT-INTERVAL      PIC 9(04) VALUE 1000.
001193     05 READ-SINCE-CHECKPOINT    PIC 9(04) VALUE 0.
001194     05 LAST-KEY-PROCESSED       PIC X(54) VALUE LOW-VALUES.
001195
001196*    Where a resumed run picked up, and the counts the failed run
001197*    had reached at its last checkpoint, to report the runs apart.
001198 01  RESUME-WORK.
001199     05 RESUME-STARTED           PIC X(19) VALUE SPACES.
001200     05 RESUME-CHECKPOINT        PIC X(19) VALUE SPACES.
001201     05 RESUME-KEY               PIC X(54) VALUE SPACES.
001202     05 PRIOR-RECORDS-READ       PIC 9(07) COMP-3 VALUE 0.
001203     05 PRIOR-RECORDS-PURGED     PIC 9(07) COMP-3 VALUE 0.
001204     05 PRIOR-RECORDS-RETAINED   PIC 9(07) COMP-3 VALUE 0.
001205
001206 01  RESTART-CONTROL-RECORD.
001207     COPY RSTRREC.
001208
001209*    Overnight run control - the business date comes from the
001210*    BATCHCTL control record, and this job's own entry there is
001211*    marked started in 1190 and ended in 8900.
001212 01  BATCH-CONTROL-RECORD.
001213     COPY BCTLREC.
001214
001215 01  BATCH-RUN-WORK.
001216     05 BATCH-JOB-NAME           PIC X(08) VALUE 'UOWPURGE'.
001217     05 SW-FORCED-RERUN          PIC X(01) VALUE 'N'.
001218        88 FORCED-RERUN               VALUE 'Y'.
001219     05 SW-BATCH-JOB-ON-FILE     PIC X(01) VALUE 'N'.
001220        88 BATCH-JOB-ON-FILE          VALUE 'Y'.
001221
001222 01  TIMESTAMP-WORK.
001223     05 TSW-CURRENT              PIC X(21).
001224     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001225        10 TSW-YYYY              PIC X(04).
001226        10 TSW-MM                PIC X(02).
001227        10 TSW-DD                PIC X(02).
001228        10 TSW-HH                PIC X(02).
001229        10 TSW-MN                PIC X(02).
001230        10 TSW-SS                PIC X(02).
001231        10 FILLER                PIC X(07).
001232     05 TSW-DISPLAY.
001233        10 TSD-YYYY              PIC X(04).
001234        10 FILLER                PIC X(01) VALUE '-'.
001235        10 TSD-MM                PIC X(02).
001236        10 FILLER                PIC X(01) VALUE '-'.
001237        10 TSD-DD                PIC X(02).
001238        10 FILLER                PIC X(01) VALUE SPACE.
001239        10 TSD-HH                PIC X(02).
001240        10 FILLER                PIC X(01) VALUE ':'.
001241        10 TSD-MN                PIC X(02).
001242        10 FILLER                PIC X(01) VALUE ':'.
001243        10 TSD-SS                PIC X(02).
001244
001245 01  LINE-COUNT-WORK.
001246     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001247     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001248     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001250
001260 01  CURRENT-DATE-WORK.
001270     05 CDW-FULL-DATE            PIC 9(08).
001630     05 FILLER                   PIC X(01) VALUE SPACES.
001640     05 DLP-LABEL                PIC X(30).
001650     05 FILLER                   PIC X(02) VALUE SPACES.
001660     05 DLP-VALUE                PIC X(29).
001670
001671 01  DETAIL-LINE-KEY.
001672     05 FILLER                   PIC X(01) VALUE SPACES.
001673     05 DLK-LABEL                PIC X(30).
001674     05 FILLER                   PIC X(02) VALUE SPACES.
001675     05 DLK-KEY                  PIC X(54).
001676
001677 01  RUNS-COLUMN-HEADING.
001678     05 FILLER                   PIC X(33) VALUE SPACES.
001679     05 FILLER                   PIC X(34) VALUE
001680        '    FAILED     RESUMED       TOTAL'.
001681
001682 01  DETAIL-LINE-RUNS.
001683     05 FILLER                   PIC X(01) VALUE SPACES.
001684     05 DLR-LABEL                PIC X(30).
001685     05 FILLER                   PIC X(02) VALUE SPACES.
001686     05 DLR-PRIOR-COUNT          PIC ZZ,ZZZ,ZZ9.
001687     05 FILLER                   PIC X(02) VALUE SPACES.
001688     05 DLR-THIS-COUNT           PIC ZZ,ZZZ,ZZ9.
001689     05 FILLER                   PIC X(02) VALUE SPACES.
001690     05 DLR-TOTAL-COUNT          PIC ZZ,ZZZ,ZZ9.
001691 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
001692
001700*****************************************************************
001710 LINKAGE SECTION.
001720*****************************************************************
001730 01  PARM-FIELD.
001740     05 PARM-LENGTH              PIC S9(04) COMP.
001750     05 PARM-DATA                PIC X(20).
001760*
001770 PROCEDURE DIVISION USING PARM-FIELD.
001780*****************************************************************
001840     PERFORM 2000-PURGE-UOW-FILE
001850         THRU 2000-PURGE-UOW-FILE-EXIT
001860         UNTIL END-OF-UOW-FILE.
001861     IF NOT RUN-FAILED
001862         SET FINAL-CHECKPOINT TO TRUE
001863         PERFORM 6000-TAKE-CHECKPOINT
001864             THRU 6000-TAKE-CHECKPOINT-EXIT
001865     END-IF.
001870
001880     PERFORM 8000-TERMINATE
001890         THRU 8000-TERMINATE-EXIT.
001970*****************************************************************
001980     PERFORM 1100-EDIT-RETENTION-PARM
001990         THRU 1100-EDIT-RETENTION-PARM-EXIT.
001993     PERFORM 1150-CHECK-BATCH-CONTROL
001996         THRU 1150-CHECK-BATCH-CONTROL-EXIT.
002000
002010     OPEN I-O UOW-TRACK-FILE.
002020     IF NOT FS-UOW-OK
002120         GO TO 1000-INITIALIZE-ABEND
002130     END-IF.
002140
002141     OPEN I-O RESTART-CONTROL-FILE.
002142     IF NOT FS-RESTART-OK
002143         DISPLAY 'UOWPURGE - UNABLE TO OPEN RSTCTL, STATUS = '
002144                 FS-RESTART-CONTROL
002145         GO TO 1000-INITIALIZE-ABEND
002146     END-IF.
002150     MOVE FUNCTION CURRENT-DATE (1:8) TO CDW-FULL-DATE.
002160     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
002170     MOVE CDW-DD                TO RDD-DD.
002190     MOVE CDW-YY                TO RDD-YY.
002200     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
002210
002212     MOVE BUSINESS-DATE (1:4)   TO BUSINESS-DATE-YYYYMMDD (1:4).
002214     MOVE BUSINESS-DATE (6:2)   TO BUSINESS-DATE-YYYYMMDD (5:2).
002216     MOVE BUSINESS-DATE (9:2)   TO BUSINESS-DATE-YYYYMMDD (7:2).
002220     COMPUTE CUTOFF-INTEGER =
002230         FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-9)
002240             - RETENTION-DAYS.
002250     MOVE FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER)
002260         TO CUTOFF-YYYYMMDD.
002280     MOVE CUT-MM   TO CUD-MM.
002290     MOVE CUT-DD   TO CUD-DD.
002300
002301     PERFORM 1200-CHECK-RESTART-RECORD
002302         THRU 1200-CHECK-RESTART-RECORD-EXIT.
002303     IF NOT RESTART-REQUESTED
002304         PERFORM 1400-START-NEW-RUN
002305             THRU 1400-START-NEW-RUN-EXIT
002306     END-IF.
002307     PERFORM 6500-WRITE-RESTART-RECORD
002308         THRU 6500-WRITE-RESTART-RECORD-EXIT.
002309     IF RUN-FAILED
002310         GO TO 1000-INITIALIZE-ABEND
002311     END-IF.
002312
002313     PERFORM 1190-MARK-BATCH-STARTED
002314         THRU 1190-MARK-BATCH-STARTED-EXIT.
002315
002316     IF RESTART-REQUESTED
002317         MOVE RST-LAST-KEY TO UOW-KEY
002318         START UOW-TRACK-FILE KEY > UOW-KEY
002319             INVALID KEY
002320                 SET END-OF-UOW-FILE TO TRUE
002321                 GO TO 1000-INITIALIZE-EXIT
002322         END-START
002323     END-IF.
002324     PERFORM 2100-READ-UOW-RECORD
002325         THRU 2100-READ-UOW-RECORD-EXIT.
002330
002340     GO TO 1000-INITIALIZE-EXIT.
002350
002430 1100-EDIT-RETENTION-PARM.
002440*****************************************************************
002450*    The retention period arrives as the JCL PARM - 1 to 3
002452*    digits of days - optionally followed by the checkpoint
002454*    interval and RESTART or RERUN, separated by spaces. A
002456*    missing or non-numeric parameter stops the run before
002458*    anything is deleted.
002460     IF PARM-LENGTH < 1 OR PARM-LENGTH > 20
002462         DISPLAY 'UOWPURGE - PARM MUST BE RETENTION DAYS (1-3 '
002464                 'DIGITS)'
002466         GO TO 1100-EDIT-RETENTION-PARM-ABEND
002468     END-IF.
002470
002472     MOVE SPACES TO PARM-DAYS-TOKEN PARM-INTERVAL-TOKEN
002474                    PARM-MODE-TOKEN.
002476     MOVE 0 TO PARM-DAYS-LEN PARM-INTERVAL-LEN PARM-MODE-LEN.
002478     UNSTRING PARM-DATA (1:PARM-LENGTH) DELIMITED BY ALL SPACE
002480         INTO PARM-DAYS-TOKEN     COUNT IN PARM-DAYS-LEN
002482              PARM-INTERVAL-TOKEN COUNT IN PARM-INTERVAL-LEN
002484              PARM-MODE-TOKEN     COUNT IN PARM-MODE-LEN
002486     END-UNSTRING.
002488     IF PARM-DAYS-LEN < 1 OR PARM-DAYS-LEN > 3
002490         DISPLAY 'UOWPURGE - PARM MUST BE RETENTION DAYS (1-3 '
002500                 'DIGITS)'
002510         GO TO 1100-EDIT-RETENTION-PARM-ABEND
002520     END-IF.
002530
002540     MOVE ALL '0' TO PARM-EDIT-X.
002550     MOVE PARM-DAYS-TOKEN (1:PARM-DAYS-LEN)
002560         TO PARM-EDIT-X (4 - PARM-DAYS-LEN:PARM-DAYS-LEN).
002570     IF PARM-EDIT-9 IS NOT NUMERIC
002580         DISPLAY 'UOWPURGE - PARM IS NOT NUMERIC: ' PARM-DATA
002590         GO TO 1100-EDIT-RETENTION-PARM-ABEND
002650         GO TO 1100-EDIT-RETENTION-PARM-ABEND
002660     END-IF.
002670
002671*    RESTART or RERUN may follow the interval or stand in its
002672*    place.
002673     IF (PARM-INTERVAL-TOKEN = 'RESTART' OR 'RERUN')
002674        AND PARM-MODE-LEN = 0
002675         MOVE PARM-INTERVAL-TOKEN TO PARM-MODE-TOKEN
002676         MOVE PARM-INTERVAL-LEN   TO PARM-MODE-LEN
002677         MOVE 0                   TO PARM-INTERVAL-LEN
002678     END-IF.
002679
002680     IF PARM-INTERVAL-LEN = 0
002681         GO TO 1100-EDIT-RUN-MODE
002682     END-IF.
002683     IF PARM-INTERVAL-LEN > 4
002684         DISPLAY 'UOWPURGE - CHECKPOINT INTERVAL MUST BE 1-9999 '
002685                 'RECORDS'
002686         GO TO 1100-EDIT-RETENTION-PARM-ABEND
002687     END-IF.
002688     MOVE ALL '0' TO PARM-INTERVAL-X.
002689     MOVE PARM-INTERVAL-TOKEN (1:PARM-INTERVAL-LEN)
002690         TO PARM-INTERVAL-X (5 - PARM-INTERVAL-LEN:
002691                             PARM-INTERVAL-LEN).
002692     IF PARM-INTERVAL-9 IS NOT NUMERIC OR PARM-INTERVAL-9 = 0
002693         DISPLAY 'UOWPURGE - CHECKPOINT INTERVAL MUST BE 1-9999 '
002694                 'RECORDS'
002695         GO TO 1100-EDIT-RETENTION-PARM-ABEND
002696     END-IF.
002697     MOVE PARM-INTERVAL-9 TO CHECKPOINT-INTERVAL.
002698
002699 1100-EDIT-RUN-MODE.
002700     IF PARM-MODE-LEN = 0
002701         GO TO 1100-EDIT-RETENTION-PARM-EXIT
002702     END-IF.
002703     IF PARM-MODE-TOKEN = 'RERUN'
002704         SET FORCED-RERUN TO TRUE
002705         GO TO 1100-EDIT-RETENTION-PARM-EXIT
002706     END-IF.
002707     IF PARM-MODE-TOKEN NOT = 'RESTART'
002708         DISPLAY 'UOWPURGE - LAST PARM WORD MAY ONLY BE RESTART '
002709                 'OR RERUN'
002710         GO TO 1100-EDIT-RETENTION-PARM-ABEND
002711     END-IF.
002712     SET RESTART-REQUESTED TO TRUE.
002713     GO TO 1100-EDIT-RETENTION-PARM-EXIT.
002714
002715 1100-EDIT-RETENTION-PARM-ABEND.
002716     MOVE 16 TO RETURN-CODE.
002720     GOBACK.
002730
002740 1100-EDIT-RETENTION-PARM-EXIT.
002741     EXIT.
002742*****************************************************************
002743 1150-CHECK-BATCH-CONTROL.
002744*****************************************************************
002745*    The business date comes from the BATCHCTL control record.
002746*    The job runs only once the online day for that date has
002747*    closed, and only once for the date unless the PARM says
002748*    RERUN.
002749     OPEN I-O BATCH-CONTROL-FILE.
002750     IF NOT FS-BATCH-OK
002751         DISPLAY 'UOWPURGE - UNABLE TO OPEN BATCHCTL, STATUS = '
002752                 FS-BATCH-CONTROL
002753         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002754     END-IF.
002755
002756     MOVE '$BUSDATE' TO BCT-FD-KEY.
002757     READ BATCH-CONTROL-FILE.
002758     IF NOT FS-BATCH-OK
002759         DISPLAY 'UOWPURGE - NO BUSINESS DATE ON BATCHCTL, '
002760                 'STATUS = ' FS-BATCH-CONTROL
002761         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002762     END-IF.
002763     MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD.
002764     MOVE BCT-BUSINESS-DATE TO BUSINESS-DATE.
002765     IF NOT BCT-ONLINE-CLOSED
002766         DISPLAY 'UOWPURGE - ONLINE DAY ' BUSINESS-DATE
002767                 ' NOT YET CLOSED ON BATCHCTL'
002768         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002769     END-IF.
002770
002771     MOVE BATCH-JOB-NAME TO BCT-FD-KEY.
002772     READ BATCH-CONTROL-FILE.
002773     EVALUATE TRUE
002774         WHEN FS-BATCH-OK
002775             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
002776             SET BATCH-JOB-ON-FILE TO TRUE
002777         WHEN FS-BATCH-NOTFND
002778             MOVE SPACES TO BATCH-CONTROL-RECORD
002779             MOVE BATCH-JOB-NAME TO BCT-KEY
002780             MOVE 0 TO BCT-RETURN-CODE BCT-RUN-COUNT
002781         WHEN OTHER
002782             DISPLAY 'UOWPURGE - BATCHCTL READ ERROR, STATUS = '
002783                     FS-BATCH-CONTROL
002784             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002785     END-EVALUATE.
002786
002787*    A RESTART resumes a run that never completed - RSTCTL, not
002788*    the completed date, decides whether there is one to resume.
002789     IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
002790        AND NOT RESTART-REQUESTED
002791         IF NOT FORCED-RERUN
002792             DISPLAY 'UOWPURGE - ALREADY COMPLETED FOR '
002793                     BUSINESS-DATE ', RERUN ONLY WITH PARM RERUN'
002794             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002795         END-IF
002796         DISPLAY 'UOWPURGE - FORCED RERUN FOR ' BUSINESS-DATE
002797     END-IF.
002798
002799     GO TO 1150-CHECK-BATCH-CONTROL-EXIT.
002800
002801 1150-CHECK-BATCH-CONTROL-ABEND.
002802     MOVE 16 TO RETURN-CODE.
002803     GOBACK.
002804
002805 1150-CHECK-BATCH-CONTROL-EXIT.
002806     EXIT.
002807*****************************************************************
002808 1190-MARK-BATCH-STARTED.
002809*****************************************************************
002810*    Every check has passed - record the run as started for the
002811*    business date.
002812     IF BCT-RUN-DATE NOT = BUSINESS-DATE
002813         MOVE 0 TO BCT-RUN-COUNT
002814     END-IF.
002815     ADD 1 TO BCT-RUN-COUNT.
002816     PERFORM 6600-STAMP-TIME
002817         THRU 6600-STAMP-TIME-EXIT.
002818     SET BCT-JOB-STARTED         TO TRUE.
002819     MOVE BUSINESS-DATE          TO BCT-RUN-DATE.
002820     MOVE TSW-DISPLAY            TO BCT-STARTED-DATE-TIME.
002821     MOVE SPACES                 TO BCT-ENDED-DATE-TIME.
002822     MOVE 0                      TO BCT-RETURN-CODE.
002823     MOVE SW-FORCED-RERUN        TO BCT-FORCED-RERUN.
002824     PERFORM 8950-WRITE-BATCH-ENTRY
002825         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
002826     IF NOT FS-BATCH-OK
002827         MOVE 16 TO RETURN-CODE
002828         GOBACK
002829     END-IF.
002830
002831 1190-MARK-BATCH-STARTED-EXIT.
002832     EXIT.
002833*****************************************************************
002834 1200-CHECK-RESTART-RECORD.
002835*****************************************************************
002836*    A normal run refuses to start over an unfinished one, and
002837*    RESTART refuses when there is nothing to resume.
002838     MOVE 'UOWPURGE' TO RST-FD-KEY.
002839     READ RESTART-CONTROL-FILE.
002840     EVALUATE TRUE
002841         WHEN FS-RESTART-OK
002842             MOVE RESTART-CONTROL-FD-RECORD
002843                 TO RESTART-CONTROL-RECORD
002844             SET RESTART-RECORD-ON-FILE TO TRUE
002845         WHEN FS-RESTART-NOTFND
002846             CONTINUE
002847         WHEN OTHER
002848             DISPLAY 'UOWPURGE - RSTCTL READ ERROR, STATUS = '
002849                     FS-RESTART-CONTROL
002850             GO TO 1200-CHECK-RESTART-RECORD-ABEND
002851     END-EVALUATE.
002852
002853     IF RESTART-REQUESTED
002854         IF NOT RESTART-RECORD-ON-FILE OR RST-RUN-COMPLETE
002855             DISPLAY 'UOWPURGE - RESTART REFUSED, NO UNFINISHED '
002856                     'RUN ON RSTCTL'
002857             GO TO 1200-CHECK-RESTART-RECORD-ABEND
002858         END-IF
002859         PERFORM 1300-RESUME-FROM-CHECKPOINT
002860             THRU 1300-RESUME-FROM-CHECKPOINT-EXIT
002861         GO TO 1200-CHECK-RESTART-RECORD-EXIT
002862     END-IF.
002863
002864     IF RESTART-RECORD-ON-FILE AND RST-RUN-IN-FLIGHT
002865         DISPLAY 'UOWPURGE - UNFINISHED RUN ON RSTCTL, STARTED '
002866                 RST-STARTED-DATE-TIME
002867         DISPLAY 'UOWPURGE - RERUN WITH RESTART'
002868         GO TO 1200-CHECK-RESTART-RECORD-ABEND
002869     END-IF.
002870
002871     GO TO 1200-CHECK-RESTART-RECORD-EXIT.
002872
002873 1200-CHECK-RESTART-RECORD-ABEND.
002874     MOVE 16 TO RETURN-CODE.
002875     GOBACK.
002876
002877 1200-CHECK-RESTART-RECORD-EXIT.
002878     EXIT.
002879*****************************************************************
002880 1300-RESUME-FROM-CHECKPOINT.
002881*****************************************************************
002882*    Carry on with the failed run's cutoff date, not today's,
002883*    and its counts as the starting point for this run's.
002884     MOVE RST-CUTOFF-DATE          TO CUTOFF-DATE-DISPLAY.
002885     MOVE RST-RETENTION-DAYS       TO RETENTION-DAYS.
002886
002887     MOVE RST-STARTED-DATE-TIME    TO RESUME-STARTED.
002888     MOVE RST-CHECKPOINT-DATE-TIME TO RESUME-CHECKPOINT.
002889     MOVE RST-LAST-KEY             TO RESUME-KEY.
002890     MOVE RST-LAST-KEY             TO LAST-KEY-PROCESSED.
002891
002892     MOVE RST-RECORDS-READ         TO CNT-RECORDS-READ
002893                                      PRIOR-RECORDS-READ.
002894     MOVE RST-RECORDS-REMOVED      TO CNT-RECORDS-PURGED
002895                                      PRIOR-RECORDS-PURGED.
002896     MOVE RST-RECORDS-RETAINED     TO CNT-RECORDS-RETAINED
002897                                      PRIOR-RECORDS-RETAINED.
002898
002899     ADD 1 TO RST-RESTART-COUNT.
002900     MOVE CHECKPOINT-INTERVAL      TO RST-CHECKPOINT-INTERVAL.
002901
002902 1300-RESUME-FROM-CHECKPOINT-EXIT.
002903     EXIT.
002904*****************************************************************
002905 1400-START-NEW-RUN.
002906*****************************************************************
002907     PERFORM 6600-STAMP-TIME
002908         THRU 6600-STAMP-TIME-EXIT.
002909
002910     MOVE SPACES                   TO RESTART-CONTROL-RECORD.
002911     MOVE 'UOWPURGE'               TO RST-JOB-NAME.
002912     SET RST-RUN-IN-FLIGHT         TO TRUE.
002913     MOVE TSW-DISPLAY              TO RST-STARTED-DATE-TIME
002914                                      RST-CHECKPOINT-DATE-TIME.
002915     MOVE CUTOFF-DATE-DISPLAY      TO RST-CUTOFF-DATE.
002916     MOVE RETENTION-DAYS           TO RST-RETENTION-DAYS.
002917     MOVE CHECKPOINT-INTERVAL      TO RST-CHECKPOINT-INTERVAL.
002918     MOVE LOW-VALUES               TO RST-LAST-KEY.
002919     MOVE 0 TO RST-CHECKPOINTS-TAKEN RST-RESTART-COUNT
002920               RST-RECORDS-READ RST-RECORDS-REMOVED
002921               RST-RECORDS-RETAINED RST-STOCK-REMOVED
002922               RST-PRICE-REMOVED RST-SUPPLIER-REMOVED
002923               RST-OTHER-REMOVED.
002924
002925 1400-START-NEW-RUN-EXIT.
002926     EXIT.
002927*****************************************************************
002928 2000-PURGE-UOW-FILE.
002929*****************************************************************
002930     ADD 1 TO CNT-RECORDS-READ.
002931     MOVE UOW-KEY TO LAST-KEY-PROCESSED.
002932
002933     IF UOW-FIRST-SEEN-DATE-TIME (1:10) < CUTOFF-DATE-DISPLAY
002934         PERFORM 2300-DELETE-UOW-RECORD
002935             THRU 2300-DELETE-UOW-RECORD-EXIT
002936     ELSE
002937         ADD 1 TO CNT-RECORDS-RETAINED
002938     END-IF.
002939
002940     ADD 1 TO READ-SINCE-CHECKPOINT.
002941     IF READ-SINCE-CHECKPOINT NOT < CHECKPOINT-INTERVAL
002942         PERFORM 6000-TAKE-CHECKPOINT
002943             THRU 6000-TAKE-CHECKPOINT-EXIT
002944         IF END-OF-UOW-FILE
002945             GO TO 2000-PURGE-UOW-FILE-EXIT
002946         END-IF
002947     END-IF.
002948     PERFORM 2100-READ-UOW-RECORD
002949         THRU 2100-READ-UOW-RECORD-EXIT.
002950
002951 2000-PURGE-UOW-FILE-EXIT.
002952     EXIT.
002953*****************************************************************
002954 2100-READ-UOW-RECORD.
002955*****************************************************************
002960     READ UOW-TRACK-FILE NEXT RECORD
002970         AT END
002980             SET END-OF-UOW-FILE TO TRUE
003020     IF NOT FS-UOW-OK
003030         DISPLAY 'UOWPURGE - UOWKSDS READ ERROR, STATUS = '
003040                 FS-UOW-TRACK
003045         SET RUN-FAILED TO TRUE
003050         SET END-OF-UOW-FILE TO TRUE
003055         MOVE 16 TO RETURN-CODE
003060     END-IF.
003070
003080 2100-READ-UOW-RECORD-EXIT.
003230 2300-DELETE-UOW-RECORD-EXIT.
003240     EXIT.
003250*****************************************************************
003251 6000-TAKE-CHECKPOINT.
003252*****************************************************************
003253*    Every record up to LAST-KEY-PROCESSED has been purged or
003254*    kept - record the position and counts on RSTCTL.
003255     MOVE 0 TO READ-SINCE-CHECKPOINT.
003256     PERFORM 6600-STAMP-TIME
003257         THRU 6600-STAMP-TIME-EXIT.
003258     MOVE TSW-DISPLAY             TO RST-CHECKPOINT-DATE-TIME.
003259     MOVE LAST-KEY-PROCESSED      TO RST-LAST-KEY.
003260     MOVE CNT-RECORDS-READ        TO RST-RECORDS-READ.
003261     MOVE CNT-RECORDS-PURGED      TO RST-RECORDS-REMOVED.
003262     MOVE CNT-RECORDS-RETAINED    TO RST-RECORDS-RETAINED.
003263     ADD 1 TO RST-CHECKPOINTS-TAKEN.
003264     IF FINAL-CHECKPOINT
003265         SET RST-RUN-COMPLETE TO TRUE
003266     END-IF.
003267     PERFORM 6500-WRITE-RESTART-RECORD
003268         THRU 6500-WRITE-RESTART-RECORD-EXIT.
003269
003270 6000-TAKE-CHECKPOINT-EXIT.
003271     EXIT.
003272*****************************************************************
003273 6500-WRITE-RESTART-RECORD.
003274*****************************************************************
003275     MOVE RESTART-CONTROL-RECORD TO RESTART-CONTROL-FD-RECORD.
003276     IF RESTART-RECORD-ON-FILE
003277         REWRITE RESTART-CONTROL-FD-RECORD
003278     ELSE
003279         WRITE RESTART-CONTROL-FD-RECORD
003280     END-IF.
003281
003282     IF NOT FS-RESTART-OK
003283         DISPLAY 'UOWPURGE - RSTCTL WRITE ERROR, STATUS = '
003284                 FS-RESTART-CONTROL
003285         SET RUN-FAILED TO TRUE
003286         SET END-OF-UOW-FILE TO TRUE
003287         MOVE 16 TO RETURN-CODE
003288         GO TO 6500-WRITE-RESTART-RECORD-EXIT
003289     END-IF.
003290     SET RESTART-RECORD-ON-FILE TO TRUE.
003291
003292 6500-WRITE-RESTART-RECORD-EXIT.
003293     EXIT.
003294*****************************************************************
003295 6600-STAMP-TIME.
003296*****************************************************************
003297     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
003298     MOVE TSW-YYYY TO TSD-YYYY.
003299     MOVE TSW-MM   TO TSD-MM.
003300     MOVE TSW-DD   TO TSD-DD.
003301     MOVE TSW-HH   TO TSD-HH.
003302     MOVE TSW-MN   TO TSD-MN.
003303     MOVE TSW-SS   TO TSD-SS.
003304
003305 6600-STAMP-TIME-EXIT.
003306     EXIT.
003307*****************************************************************
003308 8000-TERMINATE.
003309*****************************************************************
003310     ADD 1 TO PAGE-NUMBER.
003311     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
003312     MOVE HEADING-LINE-1       TO REPORT-LINE.
003313     PERFORM 7500-WRITE-REPORT-LINE
003320         THRU 7500-WRITE-REPORT-LINE-EXIT.
003330     MOVE HEADING-LINE-2       TO REPORT-LINE.
003340     PERFORM 7500-WRITE-REPORT-LINE
003400     PERFORM 7500-WRITE-REPORT-LINE
003410         THRU 7500-WRITE-REPORT-LINE-EXIT.
003420
003421     MOVE 'BUSINESS DATE (BATCHCTL)'    TO DLP-LABEL.
003422     MOVE BUSINESS-DATE                 TO DLP-VALUE.
003423     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
003424     PERFORM 7500-WRITE-REPORT-LINE
003425         THRU 7500-WRITE-REPORT-LINE-EXIT.
003426
003430     MOVE 'PURGE CUTOFF DATE'           TO DLP-LABEL.
003440     MOVE CUTOFF-DATE-DISPLAY           TO DLP-VALUE.
003450     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
003460     PERFORM 7500-WRITE-REPORT-LINE
003470         THRU 7500-WRITE-REPORT-LINE-EXIT.
003480
003483     PERFORM 8100-WRITE-RESTART-DETAILS
003486         THRU 8100-WRITE-RESTART-DETAILS-EXIT.
003490     MOVE BLANK-LINE                    TO REPORT-LINE.
003500     PERFORM 7500-WRITE-REPORT-LINE
003510         THRU 7500-WRITE-REPORT-LINE-EXIT.
003680     PERFORM 7500-WRITE-REPORT-LINE
003690         THRU 7500-WRITE-REPORT-LINE-EXIT.
003700
003702     PERFORM 8900-RECORD-BATCH-COMPLETION
003704         THRU 8900-RECORD-BATCH-COMPLETION-EXIT.
003706
003710     CLOSE UOW-TRACK-FILE.
003715     CLOSE RESTART-CONTROL-FILE.
003720     CLOSE REPORT-FILE.
003730
003740 8000-TERMINATE-EXIT.
003741     EXIT.
003784*****************************************************************
003785 8100-WRITE-RESTART-DETAILS.
003786*****************************************************************
003790*    How the run stands on RSTCTL, and for a resumed run where
003800*    it picked up and what each of the two runs did. The counts
003810*    further down are the totals over both.
003820     MOVE 'CHECKPOINT INTERVAL'         TO DLP-LABEL.
003830     MOVE SPACES                        TO DLP-VALUE.
003840     MOVE CHECKPOINT-INTERVAL           TO DLP-VALUE (1:4).
003850     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
003860     PERFORM 7500-WRITE-REPORT-LINE
003870         THRU 7500-WRITE-REPORT-LINE-EXIT.
003880
003890     MOVE 'RUN STATUS'                  TO DLP-LABEL.
003900     IF RUN-FAILED
003910         MOVE 'INCOMPLETE - RERUN RESTART' TO DLP-VALUE
003920     ELSE
003930         MOVE 'COMPLETE'                TO DLP-VALUE
003940     END-IF.
003950     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
003960     PERFORM 7500-WRITE-REPORT-LINE
003970         THRU 7500-WRITE-REPORT-LINE-EXIT.
003980
003990     MOVE 'CHECKPOINTS TAKEN (ALL RUNS)' TO DLC-LABEL.
004000     MOVE RST-CHECKPOINTS-TAKEN         TO DLC-COUNT.
004010     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
004020     PERFORM 7500-WRITE-REPORT-LINE
004030         THRU 7500-WRITE-REPORT-LINE-EXIT.
004040
004050     IF NOT RESTART-REQUESTED
004060         GO TO 8100-WRITE-RESTART-DETAILS-EXIT
004070     END-IF.
004080
004090     MOVE BLANK-LINE                    TO REPORT-LINE.
004100     PERFORM 7500-WRITE-REPORT-LINE
004110         THRU 7500-WRITE-REPORT-LINE-EXIT.
004120     MOVE 'RESTARTED RUN - FAILED RUN AT' TO DLP-LABEL.
004130     MOVE RESUME-STARTED                TO DLP-VALUE.
004140     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
004150     PERFORM 7500-WRITE-REPORT-LINE
004160         THRU 7500-WRITE-REPORT-LINE-EXIT.
004170     MOVE 'RESUMED FROM CHECKPOINT AT'  TO DLP-LABEL.
004180     MOVE RESUME-CHECKPOINT             TO DLP-VALUE.
004190     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
004200     PERFORM 7500-WRITE-REPORT-LINE
004210         THRU 7500-WRITE-REPORT-LINE-EXIT.
004220     MOVE 'RESUMED AFTER KEY'           TO DLK-LABEL.
004230     IF RESUME-KEY = LOW-VALUES
004240         MOVE '(START OF FILE)'         TO DLK-KEY
004250     ELSE
004260         MOVE RESUME-KEY                TO DLK-KEY
004270     END-IF.
004280     MOVE DETAIL-LINE-KEY               TO REPORT-LINE.
004290     PERFORM 7500-WRITE-REPORT-LINE
004300         THRU 7500-WRITE-REPORT-LINE-EXIT.
004310     MOVE 'TIMES RESTARTED'             TO DLC-LABEL.
004320     MOVE RST-RESTART-COUNT             TO DLC-COUNT.
004330     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
004340     PERFORM 7500-WRITE-REPORT-LINE
004350         THRU 7500-WRITE-REPORT-LINE-EXIT.
004360
004370     MOVE BLANK-LINE                    TO REPORT-LINE.
004380     PERFORM 7500-WRITE-REPORT-LINE
004390         THRU 7500-WRITE-REPORT-LINE-EXIT.
004400     MOVE RUNS-COLUMN-HEADING           TO REPORT-LINE.
004410     PERFORM 7500-WRITE-REPORT-LINE
004420         THRU 7500-WRITE-REPORT-LINE-EXIT.
004430
004440     MOVE 'UOW RECORDS READ'            TO DLR-LABEL.
004450     MOVE PRIOR-RECORDS-READ            TO DLR-PRIOR-COUNT.
004460     COMPUTE DLR-THIS-COUNT =
004470         CNT-RECORDS-READ - PRIOR-RECORDS-READ.
004480     MOVE CNT-RECORDS-READ              TO DLR-TOTAL-COUNT.
004490     MOVE DETAIL-LINE-RUNS              TO REPORT-LINE.
004500     PERFORM 7500-WRITE-REPORT-LINE
004510         THRU 7500-WRITE-REPORT-LINE-EXIT.
004520
004530     MOVE 'UOW RECORDS PURGED'          TO DLR-LABEL.
004540     MOVE PRIOR-RECORDS-PURGED          TO DLR-PRIOR-COUNT.
004550     COMPUTE DLR-THIS-COUNT =
004560         CNT-RECORDS-PURGED - PRIOR-RECORDS-PURGED.
004570     MOVE CNT-RECORDS-PURGED            TO DLR-TOTAL-COUNT.
004580     MOVE DETAIL-LINE-RUNS              TO REPORT-LINE.
004590     PERFORM 7500-WRITE-REPORT-LINE
004600         THRU 7500-WRITE-REPORT-LINE-EXIT.
004610
004620     MOVE 'UOW RECORDS RETAINED'        TO DLR-LABEL.
004630     MOVE PRIOR-RECORDS-RETAINED        TO DLR-PRIOR-COUNT.
004640     COMPUTE DLR-THIS-COUNT =
004650         CNT-RECORDS-RETAINED - PRIOR-RECORDS-RETAINED.
004660     MOVE CNT-RECORDS-RETAINED          TO DLR-TOTAL-COUNT.
004670     MOVE DETAIL-LINE-RUNS              TO REPORT-LINE.
004680     PERFORM 7500-WRITE-REPORT-LINE
004690         THRU 7500-WRITE-REPORT-LINE-EXIT.
004700
004710 8100-WRITE-RESTART-DETAILS-EXIT.
004720     EXIT.
004730*****************************************************************
004740 8900-RECORD-BATCH-COMPLETION.
004750*****************************************************************
004760*    The run is complete for the business date unless it is
004770*    ending with a failing return code.
004780     PERFORM 6600-STAMP-TIME
004790         THRU 6600-STAMP-TIME-EXIT.
004800     MOVE TSW-DISPLAY            TO BCT-ENDED-DATE-TIME.
004810     MOVE RETURN-CODE            TO BCT-RETURN-CODE.
004820     IF RETURN-CODE < 8
004830         SET BCT-JOB-COMPLETE    TO TRUE
004840         MOVE BUSINESS-DATE      TO BCT-LAST-COMPLETED-DATE
004850     ELSE
004860         SET BCT-JOB-FAILED      TO TRUE
004870     END-IF.
004880     PERFORM 8950-WRITE-BATCH-ENTRY
004890         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
004900     IF NOT FS-BATCH-OK
004910         MOVE 16 TO RETURN-CODE
004920     END-IF.
004930     CLOSE BATCH-CONTROL-FILE.
004940
004950 8900-RECORD-BATCH-COMPLETION-EXIT.
004960     EXIT.
004970*****************************************************************
004980 8950-WRITE-BATCH-ENTRY.
004990*****************************************************************
005000     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
005010     IF BATCH-JOB-ON-FILE
005020         REWRITE BATCH-CONTROL-FD-RECORD
005030     ELSE
005040         WRITE BATCH-CONTROL-FD-RECORD
005050     END-IF.
005060     IF NOT FS-BATCH-OK
005070         DISPLAY 'UOWPURGE - BATCHCTL WRITE ERROR, STATUS = '
005080                 FS-BATCH-CONTROL
005090         GO TO 8950-WRITE-BATCH-ENTRY-EXIT
005100     END-IF.
005110     SET BATCH-JOB-ON-FILE TO TRUE.
005120
005130 8950-WRITE-BATCH-ENTRY-EXIT.
005140     EXIT.
005150*****************************************************************
005160 7500-WRITE-REPORT-LINE.
005170*****************************************************************
005180     WRITE REPORT-LINE.
005190     ADD 1 TO LINES-ON-PAGE.
005200
005210 7500-WRITE-REPORT-LINE-EXIT.
005220     EXIT.
