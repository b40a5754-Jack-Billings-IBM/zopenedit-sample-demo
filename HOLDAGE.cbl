000180*     what has been sitting too long. This program reads all    *
000190*     three files and ages every held record from its own       *
000200*     date-time (EXCP-DATE-TIME, PEND-DATE-TIME and             *
000210*     DLQ-FIRST-FAILURE-DATE-TIME) against the business date:   *
000220*                                                               *
000230*         - every record lands in an aging bucket per store     *
000240*           (under 1 day, 1-3 days, over 3 days),               *
000370*     record with a date its store never stamped readably is    *
000380*     aged 999 days so it always surfaces as a breach.          *
000390*                                                               *
000391*     The business date is the one on the BATCHCTL run-control  *
000392*     record (see BCTLREC), which must show the online day for  *
000393*     it closed. The job records its run on BATCHCTL, and       *
000394*     refuses a date it has already completed unless the        *
000395*     thresholds are followed by RERUN, as in                   *
000396*     PARM='003002001 RERUN'.                                   *
000397*                                                               *
000400* NOTES :                                                       *
000410*  DEPENDENCIES = BATCHCTL run-control KSDS                     *
000420*  RESTRICTIONS = The three hold files must be closed to        *
000430*                 online update before this program is run.     *
000440*                 The PARM must carry the three thresholds.     *
000450*  REGISTER CONVENTIONS = Normal                                *
000460*  MODULE TYPE = Executable                                     *
000470*  PROCESSOR = COBOL                                            *
000480*  ATTRIBUTES = Read only, except BATCHCTL                      *
000490*                                                               *
000500*---------------------------------------------------------------*
000510*                                                               *
000520* CHANGE ACTIVITY :                                             *
000530*                                                               *
000540*  2026-09-02  APPMAINT  New program.                           *
000543*  2026-10-02  APPMAINT  Dead letters for ItemMasterChange      *
000546*                        events age under event type ITEM.      *
000547*  2026-10-12  APPMAINT  Age against the business date from the *
000548*                        BATCHCTL run-control file; RERUN       *
000549*                        PARM.                                  *
000552*  2026-10-15  APPMAINT  A read error fails the run.            *
000555*                                                               *
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000790            RECORD KEY IS DLQ-NETWORK-UOWID
000800            FILE STATUS IS FS-DEAD-LETTER.
000810
000811     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000812            ORGANIZATION IS INDEXED
000813            ACCESS MODE IS RANDOM
000814            RECORD KEY IS BCT-FD-KEY
000815            FILE STATUS IS FS-BATCH-CONTROL.
000816
000820     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000830            ORGANIZATION IS SEQUENTIAL
000840            ACCESS MODE IS SEQUENTIAL
001020 01  DEAD-LETTER-RECORD.
001030     COPY DLQREC.
001040*****************************************************************
001041*    The run-control record proper is COPYed into working
001042*    storage, as STATARCH does for STATCTL.
001043 FD  BATCH-CONTROL-FILE
001044     LABEL RECORDS ARE STANDARD.
001045 01  BATCH-CONTROL-FD-RECORD.
001046     05 BCT-FD-KEY               PIC X(08).
001047     05 FILLER                   PIC X(96).
001048*****************************************************************
001050 FD  REPORT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001230        88 FS-DEAD-LETTER-AT-END      VALUE '10'.
001240     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001250        88 FS-REPORT-OK               VALUE '00'.
001252     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
001254        88 FS-BATCH-OK                VALUE '00'.
001256        88 FS-BATCH-NOTFND            VALUE '23'.
001260
001270 01  PROGRAM-SWITCHES.
001280     05 SW-END-OF-SUSPENSE       PIC X(01) VALUE 'N'.
001560     05 HELD-DATE-INTEGER        PIC 9(08) COMP.
001570     05 RUN-DATE-INTEGER         PIC 9(08) COMP.
001580     05 AGE-DAYS-SIGNED          PIC S9(05) COMP-3.
001581
001582*    The business date records are aged against, from BATCHCTL.
001583 01  BUSINESS-DATE-WORK.
001584     05 BUSINESS-DATE            PIC X(10).
001585     05 BUSINESS-DATE-YYYYMMDD   PIC X(08).
001586     05 BUSINESS-DATE-9 REDEFINES BUSINESS-DATE-YYYYMMDD
001587                                 PIC 9(08).
001588
001589*    Overnight run control - the business date comes from the
001590*    BATCHCTL control record, and this job's own entry there is
001591*    marked started in 1190 and ended in 8900.
001592 01  BATCH-CONTROL-RECORD.
001593     COPY BCTLREC.
001594
001595 01  BATCH-RUN-WORK.
001596     05 BATCH-JOB-NAME           PIC X(08) VALUE 'HOLDAGE '.
001597     05 SW-FORCED-RERUN          PIC X(01) VALUE 'N'.
001598        88 FORCED-RERUN               VALUE 'Y'.
001599     05 SW-BATCH-JOB-ON-FILE     PIC X(01) VALUE 'N'.
001600        88 BATCH-JOB-ON-FILE          VALUE 'Y'.
001601
001602 01  TIMESTAMP-WORK.
001603     05 TSW-CURRENT              PIC X(21).
001604     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001605        10 TSW-YYYY              PIC X(04).
001606        10 TSW-MM                PIC X(02).
001607        10 TSW-DD                PIC X(02).
001608        10 TSW-HH                PIC X(02).
001609        10 TSW-MN                PIC X(02).
001610        10 TSW-SS                PIC X(02).
001611        10 FILLER                PIC X(07).
001612     05 TSW-DISPLAY.
001613        10 TSD-YYYY              PIC X(04).
001614        10 FILLER                PIC X(01) VALUE '-'.
001615        10 TSD-MM                PIC X(02).
001616        10 FILLER                PIC X(01) VALUE '-'.
001617        10 TSD-DD                PIC X(02).
001618        10 FILLER                PIC X(01) VALUE SPACE.
001619        10 TSD-HH                PIC X(02).
001620        10 FILLER                PIC X(01) VALUE ':'.
001621        10 TSD-MN                PIC X(02).
001622        10 FILLER                PIC X(01) VALUE ':'.
001623        10 TSD-SS                PIC X(02).
001624
001625*    The three thresholds from the JCL PARM, yyy days each.
001626 01  THRESHOLD-PARM-WORK.
001627     05 PARM-EDIT-X              PIC X(09).
001630     05 PARM-EDIT-R REDEFINES PARM-EDIT-X.
001640        10 PARM-THRESHOLD-9      PIC 9(03) OCCURS 3 TIMES.
001650
002330     05 THL-PENDING              PIC ZZ9.
002340     05 FILLER                   PIC X(10) VALUE '  DLQFILE '.
002350     05 THL-DEAD-LETTER          PIC ZZ9.
002352     05 FILLER                   PIC X(16) VALUE
002354        '   AGED AS AT   '.
002356     05 THL-BUSINESS-DATE        PIC X(10).
002360
002370 01  BREACH-HEADING-LINE.
002380     05 FILLER                   PIC X(01) VALUE SPACES.
003110*****************************************************************
003120 01  PARM-FIELD.
003130     05 PARM-LENGTH              PIC S9(04) COMP.
003140     05 PARM-DATA                PIC X(15).
003150*
003160 PROCEDURE DIVISION USING PARM-FIELD.
003170*****************************************************************
003440*****************************************************************
003450     PERFORM 1100-EDIT-THRESHOLD-PARM
003460         THRU 1100-EDIT-THRESHOLD-PARM-EXIT.
003463     PERFORM 1150-CHECK-BATCH-CONTROL
003466         THRU 1150-CHECK-BATCH-CONTROL-EXIT.
003470
003480     OPEN INPUT  SUSPENSE-FILE.
003490     IF NOT FS-SUSPENSE-OK
003730         GO TO 1000-INITIALIZE-ABEND
003740     END-IF.
003750
003770     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
003780     MOVE CDW-DD                TO RDD-DD.
003790     MOVE CDW-MM                TO RDD-MM.
003800     MOVE CDW-YY                TO RDD-YY.
003810     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
003812     MOVE BUSINESS-DATE (1:4)   TO BUSINESS-DATE-YYYYMMDD (1:4).
003814     MOVE BUSINESS-DATE (6:2)   TO BUSINESS-DATE-YYYYMMDD (5:2).
003816     MOVE BUSINESS-DATE (9:2)   TO BUSINESS-DATE-YYYYMMDD (7:2).
003820     COMPUTE RUN-DATE-INTEGER =
003830         FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-9).
003840
003850     MOVE 'SUSPENSE' TO SAT-STORE-NAME (1).
003860     MOVE 'PENDPRC ' TO SAT-STORE-NAME (2).
003960     MOVE SAT-THRESHOLD-DAYS (1) TO THL-SUSPENSE.
003970     MOVE SAT-THRESHOLD-DAYS (2) TO THL-PENDING.
003980     MOVE SAT-THRESHOLD-DAYS (3) TO THL-DEAD-LETTER.
003985     MOVE BUSINESS-DATE          TO THL-BUSINESS-DATE.
003990     MOVE THRESHOLD-LINE       TO REPORT-LINE.
004000     PERFORM 7500-WRITE-REPORT-LINE
004010         THRU 7500-WRITE-REPORT-LINE-EXIT.
004012
004014     PERFORM 1190-MARK-BATCH-STARTED
004016         THRU 1190-MARK-BATCH-STARTED-EXIT.
004020
004030     PERFORM 2100-READ-SUSPENSE-RECORD
004040         THRU 2100-READ-SUSPENSE-RECORD-EXIT.
004210*    The PARM carries the per-store age thresholds as three
004220*    3-digit day counts: SUSPENSE, PENDPRC, DLQFILE. Missing
004230*    or non-numeric thresholds stop the run - a report judged
004236*    against garbage thresholds is worse than no report. The
004242*    thresholds may be followed by RERUN, to age a business date
004248*    again once it has completed.
004254     IF PARM-LENGTH NOT = 9 AND PARM-LENGTH NOT = 15
004260         DISPLAY 'HOLDAGE - PARM MUST BE THREE 3-DIGIT '
004270                 'THRESHOLDS (SUSPENSE/PENDPRC/DLQFILE)'
004280         GO TO 1100-EDIT-THRESHOLD-PARM-ABEND
004290     END-IF.
004300
004301     IF PARM-LENGTH = 15
004302         IF PARM-DATA (10:6) NOT = ' RERUN'
004303             DISPLAY 'HOLDAGE - ONLY RERUN MAY FOLLOW THE '
004304                     'THRESHOLDS: ' PARM-DATA
004305             GO TO 1100-EDIT-THRESHOLD-PARM-ABEND
004306         END-IF
004307         SET FORCED-RERUN TO TRUE
004308     END-IF.
004309
004310     MOVE PARM-DATA (1:9) TO PARM-EDIT-X.
004320     IF PARM-EDIT-X IS NOT NUMERIC
004330         DISPLAY 'HOLDAGE - PARM IS NOT NUMERIC: ' PARM-DATA
004340         GO TO 1100-EDIT-THRESHOLD-PARM-ABEND
004410     GOBACK.
004420
004430 1100-EDIT-THRESHOLD-PARM-EXIT.
004431     EXIT.
004432*****************************************************************
004433 1150-CHECK-BATCH-CONTROL.
004434*****************************************************************
004435*    The business date comes from the BATCHCTL control record.
004436*    The job runs only once the online day for that date has
004437*    closed, and only once for the date unless the PARM says
004438*    RERUN.
004439     OPEN I-O BATCH-CONTROL-FILE.
004440     IF NOT FS-BATCH-OK
004441         DISPLAY 'HOLDAGE - UNABLE TO OPEN BATCHCTL, STATUS = '
004442                 FS-BATCH-CONTROL
004443         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
004444     END-IF.
004445
004446     MOVE '$BUSDATE' TO BCT-FD-KEY.
004447     READ BATCH-CONTROL-FILE.
004448     IF NOT FS-BATCH-OK
004449         DISPLAY 'HOLDAGE - NO BUSINESS DATE ON BATCHCTL, '
004450                 'STATUS = ' FS-BATCH-CONTROL
004451         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
004452     END-IF.
004453     MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD.
004454     MOVE BCT-BUSINESS-DATE TO BUSINESS-DATE.
004455     IF NOT BCT-ONLINE-CLOSED
004456         DISPLAY 'HOLDAGE - ONLINE DAY ' BUSINESS-DATE
004457                 ' NOT YET CLOSED ON BATCHCTL'
004458         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
004459     END-IF.
004460
004461     MOVE BATCH-JOB-NAME TO BCT-FD-KEY.
004462     READ BATCH-CONTROL-FILE.
004463     EVALUATE TRUE
004464         WHEN FS-BATCH-OK
004465             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
004466             SET BATCH-JOB-ON-FILE TO TRUE
004467         WHEN FS-BATCH-NOTFND
004468             MOVE SPACES TO BATCH-CONTROL-RECORD
004469             MOVE BATCH-JOB-NAME TO BCT-KEY
004470             MOVE 0 TO BCT-RETURN-CODE BCT-RUN-COUNT
004471         WHEN OTHER
004472             DISPLAY 'HOLDAGE - BATCHCTL READ ERROR, STATUS = '
004473                     FS-BATCH-CONTROL
004474             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
004475     END-EVALUATE.
004476
004477     IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
004478         IF NOT FORCED-RERUN
004479             DISPLAY 'HOLDAGE - ALREADY COMPLETED FOR '
004480                     BUSINESS-DATE ', RERUN ONLY WITH PARM RERUN'
004481             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
004482         END-IF
004483         DISPLAY 'HOLDAGE - FORCED RERUN FOR ' BUSINESS-DATE
004484     END-IF.
004485
004486     GO TO 1150-CHECK-BATCH-CONTROL-EXIT.
004487
004488 1150-CHECK-BATCH-CONTROL-ABEND.
004489     MOVE 16 TO RETURN-CODE.
004490     GOBACK.
004491
004492 1150-CHECK-BATCH-CONTROL-EXIT.
004493     EXIT.
004494*****************************************************************
004495 1190-MARK-BATCH-STARTED.
004496*****************************************************************
004497*    Every check has passed - record the run as started for the
004498*    business date.
004499     IF BCT-RUN-DATE NOT = BUSINESS-DATE
004500         MOVE 0 TO BCT-RUN-COUNT
004501     END-IF.
004502     ADD 1 TO BCT-RUN-COUNT.
004503     PERFORM 6600-STAMP-TIME
004504         THRU 6600-STAMP-TIME-EXIT.
004505     SET BCT-JOB-STARTED         TO TRUE.
004506     MOVE BUSINESS-DATE          TO BCT-RUN-DATE.
004507     MOVE TSW-DISPLAY            TO BCT-STARTED-DATE-TIME.
004508     MOVE SPACES                 TO BCT-ENDED-DATE-TIME.
004509     MOVE 0                      TO BCT-RETURN-CODE.
004510     MOVE SW-FORCED-RERUN        TO BCT-FORCED-RERUN.
004511     PERFORM 8950-WRITE-BATCH-ENTRY
004512         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
004513     IF NOT FS-BATCH-OK
004514         MOVE 16 TO RETURN-CODE
004515         GOBACK
004516     END-IF.
004517
004518 1190-MARK-BATCH-STARTED-EXIT.
004519     EXIT.
004520*****************************************************************
004521 1200-CLEAR-STORE-ENTRY.
004522*****************************************************************
004523     MOVE PARM-THRESHOLD-9 (WORK-STORE-INDEX)
004524         TO SAT-THRESHOLD-DAYS (WORK-STORE-INDEX).
004525     MOVE 0 TO SAT-RECORDS-READ (WORK-STORE-INDEX).
004526     MOVE 0 TO SAT-UNDER-1-DAY (WORK-STORE-INDEX).
004527     MOVE 0 TO SAT-1-TO-3-DAYS (WORK-STORE-INDEX).
004530     MOVE 0 TO SAT-OVER-3-DAYS (WORK-STORE-INDEX).
004540     MOVE 0 TO SAT-BREACHES (WORK-STORE-INDEX).
004550
004850         DISPLAY 'HOLDAGE - SUSPENSE READ ERROR, STATUS = '
004860                 FS-SUSPENSE
004870         SET END-OF-SUSPENSE TO TRUE
004874         MOVE 16 TO RETURN-CODE
004880     END-IF.
004890
004900 2100-READ-SUSPENSE-RECORD-EXIT.
005190         DISPLAY 'HOLDAGE - PENDPRC READ ERROR, STATUS = '
005200                 FS-PENDING
005210         SET END-OF-PENDING TO TRUE
005214         MOVE 16 TO RETURN-CODE
005220     END-IF.
005230
005240 2300-READ-PENDING-RECORD-EXIT.
005380             MOVE 'PRIC' TO WORK-EVENT-TYPE
005390         WHEN 'SupplierUpdate'
005400             MOVE 'SUPP' TO WORK-EVENT-TYPE
005403         WHEN 'ItemMasterChange'
005406             MOVE 'ITEM' TO WORK-EVENT-TYPE
005410         WHEN OTHER
005420             MOVE 'UNKN' TO WORK-EVENT-TYPE
005430     END-EVALUATE.
005740         DISPLAY 'HOLDAGE - DLQFILE READ ERROR, STATUS = '
005750                 FS-DEAD-LETTER
005760         SET END-OF-DEAD-LETTERS TO TRUE
005764         MOVE 16 TO RETURN-CODE
005770     END-IF.
005780
005790 2500-READ-DEAD-LETTER-RECORD-EXIT.
007820         VARYING REASON-SCAN-SUB FROM 1 BY 1
007830         UNTIL REASON-SCAN-SUB > REASON-ENTRIES-USED.
007840
007842     PERFORM 8900-RECORD-BATCH-COMPLETION
007844         THRU 8900-RECORD-BATCH-COMPLETION-EXIT.
007846
007850     CLOSE SUSPENSE-FILE.
007860     CLOSE PENDING-FILE.
007870     CLOSE DEAD-LETTER-FILE.
007880     CLOSE REPORT-FILE.
007890
007900 8000-TERMINATE-EXIT.
007901     EXIT.
007902*****************************************************************
007903 8900-RECORD-BATCH-COMPLETION.
007904*****************************************************************
007905*    The run is complete for the business date unless it is
007906*    ending with a failing return code.
007907     PERFORM 6600-STAMP-TIME
007908         THRU 6600-STAMP-TIME-EXIT.
007909     MOVE TSW-DISPLAY            TO BCT-ENDED-DATE-TIME.
007910     MOVE RETURN-CODE            TO BCT-RETURN-CODE.
007911     IF RETURN-CODE < 8
007912         SET BCT-JOB-COMPLETE    TO TRUE
007913         MOVE BUSINESS-DATE      TO BCT-LAST-COMPLETED-DATE
007914     ELSE
007915         SET BCT-JOB-FAILED      TO TRUE
007916     END-IF.
007917     PERFORM 8950-WRITE-BATCH-ENTRY
007918         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
007919     IF NOT FS-BATCH-OK
007920         MOVE 16 TO RETURN-CODE
007921     END-IF.
007922     CLOSE BATCH-CONTROL-FILE.
007923
007924 8900-RECORD-BATCH-COMPLETION-EXIT.
007925     EXIT.
007926*****************************************************************
007927 8950-WRITE-BATCH-ENTRY.
007928*****************************************************************
007929     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
007930     IF BATCH-JOB-ON-FILE
007931         REWRITE BATCH-CONTROL-FD-RECORD
007932     ELSE
007933         WRITE BATCH-CONTROL-FD-RECORD
007934     END-IF.
007935     IF NOT FS-BATCH-OK
007936         DISPLAY 'HOLDAGE - BATCHCTL WRITE ERROR, STATUS = '
007937                 FS-BATCH-CONTROL
007938         GO TO 8950-WRITE-BATCH-ENTRY-EXIT
007939     END-IF.
007940     SET BATCH-JOB-ON-FILE TO TRUE.
007941
007942 8950-WRITE-BATCH-ENTRY-EXIT.
007943     EXIT.
007944*****************************************************************
007945 6600-STAMP-TIME.
007946*****************************************************************
007947     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
007948     MOVE TSW-YYYY TO TSD-YYYY.
007949     MOVE TSW-MM   TO TSD-MM.
007950     MOVE TSW-DD   TO TSD-DD.
007951     MOVE TSW-HH   TO TSD-HH.
007952     MOVE TSW-MN   TO TSD-MN.
007953     MOVE TSW-SS   TO TSD-SS.
007954
007955 6600-STAMP-TIME-EXIT.
007956     EXIT.
007957*****************************************************************
007958 8100-WRITE-BUCKET-LINE.
007959*****************************************************************
007960     MOVE SAT-STORE-NAME (WORK-STORE-INDEX)
007961         TO BKL-STORE-NAME.
007970     MOVE SAT-RECORDS-READ (WORK-STORE-INDEX)
007980         TO BKL-RECORDS-READ.
007990     MOVE SAT-UNDER-1-DAY (WORK-STORE-INDEX)
