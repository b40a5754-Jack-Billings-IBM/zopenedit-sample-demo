000360*     G0042V00 - the scheduler substitutes the level it         *
000370*     catalogs).                                                *
000380*                                                               *
000381*     The run takes a checkpoint every n AUDITF records read -  *
000382*     the third PARM word, 1 to 1000, 500 when omitted.         *
000383*     Records archived since the last checkpoint are deleted    *
000384*     from AUDITF only when the next one is taken, after the    *
000385*     archive generation has been closed and reopened so every  *
000386*     copy is safely written; the RSTCTL restart record (see    *
000387*     RSTRREC) is then rewritten with the last key completed    *
000388*     and the running counts.                                   *
000389*                                                               *
000390*     If the run fails, rerun it with RESTART as the last PARM  *
000391*     word and ARCHOUT on the same generation with DISP=MOD     *
000392*     (the AUDTARCR job). It resumes after the last checkpoint  *
000393*     with the failed run's cutoff date and generation label,   *
000394*     appends to that generation, and the control report shows  *
000395*     the failed run to its checkpoint, the resumed run and the *
000396*     total. A record of the interval in flight when the run    *
000397*     failed may be copied to the generation twice, never not   *
000398*     at all. A normal run refuses to start while RSTCTL shows  *
000399*     an unfinished run.                                        *
000400*                                                               *
000401*     The retention period counts back from the business date   *
000402*     on the BATCHCTL run-control record (see BCTLREC). The run *
000403*     waits for the online day to close and for KAFKRPT and     *
000404*     KAFKCONF to complete for that date - they report on the   *
000405*     records it takes away - and records its own run there. A  *
000406*     date already completed is refused unless the last PARM    *
000407*     word is RERUN.                                            *
000408*                                                               *
000409* NOTES :                                                       *
000410*  DEPENDENCIES = RSTCTL restart control KSDS, BATCHCTL         *
000411*                 run-control KSDS. KAFKRPT and KAFKCONF must   *
000412*                 have completed for the business date.         *
000413*  RESTRICTIONS = AUDITF and ARCHIDX must be closed to online   *
000420*                 update before this program is run.            *
000430*  REGISTER CONVENTIONS = Normal                                *
000440*  MODULE TYPE = Executable                                     *
000500* CHANGE ACTIVITY :                                             *
000510*                                                               *
000520*  2026-09-02  APPMAINT  New program.                           *
000525*  2026-10-09  APPMAINT  Checkpoint/restart through RSTCTL.     *
000526*  2026-10-12  APPMAINT  Retention from the BATCHCTL business   *
000527*                        date, after KAFKRPT and KAFKCONF;      *
000528*                        RERUN PARM.                            *
000529*  2026-10-15  APPMAINT  An AUDITF read error fails the run.    *
000531*  2026-10-15  APPMAINT  Count ItemMasterChange events archived *
000533*                        on their own line.                     *
000535*                                                               *
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000760            RECORD KEY IS ARCX-NETWORK-UOWID
000770            FILE STATUS IS FS-ARCHIVE-INDEX.
000780
000781     SELECT RESTART-CONTROL-FILE ASSIGN TO RSTCTL
000782            ORGANIZATION IS INDEXED
000783            ACCESS MODE IS RANDOM
000784            RECORD KEY IS RST-FD-KEY
000785            FILE STATUS IS FS-RESTART-CONTROL.
000786
000787     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000788            ORGANIZATION IS INDEXED
000789            ACCESS MODE IS RANDOM
000790            RECORD KEY IS BCT-FD-KEY
000791            FILE STATUS IS FS-BATCH-CONTROL.
000792
000793     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000800            ORGANIZATION IS SEQUENTIAL
000810            ACCESS MODE IS SEQUENTIAL
000820            FILE STATUS IS FS-REPORT-FILE.
000990 01  ARCHIVE-INDEX-RECORD.
001000     COPY ARCXREC.
001010*****************************************************************
001011 FD  RESTART-CONTROL-FILE
001012     LABEL RECORDS ARE STANDARD.
001013 01  RESTART-CONTROL-FD-RECORD.
001014     05 RST-FD-KEY               PIC X(08).
001015     05 FILLER                   PIC X(237).
001016*****************************************************************
001017*    The run-control record proper is COPYed into working
001018*    storage, as STATARCH does for STATCTL.
001019 FD  BATCH-CONTROL-FILE
001020     LABEL RECORDS ARE STANDARD.
001021 01  BATCH-CONTROL-FD-RECORD.
001022     05 BCT-FD-KEY               PIC X(08).
001023     05 FILLER                   PIC X(96).
001024*****************************************************************
001025 FD  REPORT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  REPORT-LINE                PIC X(133).
001170     05 FS-ARCHIVE-INDEX         PIC X(02) VALUE '00'.
001180        88 FS-INDEX-OK                VALUE '00'.
001190        88 FS-INDEX-DUPREC            VALUE '22'.
001192     05 FS-RESTART-CONTROL       PIC X(02) VALUE '00'.
001194        88 FS-RESTART-OK              VALUE '00'.
001196        88 FS-RESTART-NOTFND          VALUE '23'.
001197     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
001198        88 FS-BATCH-OK                VALUE '00'.
001199        88 FS-BATCH-NOTFND            VALUE '23'.
001200     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001210        88 FS-REPORT-OK               VALUE '00'.
001220
001260     05 SW-FIRST-ARCHIVED        PIC X(01) VALUE 'N'.
001270        88 FIRST-ARCHIVED-SEEN        VALUE 'Y'.
001280        88 FIRST-ARCHIVED-NOT-SEEN    VALUE 'N'.
001281     05 SW-RESTART-REQUESTED     PIC X(01) VALUE 'N'.
001282        88 RESTART-REQUESTED          VALUE 'Y'.
001283     05 SW-RESTART-ON-FILE       PIC X(01) VALUE 'N'.
001284        88 RESTART-RECORD-ON-FILE     VALUE 'Y'.
001285     05 SW-FINAL-CHECKPOINT      PIC X(01) VALUE 'N'.
001286        88 FINAL-CHECKPOINT           VALUE 'Y'.
001287     05 SW-RUN-FAILED            PIC X(01) VALUE 'N'.
001288        88 RUN-FAILED                 VALUE 'Y'.
001290
001300 01  RETENTION-PARM-WORK.
001310     05 RETENTION-DAYS           PIC 9(03) VALUE 0.
001350                                 PIC 9(03).
001360     05 PARM-DAYS-LEN            PIC S9(04) COMP.
001370     05 PARM-GEN-LEN             PIC S9(04) COMP.
001371     05 PARM-INTERVAL-LEN        PIC S9(04) COMP.
001372     05 PARM-MODE-LEN            PIC S9(04) COMP.
001373     05 PARM-DAYS-TOKEN          PIC X(10).
001374     05 PARM-GEN-TOKEN           PIC X(10).
001375     05 PARM-INTERVAL-TOKEN      PIC X(10).
001376     05 PARM-MODE-TOKEN          PIC X(10).
001377     05 PARM-INTERVAL-X          PIC X(04).
001378     05 PARM-INTERVAL-9 REDEFINES PARM-INTERVAL-X
001379                                 PIC 9(04).
001380
001381*    The business date the retention period counts back from,
001382*    from BATCHCTL.
001383 01  BUSINESS-DATE-WORK.
001384     05 BUSINESS-DATE            PIC X(10).
001385     05 BUSINESS-DATE-YYYYMMDD   PIC X(08).
001386     05 BUSINESS-DATE-9 REDEFINES BUSINESS-DATE-YYYYMMDD
001387                                 PIC 9(08).
001390*    Cutoff date the retention period resolves to - every
001400*    record whose event date is before this date is archived.
001410 01  CUTOFF-DATE-WORK.
001550 01  ARCHIVED-RANGE-WORK.
001560     05 EARLIEST-ARCHIVED        PIC X(29).
001570     05 LATEST-ARCHIVED          PIC X(29).
001571*    Checkpoint work. Records archived since the last checkpoint
001572*    wait in the pending table and are deleted from AUDITF only
001573*    when the next checkpoint is taken - the interval is held to
001574*    the table's capacity.
001575 01  CHECKPOINT-WORK.
001576     05 CHECKPOINT-INTERVAL      PIC 9(04) VALUE 500.
001577     05 READ-SINCE-CHECKPOINT    PIC 9(04) VALUE 0.
001578     05 LAST-KEY-PROCESSED       PIC X(54) VALUE LOW-VALUES.
001579     05 PENDING-ENTRIES-USED     PIC S9(04) COMP VALUE 0.
001580     05 PENDING-SUB              PIC S9(04) COMP.
001581 01  PENDING-DELETE-TABLE.
001582     05 PENDING-DELETE-ENTRY OCCURS 1000 TIMES.
001583        10 PND-NETWORK-UOWID     PIC X(54).
001584        10 PND-EVENT-TYPE        PIC X(04).
001585        10 PND-DATE-TIME         PIC X(29).
001586
001587*    Where a resumed run picked up, and the counts the failed run
001588*    had reached at its last checkpoint, to report the runs apart.
001589 01  RESUME-WORK.
001590     05 RESUME-STARTED           PIC X(19) VALUE SPACES.
001591     05 RESUME-CHECKPOINT        PIC X(19) VALUE SPACES.
001592     05 RESUME-KEY               PIC X(54) VALUE SPACES.
001593     05 PRIOR-RECORDS-READ       PIC 9(07) COMP-3 VALUE 0.
001594     05 PRIOR-RECORDS-ARCHIVED   PIC 9(07) COMP-3 VALUE 0.
001595     05 PRIOR-RECORDS-RETAINED   PIC 9(07) COMP-3 VALUE 0.
001596
001597 01  RESTART-CONTROL-RECORD.
001598     COPY RSTRREC.
001599
001600*    Overnight run control - the business date comes from the
001601*    BATCHCTL control record, and this job's own entry there is
001602*    marked started in 1190 and ended in 8900.
001603 01  BATCH-CONTROL-RECORD.
001604     COPY BCTLREC.
001605
001606 01  BATCH-RUN-WORK.
001607     05 BATCH-JOB-NAME           PIC X(08) VALUE 'AUDTARCH'.
001608     05 SW-FORCED-RERUN          PIC X(01) VALUE 'N'.
001609        88 FORCED-RERUN               VALUE 'Y'.
001610     05 SW-BATCH-JOB-ON-FILE     PIC X(01) VALUE 'N'.
001611        88 BATCH-JOB-ON-FILE          VALUE 'Y'.
001612     05 SW-PREREQUISITE-MISSING  PIC X(01) VALUE 'N'.
001613        88 PREREQUISITE-MISSING       VALUE 'Y'.
001614     05 PREREQUISITE-SUB         PIC S9(04) COMP.
001615
001616*    The jobs that must have completed for the business date
001617*    before this one may run.
001618 01  PREREQUISITE-JOB-LIST.
001619     05 FILLER                   PIC X(08) VALUE 'KAFKRPT '.
001620     05 FILLER                   PIC X(08) VALUE 'KAFKCONF'.
001621 01  PREREQUISITE-JOB-TABLE REDEFINES PREREQUISITE-JOB-LIST.
001622     05 PREREQUISITE-JOB         PIC X(08) OCCURS 2 TIMES.
001623
001624 01  TIMESTAMP-WORK.
001625     05 TSW-CURRENT              PIC X(21).
001626     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001627        10 TSW-YYYY              PIC X(04).
001628        10 TSW-MM                PIC X(02).
001629        10 TSW-DD                PIC X(02).
001630        10 TSW-HH                PIC X(02).
001631        10 TSW-MN                PIC X(02).
001632        10 TSW-SS                PIC X(02).
001633        10 FILLER                PIC X(07).
001634     05 TSW-DISPLAY.
001635        10 TSD-YYYY              PIC X(04).
001636        10 FILLER                PIC X(01) VALUE '-'.
001637        10 TSD-MM                PIC X(02).
001638        10 FILLER                PIC X(01) VALUE '-'.
001639        10 TSD-DD                PIC X(02).
001640        10 FILLER                PIC X(01) VALUE SPACE.
001641        10 TSD-HH                PIC X(02).
001642        10 FILLER                PIC X(01) VALUE ':'.
001643        10 TSD-MN                PIC X(02).
001644        10 FILLER                PIC X(01) VALUE ':'.
001645        10 TSD-SS                PIC X(02).
001646
001647 01  ACCUMULATORS.
001648     05 CNT-RECORDS-READ         PIC 9(07) COMP-3 VALUE 0.
001649     05 CNT-RECORDS-ARCHIVED     PIC 9(07) COMP-3 VALUE 0.
001650     05 CNT-RECORDS-RETAINED     PIC 9(07) COMP-3 VALUE 0.
001651     05 CNT-STOCK-ARCHIVED       PIC 9(07) COMP-3 VALUE 0.
001652     05 CNT-PRICE-ARCHIVED       PIC 9(07) COMP-3 VALUE 0.
001653     05 CNT-SUPPLIER-ARCHIVED    PIC 9(07) COMP-3 VALUE 0.
001656     05 CNT-ITEM-ARCHIVED        PIC 9(07) COMP-3 VALUE 0.
001660     05 CNT-OTHER-ARCHIVED       PIC 9(07) COMP-3 VALUE 0.
001670
001680 01  LINE-COUNT-WORK.
002210     05 DLC-LABEL                PIC X(30).
002220     05 FILLER                   PIC X(02) VALUE SPACES.
002230     05 DLC-COUNT                PIC ZZ,ZZZ,ZZ9.
002231 01  DETAIL-LINE-KEY.
002232     05 FILLER                   PIC X(01) VALUE SPACES.
002233     05 DLK-LABEL                PIC X(30).
002234     05 FILLER                   PIC X(02) VALUE SPACES.
002235     05 DLK-KEY                  PIC X(54).
002236
002237 01  RUNS-COLUMN-HEADING.
002238     05 FILLER                   PIC X(33) VALUE SPACES.
002239     05 FILLER                   PIC X(34) VALUE
002240        '    FAILED     RESUMED       TOTAL'.
002241
002242 01  DETAIL-LINE-RUNS.
002243     05 FILLER                   PIC X(01) VALUE SPACES.
002244     05 DLR-LABEL                PIC X(30).
002245     05 FILLER                   PIC X(02) VALUE SPACES.
002246     05 DLR-PRIOR-COUNT          PIC ZZ,ZZZ,ZZ9.
002247     05 FILLER                   PIC X(02) VALUE SPACES.
002248     05 DLR-THIS-COUNT           PIC ZZ,ZZZ,ZZ9.
002249     05 FILLER                   PIC X(02) VALUE SPACES.
002250     05 DLR-TOTAL-COUNT          PIC ZZ,ZZZ,ZZ9.
002251
002252 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002260
002270*****************************************************************
002280 LINKAGE SECTION.
002290*****************************************************************
002300 01  PARM-FIELD.
002310     05 PARM-LENGTH              PIC S9(04) COMP.
002320     05 PARM-DATA                PIC X(30).
002330*
002340 PROCEDURE DIVISION USING PARM-FIELD.
002350*****************************************************************
002410     PERFORM 2000-PROCESS-AUDIT-RECORD
002420         THRU 2000-PROCESS-AUDIT-RECORD-EXIT
002430         UNTIL END-OF-AUDIT-FILE.
002431*    The last checkpoint deletes the final interval's records
002432*    and marks the run complete on RSTCTL.
002433     IF NOT RUN-FAILED
002434         SET FINAL-CHECKPOINT TO TRUE
002435         PERFORM 6000-TAKE-CHECKPOINT
002436             THRU 6000-TAKE-CHECKPOINT-EXIT
002437     END-IF.
002440
002450     PERFORM 8000-TERMINATE
002460         THRU 8000-TERMINATE-EXIT.
002540*****************************************************************
002550     PERFORM 1100-EDIT-RUN-PARM
002560         THRU 1100-EDIT-RUN-PARM-EXIT.
002563     PERFORM 1150-CHECK-BATCH-CONTROL
002566         THRU 1150-CHECK-BATCH-CONTROL-EXIT.
002570
002580     OPEN I-O AUDIT-FILE.
002590     IF NOT FS-AUDIT-OK
002620         GO TO 1000-INITIALIZE-ABEND
002630     END-IF.
002640
002720     OPEN I-O ARCHIVE-INDEX-FILE.
002730     IF NOT FS-INDEX-OK
002740         DISPLAY 'AUDTARCH - UNABLE TO OPEN ARCHIDX, STATUS = '
002750                 FS-ARCHIVE-INDEX
002751         GO TO 1000-INITIALIZE-ABEND
002752     END-IF.
002753
002754     OPEN I-O RESTART-CONTROL-FILE.
002755     IF NOT FS-RESTART-OK
002756         DISPLAY 'AUDTARCH - UNABLE TO OPEN RSTCTL, STATUS = '
002757                 FS-RESTART-CONTROL
002760         GO TO 1000-INITIALIZE-ABEND
002770     END-IF.
002780
002930     MOVE CDW-FMM               TO RDI-MM.
002940     MOVE CDW-FDD               TO RDI-DD.
002950
002952     MOVE BUSINESS-DATE (1:4)   TO BUSINESS-DATE-YYYYMMDD (1:4).
002954     MOVE BUSINESS-DATE (6:2)   TO BUSINESS-DATE-YYYYMMDD (5:2).
002956     MOVE BUSINESS-DATE (9:2)   TO BUSINESS-DATE-YYYYMMDD (7:2).
002960     COMPUTE CUTOFF-INTEGER =
002970         FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-9)
002980             - RETENTION-DAYS.
002990     MOVE FUNCTION DATE-OF-INTEGER (CUTOFF-INTEGER)
003000         TO CUTOFF-YYYYMMDD.
003020     MOVE CUT-MM   TO CUD-MM.
003030     MOVE CUT-DD   TO CUD-DD.
003040
003041     PERFORM 1200-CHECK-RESTART-RECORD
003042         THRU 1200-CHECK-RESTART-RECORD-EXIT.
003043
003044*    A resumed run appends to the generation the failed run was
003045*    writing - the job points ARCHOUT at it with DISP=MOD.
003046     IF RESTART-REQUESTED
003047         OPEN EXTEND ARCHIVE-FILE
003048     ELSE
003049         OPEN OUTPUT ARCHIVE-FILE
003050     END-IF.
003051     IF NOT FS-ARCHIVE-OK
003052         DISPLAY 'AUDTARCH - UNABLE TO OPEN ARCHOUT, STATUS = '
003053                 FS-ARCHIVE-FILE
003054         GO TO 1000-INITIALIZE-ABEND
003055     END-IF.
003056
003057*    Only now that the generation is open is the run recorded as
003058*    in flight on RSTCTL.
003059     IF NOT RESTART-REQUESTED
003060         PERFORM 1400-START-NEW-RUN
003061             THRU 1400-START-NEW-RUN-EXIT
003062     END-IF.
003063     PERFORM 6500-WRITE-RESTART-RECORD
003064         THRU 6500-WRITE-RESTART-RECORD-EXIT.
003065     IF RUN-FAILED
003066         GO TO 1000-INITIALIZE-ABEND
003067     END-IF.
003068
003069     PERFORM 1190-MARK-BATCH-STARTED
003070         THRU 1190-MARK-BATCH-STARTED-EXIT.
003071
003072     IF RESTART-REQUESTED
003073         MOVE RST-LAST-KEY TO AUDIT-NETWORK-UOWID
003074         START AUDIT-FILE KEY > AUDIT-NETWORK-UOWID
003075             INVALID KEY
003076                 SET END-OF-AUDIT-FILE TO TRUE
003077                 GO TO 1000-INITIALIZE-EXIT
003078         END-START
003079     END-IF.
003080     PERFORM 2100-READ-AUDIT-RECORD
003081         THRU 2100-READ-AUDIT-RECORD-EXIT.
003082
003083     GO TO 1000-INITIALIZE-EXIT.
003090
003100 1000-INITIALIZE-ABEND.
003110     MOVE 16 TO RETURN-CODE.
003160*****************************************************************
003170 1100-EDIT-RUN-PARM.
003180*****************************************************************
003188*    The PARM is the retention period in days (1-3 digits), the
003196*    generation label for the index records, then optionally the
003204*    checkpoint interval and RESTART or RERUN, separated by
003212*    spaces. Any word missing or malformed stops the run before
003220*    anything leaves AUDITF.
003228     IF PARM-LENGTH < 3 OR PARM-LENGTH > 30
003240         DISPLAY 'AUDTARCH - PARM MUST BE DAYS AND GENERATION '
003250                 '(E.G. 030 G0042V00 0500)'
003260         GO TO 1100-EDIT-RUN-PARM-ABEND
003270     END-IF.
003280
003283     MOVE SPACES TO PARM-DAYS-TOKEN PARM-GEN-TOKEN
003286                    PARM-INTERVAL-TOKEN PARM-MODE-TOKEN.
003289     MOVE 0 TO PARM-DAYS-LEN PARM-GEN-LEN
003292               PARM-INTERVAL-LEN PARM-MODE-LEN.
003295     UNSTRING PARM-DATA (1:PARM-LENGTH) DELIMITED BY ALL SPACE
003298         INTO PARM-DAYS-TOKEN     COUNT IN PARM-DAYS-LEN
003301              PARM-GEN-TOKEN      COUNT IN PARM-GEN-LEN
003304              PARM-INTERVAL-TOKEN COUNT IN PARM-INTERVAL-LEN
003307              PARM-MODE-TOKEN     COUNT IN PARM-MODE-LEN
003310     END-UNSTRING.
003320     IF PARM-DAYS-LEN < 1 OR PARM-DAYS-LEN > 3
003330        OR PARM-GEN-LEN = 0
003340         DISPLAY 'AUDTARCH - PARM MUST BE DAYS AND GENERATION '
003350                 '(E.G. 030 G0042V00 0500)'
003360         GO TO 1100-EDIT-RUN-PARM-ABEND
003370     END-IF.
003380
003390     MOVE ALL '0' TO PARM-DAYS-X.
003400     MOVE PARM-DAYS-TOKEN (1:PARM-DAYS-LEN)
003410         TO PARM-DAYS-X (4 - PARM-DAYS-LEN:PARM-DAYS-LEN).
003420     IF PARM-DAYS-9 IS NOT NUMERIC
003430         DISPLAY 'AUDTARCH - RETENTION DAYS NOT NUMERIC: '
003500         GO TO 1100-EDIT-RUN-PARM-ABEND
003510     END-IF.
003520
003540     IF PARM-GEN-LEN > 8
003560         DISPLAY 'AUDTARCH - GENERATION LABEL MUST BE 1-8 '
003570                 'CHARACTERS'
003580         GO TO 1100-EDIT-RUN-PARM-ABEND
003590     END-IF.
003605     MOVE PARM-GEN-TOKEN TO GENERATION-LABEL.
003620
003621*    RESTART or RERUN may follow the interval or stand in its
003622*    place.
003623     IF (PARM-INTERVAL-TOKEN = 'RESTART' OR 'RERUN')
003624        AND PARM-MODE-LEN = 0
003625         MOVE PARM-INTERVAL-TOKEN TO PARM-MODE-TOKEN
003626         MOVE PARM-INTERVAL-LEN   TO PARM-MODE-LEN
003627         MOVE 0                   TO PARM-INTERVAL-LEN
003628     END-IF.
003629
003630     IF PARM-INTERVAL-LEN = 0
003631         GO TO 1100-EDIT-RUN-MODE
003632     END-IF.
003633     IF PARM-INTERVAL-LEN > 4
003634         DISPLAY 'AUDTARCH - CHECKPOINT INTERVAL MUST BE 1-1000 '
003635                 'RECORDS'
003636         GO TO 1100-EDIT-RUN-PARM-ABEND
003637     END-IF.
003638     MOVE ALL '0' TO PARM-INTERVAL-X.
003639     MOVE PARM-INTERVAL-TOKEN (1:PARM-INTERVAL-LEN)
003640         TO PARM-INTERVAL-X (5 - PARM-INTERVAL-LEN:
003641                             PARM-INTERVAL-LEN).
003642     IF PARM-INTERVAL-9 IS NOT NUMERIC
003643        OR PARM-INTERVAL-9 = 0 OR PARM-INTERVAL-9 > 1000
003644         DISPLAY 'AUDTARCH - CHECKPOINT INTERVAL MUST BE 1-1000 '
003645                 'RECORDS'
003646         GO TO 1100-EDIT-RUN-PARM-ABEND
003647     END-IF.
003648     MOVE PARM-INTERVAL-9 TO CHECKPOINT-INTERVAL.
003649
003650 1100-EDIT-RUN-MODE.
003651     IF PARM-MODE-LEN = 0
003652         GO TO 1100-EDIT-RUN-PARM-EXIT
003653     END-IF.
003654     IF PARM-MODE-TOKEN = 'RERUN'
003655         SET FORCED-RERUN TO TRUE
003656         GO TO 1100-EDIT-RUN-PARM-EXIT
003657     END-IF.
003658     IF PARM-MODE-TOKEN NOT = 'RESTART'
003659         DISPLAY 'AUDTARCH - LAST PARM WORD MAY ONLY BE RESTART '
003660                 'OR RERUN'
003661         GO TO 1100-EDIT-RUN-PARM-ABEND
003662     END-IF.
003663     SET RESTART-REQUESTED TO TRUE.
003664     GO TO 1100-EDIT-RUN-PARM-EXIT.
003665
003666 1100-EDIT-RUN-PARM-ABEND.
003667     MOVE 16 TO RETURN-CODE.
003670     GOBACK.
003680
003690 1100-EDIT-RUN-PARM-EXIT.
003691     EXIT.
003692*****************************************************************
003693 1150-CHECK-BATCH-CONTROL.
003694*****************************************************************
003695*    The business date comes from the BATCHCTL control record.
003696*    The job runs only once the online day for that date has
003697*    closed and the jobs it depends on have completed for it,
003698*    and only once for the date unless the PARM says RERUN.
003699     OPEN I-O BATCH-CONTROL-FILE.
003700     IF NOT FS-BATCH-OK
003701         DISPLAY 'AUDTARCH - UNABLE TO OPEN BATCHCTL, STATUS = '
003702                 FS-BATCH-CONTROL
003703         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003704     END-IF.
003705
003706     MOVE '$BUSDATE' TO BCT-FD-KEY.
003707     READ BATCH-CONTROL-FILE.
003708     IF NOT FS-BATCH-OK
003709         DISPLAY 'AUDTARCH - NO BUSINESS DATE ON BATCHCTL, '
003710                 'STATUS = ' FS-BATCH-CONTROL
003711         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003712     END-IF.
003713     MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD.
003714     MOVE BCT-BUSINESS-DATE TO BUSINESS-DATE.
003715     IF NOT BCT-ONLINE-CLOSED
003716         DISPLAY 'AUDTARCH - ONLINE DAY ' BUSINESS-DATE
003717                 ' NOT YET CLOSED ON BATCHCTL'
003718         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003719     END-IF.
003720
003721     PERFORM 1160-CHECK-PREREQUISITE
003722         THRU 1160-CHECK-PREREQUISITE-EXIT
003723         VARYING PREREQUISITE-SUB FROM 1 BY 1
003724         UNTIL PREREQUISITE-SUB > 2.
003725     IF PREREQUISITE-MISSING
003726         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003727     END-IF.
003728
003729     MOVE BATCH-JOB-NAME TO BCT-FD-KEY.
003730     READ BATCH-CONTROL-FILE.
003731     EVALUATE TRUE
003732         WHEN FS-BATCH-OK
003733             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
003734             SET BATCH-JOB-ON-FILE TO TRUE
003735         WHEN FS-BATCH-NOTFND
003736             MOVE SPACES TO BATCH-CONTROL-RECORD
003737             MOVE BATCH-JOB-NAME TO BCT-KEY
003738             MOVE 0 TO BCT-RETURN-CODE BCT-RUN-COUNT
003739         WHEN OTHER
003740             DISPLAY 'AUDTARCH - BATCHCTL READ ERROR, STATUS = '
003741                     FS-BATCH-CONTROL
003742             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003743     END-EVALUATE.
003744
003745*    A RESTART resumes a run that never completed - RSTCTL, not
003746*    the completed date, decides whether there is one to resume.
003747     IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
003748        AND NOT RESTART-REQUESTED
003749         IF NOT FORCED-RERUN
003750             DISPLAY 'AUDTARCH - ALREADY COMPLETED FOR '
003751                     BUSINESS-DATE ', RERUN ONLY WITH PARM RERUN'
003752             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003753         END-IF
003754         DISPLAY 'AUDTARCH - FORCED RERUN FOR ' BUSINESS-DATE
003755     END-IF.
003756
003757     GO TO 1150-CHECK-BATCH-CONTROL-EXIT.
003758
003759 1150-CHECK-BATCH-CONTROL-ABEND.
003760     MOVE 16 TO RETURN-CODE.
003761     GOBACK.
003762
003763 1150-CHECK-BATCH-CONTROL-EXIT.
003764     EXIT.
003765*****************************************************************
003766 1160-CHECK-PREREQUISITE.
003767*****************************************************************
003768     MOVE PREREQUISITE-JOB (PREREQUISITE-SUB) TO BCT-FD-KEY.
003769     READ BATCH-CONTROL-FILE.
003770     IF FS-BATCH-OK
003771         MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
003772         IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
003773             GO TO 1160-CHECK-PREREQUISITE-EXIT
003774         END-IF
003775     END-IF.
003776
003777     DISPLAY 'AUDTARCH - ' PREREQUISITE-JOB (PREREQUISITE-SUB)
003778             ' NOT YET COMPLETE FOR ' BUSINESS-DATE.
003779     SET PREREQUISITE-MISSING TO TRUE.
003780
003781 1160-CHECK-PREREQUISITE-EXIT.
003782     EXIT.
003783*****************************************************************
003784 1190-MARK-BATCH-STARTED.
003785*****************************************************************
003786*    Every check has passed - record the run as started for the
003787*    business date.
003788     IF BCT-RUN-DATE NOT = BUSINESS-DATE
003789         MOVE 0 TO BCT-RUN-COUNT
003790     END-IF.
003791     ADD 1 TO BCT-RUN-COUNT.
003792     PERFORM 6600-STAMP-TIME
003793         THRU 6600-STAMP-TIME-EXIT.
003794     SET BCT-JOB-STARTED         TO TRUE.
003795     MOVE BUSINESS-DATE          TO BCT-RUN-DATE.
003796     MOVE TSW-DISPLAY            TO BCT-STARTED-DATE-TIME.
003797     MOVE SPACES                 TO BCT-ENDED-DATE-TIME.
003798     MOVE 0                      TO BCT-RETURN-CODE.
003799     MOVE SW-FORCED-RERUN        TO BCT-FORCED-RERUN.
003800     PERFORM 8950-WRITE-BATCH-ENTRY
003801         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
003802     IF NOT FS-BATCH-OK
003803         MOVE 16 TO RETURN-CODE
003804         GOBACK
003805     END-IF.
003806
003807 1190-MARK-BATCH-STARTED-EXIT.
003808     EXIT.
003809*****************************************************************
003810 1200-CHECK-RESTART-RECORD.
003811*****************************************************************
003812*    RSTCTL tells a normal run from a resumed one. A normal run
003813*    refuses to start over an unfinished one - starting again
003814*    from the top would archive its records into a second
003815*    generation - and RESTART refuses when there is nothing to
003816*    resume.
003817     MOVE 'AUDTARCH' TO RST-FD-KEY.
003818     READ RESTART-CONTROL-FILE.
003819     EVALUATE TRUE
003820         WHEN FS-RESTART-OK
003821             MOVE RESTART-CONTROL-FD-RECORD
003822                 TO RESTART-CONTROL-RECORD
003823             SET RESTART-RECORD-ON-FILE TO TRUE
003824         WHEN FS-RESTART-NOTFND
003825             CONTINUE
003826         WHEN OTHER
003827             DISPLAY 'AUDTARCH - RSTCTL READ ERROR, STATUS = '
003828                     FS-RESTART-CONTROL
003829             GO TO 1200-CHECK-RESTART-RECORD-ABEND
003830     END-EVALUATE.
003831
003832     IF RESTART-REQUESTED
003833         IF NOT RESTART-RECORD-ON-FILE OR RST-RUN-COMPLETE
003834             DISPLAY 'AUDTARCH - RESTART REFUSED, NO UNFINISHED '
003835                     'RUN ON RSTCTL'
003836             GO TO 1200-CHECK-RESTART-RECORD-ABEND
003837         END-IF
003838         PERFORM 1300-RESUME-FROM-CHECKPOINT
003839             THRU 1300-RESUME-FROM-CHECKPOINT-EXIT
003840         GO TO 1200-CHECK-RESTART-RECORD-EXIT
003841     END-IF.
003842
003843     IF RESTART-RECORD-ON-FILE AND RST-RUN-IN-FLIGHT
003844         DISPLAY 'AUDTARCH - UNFINISHED RUN ON RSTCTL, STARTED '
003845                 RST-STARTED-DATE-TIME
003846         DISPLAY 'AUDTARCH - RERUN WITH RESTART, ARCHOUT ON '
003847                 'GENERATION ' RST-GENERATION
003848         GO TO 1200-CHECK-RESTART-RECORD-ABEND
003849     END-IF.
003850
003851     GO TO 1200-CHECK-RESTART-RECORD-EXIT.
003852
003853 1200-CHECK-RESTART-RECORD-ABEND.
003854     MOVE 16 TO RETURN-CODE.
003855     GOBACK.
003856
003857 1200-CHECK-RESTART-RECORD-EXIT.
003858     EXIT.
003859*****************************************************************
003860 1300-RESUME-FROM-CHECKPOINT.
003861*****************************************************************
003862*    Carry on where the failed run's last checkpoint left off -
003863*    its cutoff date and generation, not today's, and its counts
003864*    as the starting point for this run's.
003865     MOVE RST-CUTOFF-DATE          TO CUTOFF-DATE-DISPLAY.
003866     MOVE RST-RETENTION-DAYS       TO RETENTION-DAYS.
003867     IF RST-GENERATION NOT = GENERATION-LABEL
003868         DISPLAY 'AUDTARCH - RESUMING GENERATION '
003869                 RST-GENERATION ', PARM LABEL IGNORED'
003870     END-IF.
003871     MOVE RST-GENERATION           TO GENERATION-LABEL.
003872
003873     MOVE RST-STARTED-DATE-TIME    TO RESUME-STARTED.
003874     MOVE RST-CHECKPOINT-DATE-TIME TO RESUME-CHECKPOINT.
003875     MOVE RST-LAST-KEY             TO RESUME-KEY.
003876     MOVE RST-LAST-KEY             TO LAST-KEY-PROCESSED.
003877
003878     MOVE RST-RECORDS-READ         TO CNT-RECORDS-READ
003879                                      PRIOR-RECORDS-READ.
003880     MOVE RST-RECORDS-REMOVED      TO CNT-RECORDS-ARCHIVED
003881                                      PRIOR-RECORDS-ARCHIVED.
003882     MOVE RST-RECORDS-RETAINED     TO CNT-RECORDS-RETAINED
003883                                      PRIOR-RECORDS-RETAINED.
003884     MOVE RST-STOCK-REMOVED        TO CNT-STOCK-ARCHIVED.
003885     MOVE RST-PRICE-REMOVED        TO CNT-PRICE-ARCHIVED.
003886     MOVE RST-SUPPLIER-REMOVED     TO CNT-SUPPLIER-ARCHIVED.
003887*    A checkpoint taken before items were counted on their own
003888*    has no item count - those events are in the other count.
003889     IF RST-ITEM-REMOVED NUMERIC
003890         MOVE RST-ITEM-REMOVED     TO CNT-ITEM-ARCHIVED
003891     END-IF.
003892     MOVE RST-OTHER-REMOVED        TO CNT-OTHER-ARCHIVED.
003893     IF RST-RECORDS-REMOVED > 0
003894         MOVE RST-EARLIEST-DATE-TIME TO EARLIEST-ARCHIVED
003895         MOVE RST-LATEST-DATE-TIME   TO LATEST-ARCHIVED
003896         SET FIRST-ARCHIVED-SEEN TO TRUE
003897     END-IF.
003898
003899     ADD 1 TO RST-RESTART-COUNT.
003900     MOVE CHECKPOINT-INTERVAL      TO RST-CHECKPOINT-INTERVAL.
003901
003902 1300-RESUME-FROM-CHECKPOINT-EXIT.
003903     EXIT.
003904*****************************************************************
003905 1400-START-NEW-RUN.
003906*****************************************************************
003907     PERFORM 6600-STAMP-TIME
003908         THRU 6600-STAMP-TIME-EXIT.
003909
003910     MOVE SPACES                   TO RESTART-CONTROL-RECORD.
003911     MOVE 'AUDTARCH'               TO RST-JOB-NAME.
003912     SET RST-RUN-IN-FLIGHT         TO TRUE.
003913     MOVE TSW-DISPLAY              TO RST-STARTED-DATE-TIME
003914                                      RST-CHECKPOINT-DATE-TIME.
003915     MOVE CUTOFF-DATE-DISPLAY      TO RST-CUTOFF-DATE.
003916     MOVE RETENTION-DAYS           TO RST-RETENTION-DAYS.
003917     MOVE GENERATION-LABEL         TO RST-GENERATION.
003918     MOVE CHECKPOINT-INTERVAL      TO RST-CHECKPOINT-INTERVAL.
003919     MOVE LOW-VALUES               TO RST-LAST-KEY.
003920     MOVE 0 TO RST-CHECKPOINTS-TAKEN RST-RESTART-COUNT
003921               RST-RECORDS-READ RST-RECORDS-REMOVED
003922               RST-RECORDS-RETAINED RST-STOCK-REMOVED
003923               RST-PRICE-REMOVED RST-SUPPLIER-REMOVED
003924               RST-ITEM-REMOVED RST-OTHER-REMOVED.
003925
003926 1400-START-NEW-RUN-EXIT.
003927     EXIT.
003928*****************************************************************
003929 2000-PROCESS-AUDIT-RECORD.
003930*****************************************************************
003931     ADD 1 TO CNT-RECORDS-READ.
003932     MOVE AUDIT-NETWORK-UOWID TO LAST-KEY-PROCESSED.
003933
003934     IF AUDIT-DATE-TIME (1:10) < CUTOFF-DATE-DISPLAY
003935         PERFORM 3000-ARCHIVE-ONE-RECORD
003936             THRU 3000-ARCHIVE-ONE-RECORD-EXIT
003937     ELSE
003938         ADD 1 TO CNT-RECORDS-RETAINED
003939     END-IF.
003940
003941     ADD 1 TO READ-SINCE-CHECKPOINT.
003942     IF READ-SINCE-CHECKPOINT NOT < CHECKPOINT-INTERVAL
003943         PERFORM 6000-TAKE-CHECKPOINT
003944             THRU 6000-TAKE-CHECKPOINT-EXIT
003945         IF END-OF-AUDIT-FILE
003946             GO TO 2000-PROCESS-AUDIT-RECORD-EXIT
003947         END-IF
003948     END-IF.
003949     PERFORM 2100-READ-AUDIT-RECORD
003950         THRU 2100-READ-AUDIT-RECORD-EXIT.
003951
003952 2000-PROCESS-AUDIT-RECORD-EXIT.
003953     EXIT.
003954*****************************************************************
003955 2100-READ-AUDIT-RECORD.
003956*****************************************************************
003957     READ AUDIT-FILE NEXT RECORD
003958         AT END
003959             SET END-OF-AUDIT-FILE TO TRUE
003960             GO TO 2100-READ-AUDIT-RECORD-EXIT
003961     END-READ.
003962
003970     IF NOT FS-AUDIT-OK
003980         DISPLAY 'AUDTARCH - AUDITF READ ERROR, STATUS = '
003990                 FS-AUDIT-FILE
003995         SET RUN-FAILED TO TRUE
004000         SET END-OF-AUDIT-FILE TO TRUE
004005         MOVE 16 TO RETURN-CODE
004010     END-IF.
004020
004030 2100-READ-AUDIT-RECORD-EXIT.
004080*    Copy first, index second, delete last - a failure at any
004090*    step leaves the record safely on AUDITF for the next run
004100*    rather than archived-but-unfindable or gone-but-unkept.
004103*    The delete waits for the next checkpoint, when the copy is
004106*    known to be written to the generation.
004110     MOVE AUDIT-RECORD TO ARCHIVE-RECORD.
004120     WRITE ARCHIVE-RECORD.
004130     IF NOT FS-ARCHIVE-OK
004240         GO TO 3000-ARCHIVE-ONE-RECORD-EXIT
004250     END-IF.
004260
004302     ADD 1 TO PENDING-ENTRIES-USED.
004344     MOVE AUDIT-NETWORK-UOWID
004386         TO PND-NETWORK-UOWID (PENDING-ENTRIES-USED).
004428     MOVE AUDIT-EVENT-TYPE
004470         TO PND-EVENT-TYPE (PENDING-ENTRIES-USED).
004512     MOVE AUDIT-DATE-TIME
004554         TO PND-DATE-TIME (PENDING-ENTRIES-USED).
004600 3000-ARCHIVE-ONE-RECORD-EXIT.
004610     EXIT.
004620*****************************************************************
004820     END-IF.
004830
004840 3100-WRITE-INDEX-RECORD-EXIT.
004841     EXIT.
004842*****************************************************************
004843 6000-TAKE-CHECKPOINT.
004844*****************************************************************
004845*    Harden the generation first - closing and reopening it
004846*    writes out every copy taken since the last checkpoint -
004847*    then delete those records from AUDITF and record the
004848*    position and counts on RSTCTL. A failure to reopen stops
004849*    the run with the interval's records still on AUDITF.
004850     CLOSE ARCHIVE-FILE.
004851     OPEN EXTEND ARCHIVE-FILE.
004852     IF NOT FS-ARCHIVE-OK
004853         DISPLAY 'AUDTARCH - ARCHOUT REOPEN ERROR, STATUS = '
004854                 FS-ARCHIVE-FILE
004855         SET RUN-FAILED TO TRUE
004856         SET END-OF-AUDIT-FILE TO TRUE
004857         MOVE 16 TO RETURN-CODE
004858         GO TO 6000-TAKE-CHECKPOINT-EXIT
004859     END-IF.
004860
004861     PERFORM 6100-DELETE-PENDING-RECORD
004862         THRU 6100-DELETE-PENDING-RECORD-EXIT
004863         VARYING PENDING-SUB FROM 1 BY 1
004864         UNTIL PENDING-SUB > PENDING-ENTRIES-USED.
004865     MOVE 0 TO PENDING-ENTRIES-USED.
004866     MOVE 0 TO READ-SINCE-CHECKPOINT.
004867
004868     PERFORM 6600-STAMP-TIME
004869         THRU 6600-STAMP-TIME-EXIT.
004870     MOVE TSW-DISPLAY             TO RST-CHECKPOINT-DATE-TIME.
004871     MOVE LAST-KEY-PROCESSED      TO RST-LAST-KEY.
004872     MOVE CNT-RECORDS-READ        TO RST-RECORDS-READ.
004873     MOVE CNT-RECORDS-ARCHIVED    TO RST-RECORDS-REMOVED.
004874     MOVE CNT-RECORDS-RETAINED    TO RST-RECORDS-RETAINED.
004875     MOVE CNT-STOCK-ARCHIVED      TO RST-STOCK-REMOVED.
004876     MOVE CNT-PRICE-ARCHIVED      TO RST-PRICE-REMOVED.
004877     MOVE CNT-SUPPLIER-ARCHIVED   TO RST-SUPPLIER-REMOVED.
004878     MOVE CNT-ITEM-ARCHIVED       TO RST-ITEM-REMOVED.
004879     MOVE CNT-OTHER-ARCHIVED      TO RST-OTHER-REMOVED.
004880     MOVE EARLIEST-ARCHIVED       TO RST-EARLIEST-DATE-TIME.
004881     MOVE LATEST-ARCHIVED         TO RST-LATEST-DATE-TIME.
004882     ADD 1 TO RST-CHECKPOINTS-TAKEN.
004883     IF FINAL-CHECKPOINT
004884         SET RST-RUN-COMPLETE TO TRUE
004885     END-IF.
004886     PERFORM 6500-WRITE-RESTART-RECORD
004887         THRU 6500-WRITE-RESTART-RECORD-EXIT.
004888
004889     IF FINAL-CHECKPOINT OR RUN-FAILED
004890         GO TO 6000-TAKE-CHECKPOINT-EXIT
004891     END-IF.
004892
004893*    The deletes moved the browse - carry on from the record
004894*    after the checkpoint.
004895     MOVE LAST-KEY-PROCESSED TO AUDIT-NETWORK-UOWID.
004896     START AUDIT-FILE KEY > AUDIT-NETWORK-UOWID
004897         INVALID KEY
004898             SET END-OF-AUDIT-FILE TO TRUE
004899     END-START.
004900
004901 6000-TAKE-CHECKPOINT-EXIT.
004902     EXIT.
004903*****************************************************************
004904 6100-DELETE-PENDING-RECORD.
004905*****************************************************************
004906     MOVE PND-NETWORK-UOWID (PENDING-SUB) TO AUDIT-NETWORK-UOWID.
004907     DELETE AUDIT-FILE RECORD.
004908     IF NOT FS-AUDIT-OK
004909         DISPLAY 'AUDTARCH - AUDITF DELETE ERROR, STATUS = '
004910                 FS-AUDIT-FILE
004911         ADD 1 TO CNT-RECORDS-RETAINED
004912         GO TO 6100-DELETE-PENDING-RECORD-EXIT
004913     END-IF.
004914     MOVE PND-EVENT-TYPE (PENDING-SUB) TO AUDIT-EVENT-TYPE.
004915     MOVE PND-DATE-TIME (PENDING-SUB)  TO AUDIT-DATE-TIME.
004916
004917     ADD 1 TO CNT-RECORDS-ARCHIVED.
004918     EVALUATE TRUE
004919         WHEN AUDIT-STOCK-ITEM-CHANGE
004920             ADD 1 TO CNT-STOCK-ARCHIVED
004921         WHEN AUDIT-PRICE-CHANGE
004922             ADD 1 TO CNT-PRICE-ARCHIVED
004923         WHEN AUDIT-SUPPLIER-UPDATE
004924             ADD 1 TO CNT-SUPPLIER-ARCHIVED
004925         WHEN AUDIT-ITEM-MASTER-CHANGE
004926             ADD 1 TO CNT-ITEM-ARCHIVED
004927         WHEN OTHER
004928             ADD 1 TO CNT-OTHER-ARCHIVED
004929     END-EVALUATE.
004930
004931     IF FIRST-ARCHIVED-NOT-SEEN
004932         MOVE AUDIT-DATE-TIME TO EARLIEST-ARCHIVED
004933         MOVE AUDIT-DATE-TIME TO LATEST-ARCHIVED
004934         SET FIRST-ARCHIVED-SEEN TO TRUE
004935         GO TO 6100-DELETE-PENDING-RECORD-EXIT
004936     END-IF.
004937     IF AUDIT-DATE-TIME < EARLIEST-ARCHIVED
004938         MOVE AUDIT-DATE-TIME TO EARLIEST-ARCHIVED
004939     END-IF.
004940     IF AUDIT-DATE-TIME > LATEST-ARCHIVED
004941         MOVE AUDIT-DATE-TIME TO LATEST-ARCHIVED
004942     END-IF.
004943
004944 6100-DELETE-PENDING-RECORD-EXIT.
004945     EXIT.
004946*****************************************************************
004947 6500-WRITE-RESTART-RECORD.
004948*****************************************************************
004949     MOVE RESTART-CONTROL-RECORD TO RESTART-CONTROL-FD-RECORD.
004950     IF RESTART-RECORD-ON-FILE
004951         REWRITE RESTART-CONTROL-FD-RECORD
004952     ELSE
004953         WRITE RESTART-CONTROL-FD-RECORD
004954     END-IF.
004955
004956     IF NOT FS-RESTART-OK
004957         DISPLAY 'AUDTARCH - RSTCTL WRITE ERROR, STATUS = '
004958                 FS-RESTART-CONTROL
004959         SET RUN-FAILED TO TRUE
004960         SET END-OF-AUDIT-FILE TO TRUE
004961         MOVE 16 TO RETURN-CODE
004962         GO TO 6500-WRITE-RESTART-RECORD-EXIT
004963     END-IF.
004964     SET RESTART-RECORD-ON-FILE TO TRUE.
004965
004966 6500-WRITE-RESTART-RECORD-EXIT.
004967     EXIT.
004968*****************************************************************
004969 6600-STAMP-TIME.
004970*****************************************************************
004971     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
004972     MOVE TSW-YYYY TO TSD-YYYY.
004973     MOVE TSW-MM   TO TSD-MM.
004974     MOVE TSW-DD   TO TSD-DD.
004975     MOVE TSW-HH   TO TSD-HH.
004976     MOVE TSW-MN   TO TSD-MN.
004977     MOVE TSW-SS   TO TSD-SS.
004978
004979 6600-STAMP-TIME-EXIT.
004980     EXIT.
004981*****************************************************************
004982 7500-WRITE-REPORT-LINE.
004983*****************************************************************
004984     WRITE REPORT-LINE.
004985     ADD 1 TO LINES-ON-PAGE.
004986
004987 7500-WRITE-REPORT-LINE-EXIT.
004988     EXIT.
004989*****************************************************************
004990 8000-TERMINATE.
004991*****************************************************************
004992     ADD 1 TO PAGE-NUMBER.
004993     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
004994     MOVE HEADING-LINE-1       TO REPORT-LINE.
005000     PERFORM 7500-WRITE-REPORT-LINE
005010         THRU 7500-WRITE-REPORT-LINE-EXIT.
005020     MOVE HEADING-LINE-2       TO REPORT-LINE.
005100     PERFORM 7500-WRITE-REPORT-LINE
005110         THRU 7500-WRITE-REPORT-LINE-EXIT.
005120
005121     MOVE 'BUSINESS DATE (BATCHCTL)'    TO DLP-LABEL.
005122     MOVE BUSINESS-DATE                 TO DLP-VALUE.
005123     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
005124     PERFORM 7500-WRITE-REPORT-LINE
005125         THRU 7500-WRITE-REPORT-LINE-EXIT.
005126
005130     MOVE 'ARCHIVE CUTOFF DATE'         TO DLP-LABEL.
005140     MOVE CUTOFF-DATE-DISPLAY           TO DLP-VALUE.
005150     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
005220     PERFORM 7500-WRITE-REPORT-LINE
005230         THRU 7500-WRITE-REPORT-LINE-EXIT.
005240
005243     PERFORM 8100-WRITE-RESTART-DETAILS
005246         THRU 8100-WRITE-RESTART-DETAILS-EXIT.
005250     MOVE BLANK-LINE                    TO REPORT-LINE.
005260     PERFORM 7500-WRITE-REPORT-LINE
005270         THRU 7500-WRITE-REPORT-LINE-EXIT.
005660     PERFORM 7500-WRITE-REPORT-LINE
005670         THRU 7500-WRITE-REPORT-LINE-EXIT.
005680
005681     MOVE 'ITEM EVENTS ARCHIVED'        TO DLC-LABEL.
005682     MOVE CNT-ITEM-ARCHIVED             TO DLC-COUNT.
005683     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
005684     PERFORM 7500-WRITE-REPORT-LINE
005685         THRU 7500-WRITE-REPORT-LINE-EXIT.
005686
005690     MOVE 'OTHER EVENTS ARCHIVED'       TO DLC-LABEL.
005700     MOVE CNT-OTHER-ARCHIVED            TO DLC-COUNT.
005710     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
005880             THRU 7500-WRITE-REPORT-LINE-EXIT
005890     END-IF.
005900
005902     PERFORM 8900-RECORD-BATCH-COMPLETION
005904         THRU 8900-RECORD-BATCH-COMPLETION-EXIT.
005906
005910     CLOSE AUDIT-FILE.
005920     CLOSE ARCHIVE-FILE.
005930     CLOSE ARCHIVE-INDEX-FILE.
005935     CLOSE RESTART-CONTROL-FILE.
005940     CLOSE REPORT-FILE.
005950
005960 8000-TERMINATE-EXIT.
005961     EXIT.
006004*****************************************************************
006005 8100-WRITE-RESTART-DETAILS.
006006*****************************************************************
006010*    How the run stands on RSTCTL, and for a resumed run where
006020*    it picked up and what each of the two runs did. The counts
006030*    further down are the totals over both.
006040     MOVE 'CHECKPOINT INTERVAL'         TO DLP-LABEL.
006050     MOVE SPACES                        TO DLP-VALUE.
006060     MOVE CHECKPOINT-INTERVAL           TO DLP-VALUE (1:4).
006070     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
006080     PERFORM 7500-WRITE-REPORT-LINE
006090         THRU 7500-WRITE-REPORT-LINE-EXIT.
006100
006110     MOVE 'RUN STATUS'                  TO DLP-LABEL.
006120     IF RUN-FAILED
006130         MOVE 'INCOMPLETE - RERUN RESTART' TO DLP-VALUE
006140     ELSE
006150         MOVE 'COMPLETE'                TO DLP-VALUE
006160     END-IF.
006170     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
006180     PERFORM 7500-WRITE-REPORT-LINE
006190         THRU 7500-WRITE-REPORT-LINE-EXIT.
006200
006210     MOVE 'CHECKPOINTS TAKEN (ALL RUNS)' TO DLC-LABEL.
006220     MOVE RST-CHECKPOINTS-TAKEN         TO DLC-COUNT.
006230     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
006240     PERFORM 7500-WRITE-REPORT-LINE
006250         THRU 7500-WRITE-REPORT-LINE-EXIT.
006260
006270     IF NOT RESTART-REQUESTED
006280         GO TO 8100-WRITE-RESTART-DETAILS-EXIT
006290     END-IF.
006300
006310     MOVE BLANK-LINE                    TO REPORT-LINE.
006320     PERFORM 7500-WRITE-REPORT-LINE
006330         THRU 7500-WRITE-REPORT-LINE-EXIT.
006340     MOVE 'RESTARTED RUN - FAILED RUN AT' TO DLP-LABEL.
006350     MOVE RESUME-STARTED                TO DLP-VALUE.
006360     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
006370     PERFORM 7500-WRITE-REPORT-LINE
006380         THRU 7500-WRITE-REPORT-LINE-EXIT.
006390     MOVE 'RESUMED FROM CHECKPOINT AT'  TO DLP-LABEL.
006400     MOVE RESUME-CHECKPOINT             TO DLP-VALUE.
006410     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
006420     PERFORM 7500-WRITE-REPORT-LINE
006430         THRU 7500-WRITE-REPORT-LINE-EXIT.
006440     MOVE 'RESUMED AFTER KEY'           TO DLK-LABEL.
006450     IF RESUME-KEY = LOW-VALUES
006460         MOVE '(START OF FILE)'         TO DLK-KEY
006470     ELSE
006480         MOVE RESUME-KEY                TO DLK-KEY
006490     END-IF.
006500     MOVE DETAIL-LINE-KEY               TO REPORT-LINE.
006510     PERFORM 7500-WRITE-REPORT-LINE
006520         THRU 7500-WRITE-REPORT-LINE-EXIT.
006530     MOVE 'TIMES RESTARTED'             TO DLC-LABEL.
006540     MOVE RST-RESTART-COUNT             TO DLC-COUNT.
006550     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
006560     PERFORM 7500-WRITE-REPORT-LINE
006570         THRU 7500-WRITE-REPORT-LINE-EXIT.
006580
006590     MOVE BLANK-LINE                    TO REPORT-LINE.
006600     PERFORM 7500-WRITE-REPORT-LINE
006610         THRU 7500-WRITE-REPORT-LINE-EXIT.
006620     MOVE RUNS-COLUMN-HEADING           TO REPORT-LINE.
006630     PERFORM 7500-WRITE-REPORT-LINE
006640         THRU 7500-WRITE-REPORT-LINE-EXIT.
006650
006660     MOVE 'AUDIT RECORDS READ'          TO DLR-LABEL.
006670     MOVE PRIOR-RECORDS-READ            TO DLR-PRIOR-COUNT.
006680     COMPUTE DLR-THIS-COUNT =
006690         CNT-RECORDS-READ - PRIOR-RECORDS-READ.
006700     MOVE CNT-RECORDS-READ              TO DLR-TOTAL-COUNT.
006710     MOVE DETAIL-LINE-RUNS              TO REPORT-LINE.
006720     PERFORM 7500-WRITE-REPORT-LINE
006730         THRU 7500-WRITE-REPORT-LINE-EXIT.
006740
006750     MOVE 'AUDIT RECORDS ARCHIVED'      TO DLR-LABEL.
006760     MOVE PRIOR-RECORDS-ARCHIVED        TO DLR-PRIOR-COUNT.
006770     COMPUTE DLR-THIS-COUNT =
006780         CNT-RECORDS-ARCHIVED - PRIOR-RECORDS-ARCHIVED.
006790     MOVE CNT-RECORDS-ARCHIVED          TO DLR-TOTAL-COUNT.
006800     MOVE DETAIL-LINE-RUNS              TO REPORT-LINE.
006810     PERFORM 7500-WRITE-REPORT-LINE
006820         THRU 7500-WRITE-REPORT-LINE-EXIT.
006830
006840     MOVE 'AUDIT RECORDS RETAINED'      TO DLR-LABEL.
006850     MOVE PRIOR-RECORDS-RETAINED        TO DLR-PRIOR-COUNT.
006860     COMPUTE DLR-THIS-COUNT =
006870         CNT-RECORDS-RETAINED - PRIOR-RECORDS-RETAINED.
006880     MOVE CNT-RECORDS-RETAINED          TO DLR-TOTAL-COUNT.
006890     MOVE DETAIL-LINE-RUNS              TO REPORT-LINE.
006900     PERFORM 7500-WRITE-REPORT-LINE
006910         THRU 7500-WRITE-REPORT-LINE-EXIT.
006920
006930 8100-WRITE-RESTART-DETAILS-EXIT.
006940     EXIT.
006950*****************************************************************
006960 8900-RECORD-BATCH-COMPLETION.
006970*****************************************************************
006980*    The run is complete for the business date unless it is
006990*    ending with a failing return code.
007000     PERFORM 6600-STAMP-TIME
007010         THRU 6600-STAMP-TIME-EXIT.
007020     MOVE TSW-DISPLAY            TO BCT-ENDED-DATE-TIME.
007030     MOVE RETURN-CODE            TO BCT-RETURN-CODE.
007040     IF RETURN-CODE < 8
007050         SET BCT-JOB-COMPLETE    TO TRUE
007060         MOVE BUSINESS-DATE      TO BCT-LAST-COMPLETED-DATE
007070     ELSE
007080         SET BCT-JOB-FAILED      TO TRUE
007090     END-IF.
007100     PERFORM 8950-WRITE-BATCH-ENTRY
007110         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
007120     IF NOT FS-BATCH-OK
007130         MOVE 16 TO RETURN-CODE
007140     END-IF.
007150     CLOSE BATCH-CONTROL-FILE.
007160
007170 8900-RECORD-BATCH-COMPLETION-EXIT.
007180     EXIT.
007190*****************************************************************
007200 8950-WRITE-BATCH-ENTRY.
007210*****************************************************************
007220     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
007230     IF BATCH-JOB-ON-FILE
007240         REWRITE BATCH-CONTROL-FD-RECORD
007250     ELSE
007260         WRITE BATCH-CONTROL-FD-RECORD
007270     END-IF.
007280     IF NOT FS-BATCH-OK
007290         DISPLAY 'AUDTARCH - BATCHCTL WRITE ERROR, STATUS = '
007300                 FS-BATCH-CONTROL
007310         GO TO 8950-WRITE-BATCH-ENTRY-EXIT
007320     END-IF.
007330     SET BATCH-JOB-ON-FILE TO TRUE.
007340
007350 8950-WRITE-BATCH-ENTRY-EXIT.
007360     EXIT.
