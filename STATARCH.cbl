000200*                                                               *
000210*         - the STATCTL counters are snapshotted to the         *
000220*           STATHIST history file, keyed by the business date   *
000230*           the counters belong to (the business date on the    *
000240*           BATCHCTL run-control record, see BCTLREC),          *
000250*         - the STATCTL record is zeroed for the new online     *
000260*           day, with its date-time cleared - which also makes  *
000270*           an accidental rerun harmless: a cleared record has  *
000310*     The STATTRND companion report reads STATHIST and prints   *
000320*     the day-over-day trend for the trailing period.           *
000330*                                                               *
000331*     BATCHCTL must show the online day closed before the       *
000332*     counters are cut over. The job records its run there, and *
000333*     refuses a date it has already completed unless the PARM   *
000334*     is RERUN.                                                 *
000335*                                                               *
000340* NOTES :                                                       *
000350*  DEPENDENCIES = BATCHCTL run-control KSDS                     *
000360*  RESTRICTIONS = STATCTL must be closed to online update       *
000370*                 before this program is run.                   *
000380*  REGISTER CONVENTIONS = Normal                                *
000460*                                                               *
000470*  2026-08-22  APPMAINT  New program.                           *
000480*  2026-08-22  APPMAINT  Carry the unknown-supplier counter.    *
000482*  2026-10-12  APPMAINT  Key STATHIST by the business date from *
000484*                        the BATCHCTL run-control file; RERUN   *
000486*                        PARM.                                  *
000487*  2026-10-15  APPMAINT  PARM length checked.                   *
000490*                                                               *
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000660            ACCESS MODE IS RANDOM
000670            RECORD KEY IS STH-FD-KEY
000680            FILE STATUS IS FS-STAT-HISTORY.
000681
000682     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000683            ORGANIZATION IS INDEXED
000684            ACCESS MODE IS RANDOM
000685            RECORD KEY IS BCT-FD-KEY
000686            FILE STATUS IS FS-BATCH-CONTROL.
000690
000700     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000710            ORGANIZATION IS SEQUENTIAL
000910     05 STH-FD-KEY               PIC X(10).
000920     05 FILLER                   PIC X(69).
000930*****************************************************************
000931*    The BATCHCTL run-control record is handled the same way.
000932 FD  BATCH-CONTROL-FILE
000933     LABEL RECORDS ARE STANDARD.
000934 01  BATCH-CONTROL-FD-RECORD.
000935     05 BCT-FD-KEY               PIC X(08).
000936     05 FILLER                   PIC X(96).
000937*****************************************************************
000940 FD  REPORT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
001090        88 FS-HISTORY-DUPREC          VALUE '22'.
001100     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001110        88 FS-REPORT-OK               VALUE '00'.
001112     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
001114        88 FS-BATCH-OK                VALUE '00'.
001116        88 FS-BATCH-NOTFND            VALUE '23'.
001120
001130 01  STAT-CONTROL-RECORD.
001140     COPY STATREC.
001150
001160 01  STAT-HISTORY-RECORD.
001170     COPY STATHREC.
001171
001172*    The business day being cut over, from BATCHCTL.
001173 01  BUSINESS-DATE-WORK.
001174     05 BUSINESS-DATE            PIC X(10).
001175
001176*    Overnight run control - the business date comes from the
001177*    BATCHCTL control record, and this job's own entry there is
001178*    marked started in 1190 and ended in 8900.
001179 01  BATCH-CONTROL-RECORD.
001180     COPY BCTLREC.
001181
001182 01  BATCH-RUN-WORK.
001183     05 BATCH-JOB-NAME           PIC X(08) VALUE 'STATARCH'.
001184     05 SW-FORCED-RERUN          PIC X(01) VALUE 'N'.
001185        88 FORCED-RERUN               VALUE 'Y'.
001186     05 SW-BATCH-JOB-ON-FILE     PIC X(01) VALUE 'N'.
001187        88 BATCH-JOB-ON-FILE          VALUE 'Y'.
001188
001189 01  TIMESTAMP-WORK.
001190     05 TSW-CURRENT              PIC X(21).
001191     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001192        10 TSW-YYYY              PIC X(04).
001193        10 TSW-MM                PIC X(02).
001194        10 TSW-DD                PIC X(02).
001195        10 TSW-HH                PIC X(02).
001196        10 TSW-MN                PIC X(02).
001197        10 TSW-SS                PIC X(02).
001198        10 FILLER                PIC X(07).
001199     05 TSW-DISPLAY.
001200        10 TSD-YYYY              PIC X(04).
001201        10 FILLER                PIC X(01) VALUE '-'.
001202        10 TSD-MM                PIC X(02).
001203        10 FILLER                PIC X(01) VALUE '-'.
001204        10 TSD-DD                PIC X(02).
001205        10 FILLER                PIC X(01) VALUE SPACE.
001206        10 TSD-HH                PIC X(02).
001207        10 FILLER                PIC X(01) VALUE ':'.
001208        10 TSD-MN                PIC X(02).
001209        10 FILLER                PIC X(01) VALUE ':'.
001210        10 TSD-SS                PIC X(02).
001211
001212 01  LINE-COUNT-WORK.
001213     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001214     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001220     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001230
001240 01  CURRENT-DATE-WORK.
001670*****************************************************************
001680 LINKAGE SECTION.
001690*****************************************************************
001695 01  PARM-FIELD.
001700     05 PARM-LENGTH              PIC S9(04) COMP.
001705     05 PARM-DATA                PIC X(10).
001710
001715 PROCEDURE DIVISION USING PARM-FIELD.
001720*****************************************************************
001730 0000-MAINLINE.
001740*****************************************************************
001880*****************************************************************
001890 1000-INITIALIZE.
001900*****************************************************************
001901     PERFORM 1100-EDIT-RUN-PARM
001902         THRU 1100-EDIT-RUN-PARM-EXIT.
001903     PERFORM 1150-CHECK-BATCH-CONTROL
001904         THRU 1150-CHECK-BATCH-CONTROL-EXIT.
001905
001910     OPEN I-O STAT-CONTROL-FILE.
001920     IF NOT FS-CONTROL-OK
001930         DISPLAY 'STATARCH - UNABLE TO OPEN STATCTL, STATUS = '
002150     MOVE CDW-YY                TO RDD-YY.
002160     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
002170
002172     PERFORM 1190-MARK-BATCH-STARTED
002174         THRU 1190-MARK-BATCH-STARTED-EXIT.
002176
002180     PERFORM 7000-WRITE-PAGE-HEADINGS
002190         THRU 7000-WRITE-PAGE-HEADINGS-EXIT.
002200
002202     GO TO 1000-INITIALIZE-EXIT.
002204
002206 1000-INITIALIZE-ABEND.
002208     MOVE 16 TO RETURN-CODE.
002210     GOBACK.
002212
002214 1000-INITIALIZE-EXIT.
002216     EXIT.
002218*****************************************************************
002220 1100-EDIT-RUN-PARM.
002222*****************************************************************
002224*    The business date being cut over comes from BATCHCTL, not
002226*    the PARM. The only PARM is RERUN, to run a date again once
002228*    it has completed.
002230     IF PARM-LENGTH = 0
002232         GO TO 1100-EDIT-RUN-PARM-EXIT
002234     END-IF.
002236
002238     IF PARM-LENGTH > 10
002240         DISPLAY 'STATARCH - PARM MAY ONLY BE RERUN, THE '
002242                 'BUSINESS DATE COMES FROM BATCHCTL'
002244         GO TO 1100-EDIT-RUN-PARM-ABEND
002246     END-IF.
002248
002250     IF PARM-DATA (1:PARM-LENGTH) NOT = 'RERUN'
002252         DISPLAY 'STATARCH - PARM MAY ONLY BE RERUN, THE '
002254                 'BUSINESS DATE COMES FROM BATCHCTL'
002256         GO TO 1100-EDIT-RUN-PARM-ABEND
002258     END-IF.
002260     SET FORCED-RERUN TO TRUE.
002262
002264     GO TO 1100-EDIT-RUN-PARM-EXIT.
002266
002268 1100-EDIT-RUN-PARM-ABEND.
002270     MOVE 16 TO RETURN-CODE.
002272     GOBACK.
002274
002276 1100-EDIT-RUN-PARM-EXIT.
002278     EXIT.
002297*****************************************************************
002298 1150-CHECK-BATCH-CONTROL.
002299*****************************************************************
002300*    The business date comes from the BATCHCTL control record.
002301*    The job runs only once the online day for that date has
002302*    closed, and only once for the date unless the PARM says
002303*    RERUN.
002304     OPEN I-O BATCH-CONTROL-FILE.
002305     IF NOT FS-BATCH-OK
002306         DISPLAY 'STATARCH - UNABLE TO OPEN BATCHCTL, STATUS = '
002307                 FS-BATCH-CONTROL
002308         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002309     END-IF.
002310
002311     MOVE '$BUSDATE' TO BCT-FD-KEY.
002312     READ BATCH-CONTROL-FILE.
002313     IF NOT FS-BATCH-OK
002314         DISPLAY 'STATARCH - NO BUSINESS DATE ON BATCHCTL, '
002315                 'STATUS = ' FS-BATCH-CONTROL
002316         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002317     END-IF.
002318     MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD.
002319     MOVE BCT-BUSINESS-DATE TO BUSINESS-DATE.
002320     IF NOT BCT-ONLINE-CLOSED
002321         DISPLAY 'STATARCH - ONLINE DAY ' BUSINESS-DATE
002322                 ' NOT YET CLOSED ON BATCHCTL'
002323         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002324     END-IF.
002325
002326     MOVE BATCH-JOB-NAME TO BCT-FD-KEY.
002327     READ BATCH-CONTROL-FILE.
002328     EVALUATE TRUE
002329         WHEN FS-BATCH-OK
002330             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
002331             SET BATCH-JOB-ON-FILE TO TRUE
002332         WHEN FS-BATCH-NOTFND
002333             MOVE SPACES TO BATCH-CONTROL-RECORD
002334             MOVE BATCH-JOB-NAME TO BCT-KEY
002335             MOVE 0 TO BCT-RETURN-CODE BCT-RUN-COUNT
002336         WHEN OTHER
002337             DISPLAY 'STATARCH - BATCHCTL READ ERROR, STATUS = '
002338                     FS-BATCH-CONTROL
002339             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002340     END-EVALUATE.
002341
002342     IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
002343         IF NOT FORCED-RERUN
002344             DISPLAY 'STATARCH - ALREADY COMPLETED FOR '
002345                     BUSINESS-DATE ', RERUN ONLY WITH PARM RERUN'
002346             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002347         END-IF
002348         DISPLAY 'STATARCH - FORCED RERUN FOR ' BUSINESS-DATE
002349     END-IF.
002350
002351     GO TO 1150-CHECK-BATCH-CONTROL-EXIT.
002352
002353 1150-CHECK-BATCH-CONTROL-ABEND.
002354     MOVE 16 TO RETURN-CODE.
002355     GOBACK.
002356
002357 1150-CHECK-BATCH-CONTROL-EXIT.
002358     EXIT.
002359*****************************************************************
002360 1190-MARK-BATCH-STARTED.
002361*****************************************************************
002362*    Every check has passed - record the run as started for the
002363*    business date.
002364     IF BCT-RUN-DATE NOT = BUSINESS-DATE
002365         MOVE 0 TO BCT-RUN-COUNT
002366     END-IF.
002367     ADD 1 TO BCT-RUN-COUNT.
002368     PERFORM 6600-STAMP-TIME
002369         THRU 6600-STAMP-TIME-EXIT.
002370     SET BCT-JOB-STARTED         TO TRUE.
002371     MOVE BUSINESS-DATE          TO BCT-RUN-DATE.
002372     MOVE TSW-DISPLAY            TO BCT-STARTED-DATE-TIME.
002373     MOVE SPACES                 TO BCT-ENDED-DATE-TIME.
002374     MOVE 0                      TO BCT-RETURN-CODE.
002375     MOVE SW-FORCED-RERUN        TO BCT-FORCED-RERUN.
002376     PERFORM 8950-WRITE-BATCH-ENTRY
002377         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
002378     IF NOT FS-BATCH-OK
002379         MOVE 16 TO RETURN-CODE
002380         GOBACK
002381     END-IF.
002382
002383 1190-MARK-BATCH-STARTED-EXIT.
002384     EXIT.
002385*****************************************************************
002386 2000-ARCHIVE-AND-RESET.
002387*****************************************************************
002388     MOVE 'KAFKSTAT' TO STAT-FD-KEY.
002389     READ STAT-CONTROL-FILE
002390         INVALID KEY
002391             MOVE 'NO STATCTL RECORD - NOTHING TO ARCHIVE'
002392                 TO DLP-LABEL
002393             MOVE SPACES TO DLP-VALUE
002394             MOVE DETAIL-LINE-PARM TO REPORT-LINE
002395             PERFORM 7500-WRITE-REPORT-LINE
002400                 THRU 7500-WRITE-REPORT-LINE-EXIT
002410             GO TO 2000-ARCHIVE-AND-RESET-EXIT
002420     END-READ.
002760*****************************************************************
002770 3100-WRITE-HISTORY-RECORD.
002780*****************************************************************
002795     MOVE BUSINESS-DATE            TO STH-BUSINESS-DATE.
002810     MOVE STAT-EVENTS-PROCESSED    TO STH-EVENTS-PROCESSED.
002820     MOVE STAT-TRANSFORM-ERRORS    TO STH-TRANSFORM-ERRORS.
002830     MOVE STAT-PUTQ-ERRORS         TO STH-PUTQ-ERRORS.
004010 3300-REPORT-ARCHIVED-VALUES-EXIT.
004020     EXIT.
004030*****************************************************************
004040 6600-STAMP-TIME.
004050*****************************************************************
004060     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
004070     MOVE TSW-YYYY TO TSD-YYYY.
004080     MOVE TSW-MM   TO TSD-MM.
004090     MOVE TSW-DD   TO TSD-DD.
004100     MOVE TSW-HH   TO TSD-HH.
004110     MOVE TSW-MN   TO TSD-MN.
004120     MOVE TSW-SS   TO TSD-SS.
004130
004140 6600-STAMP-TIME-EXIT.
004150     EXIT.
004160*****************************************************************
004170 7000-WRITE-PAGE-HEADINGS.
004180*****************************************************************
004190     ADD 1 TO PAGE-NUMBER.
004200     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
004210     MOVE HEADING-LINE-1       TO REPORT-LINE.
004220     PERFORM 7500-WRITE-REPORT-LINE
004230         THRU 7500-WRITE-REPORT-LINE-EXIT.
004240     MOVE HEADING-LINE-2       TO REPORT-LINE.
004250     PERFORM 7500-WRITE-REPORT-LINE
004260         THRU 7500-WRITE-REPORT-LINE-EXIT.
004270
004280 7000-WRITE-PAGE-HEADINGS-EXIT.
004290     EXIT.
004300*****************************************************************
004310 7500-WRITE-REPORT-LINE.
004320*****************************************************************
004330     WRITE REPORT-LINE.
004340     ADD 1 TO LINES-ON-PAGE.
004350
004360 7500-WRITE-REPORT-LINE-EXIT.
004370     EXIT.
004380*****************************************************************
004390 8000-TERMINATE.
004400*****************************************************************
004410     PERFORM 8900-RECORD-BATCH-COMPLETION
004420         THRU 8900-RECORD-BATCH-COMPLETION-EXIT.
004430
004440     CLOSE STAT-CONTROL-FILE.
004450     CLOSE STAT-HISTORY-FILE.
004460     CLOSE REPORT-FILE.
004470
004480 8000-TERMINATE-EXIT.
004490     EXIT.
004500*****************************************************************
004510 8900-RECORD-BATCH-COMPLETION.
004520*****************************************************************
004530*    The run is complete for the business date unless it is
004540*    ending with a failing return code.
004550     PERFORM 6600-STAMP-TIME
004560         THRU 6600-STAMP-TIME-EXIT.
004570     MOVE TSW-DISPLAY            TO BCT-ENDED-DATE-TIME.
004580     MOVE RETURN-CODE            TO BCT-RETURN-CODE.
004590     IF RETURN-CODE < 8
004600         SET BCT-JOB-COMPLETE    TO TRUE
004610         MOVE BUSINESS-DATE      TO BCT-LAST-COMPLETED-DATE
004620     ELSE
004630         SET BCT-JOB-FAILED      TO TRUE
004640     END-IF.
004650     PERFORM 8950-WRITE-BATCH-ENTRY
004660         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
004670     IF NOT FS-BATCH-OK
004680         MOVE 16 TO RETURN-CODE
004690     END-IF.
004700     CLOSE BATCH-CONTROL-FILE.
004710
004720 8900-RECORD-BATCH-COMPLETION-EXIT.
004730     EXIT.
004740*****************************************************************
004750 8950-WRITE-BATCH-ENTRY.
004760*****************************************************************
004770     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
004780     IF BATCH-JOB-ON-FILE
004790         REWRITE BATCH-CONTROL-FD-RECORD
004800     ELSE
004810         WRITE BATCH-CONTROL-FD-RECORD
004820     END-IF.
004830     IF NOT FS-BATCH-OK
004840         DISPLAY 'STATARCH - BATCHCTL WRITE ERROR, STATUS = '
004850                 FS-BATCH-CONTROL
004860         GO TO 8950-WRITE-BATCH-ENTRY-EXIT
004870     END-IF.
004880     SET BATCH-JOB-ON-FILE TO TRUE.
004890
004900 8950-WRITE-BATCH-ENTRY-EXIT.
004910     EXIT.
