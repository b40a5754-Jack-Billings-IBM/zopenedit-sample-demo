000310*                                                               *
000320*     AUDITF is a permanent keyed history - it is never         *
000330*     trimmed by the online day, so this program selects one    *
000335*     business day from it: the business date on the BATCHCTL   *
000340*     run-control record (see BCTLREC), which must show the     *
000345*     online day for it closed; audit records for other days    *
000350*     are counted and skipped. The job records its run on       *
000355*     BATCHCTL, and refuses a date it has already completed     *
000360*     unless the PARM is RERUN. The confirmation extract        *
000370*     is expected to cover the same business day. Periodic      *
000380*     archival of AUDITF itself is operations housekeeping      *
000390*     (IDCAMS REPRO and reload), not part of this suite.        *
000400*                                                               *
000410* NOTES :                                                       *
000420*  DEPENDENCIES = BATCHCTL run-control KSDS                     *
000430*  RESTRICTIONS = Both input files must be sorted by network    *
000440*                 UOW ID. AUDITF must be closed to online       *
000450*                 update before the day's extract is taken.     *
000480*  REGISTER CONVENTIONS = Normal                                *
000490*  MODULE TYPE = Executable                                     *
000500*  PROCESSOR = COBOL                                            *
000510*  ATTRIBUTES = Read only, except BATCHCTL                      *
000520*                                                               *
000530*---------------------------------------------------------------*
000540*                                                               *
000580*  2026-08-22  APPMAINT  Select the business day from AUDITF    *
000590*                        by run parameter - the file is a       *
000600*                        permanent history now.                 *
000603*  2026-10-02  APPMAINT  Count matched ItemMasterChange         *
000606*                        events on their own line.              *
000607*  2026-10-12  APPMAINT  Business date from the BATCHCTL run-   *
000608*                        control file; RERUN PARM.              *
000610*  2026-10-15  APPMAINT  A read error fails the run; PARM       *
000612*                        length checked.                        *
000614*                                                               *
000620*****************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000760            ORGANIZATION IS SEQUENTIAL
000770            ACCESS MODE IS SEQUENTIAL
000780            FILE STATUS IS FS-CONFIRM-FILE.
000781
000782     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000783            ORGANIZATION IS INDEXED
000784            ACCESS MODE IS RANDOM
000785            RECORD KEY IS BCT-FD-KEY
000786            FILE STATUS IS FS-BATCH-CONTROL.
000790
000800     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000810            ORGANIZATION IS SEQUENTIAL
000970 01  CONFIRM-RECORD.
000980     COPY CONFREC.
000990*****************************************************************
000991*    The run-control record proper is COPYed into working
000992*    storage, as STATARCH does for STATCTL.
000993 FD  BATCH-CONTROL-FILE
000994     LABEL RECORDS ARE STANDARD.
000995 01  BATCH-CONTROL-FD-RECORD.
000996     05 BCT-FD-KEY               PIC X(08).
000997     05 FILLER                   PIC X(96).
000998*****************************************************************
001000 FD  REPORT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001150        88 FS-CONFIRM-AT-END          VALUE '10'.
001160     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001170        88 FS-REPORT-OK               VALUE '00'.
001172     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
001174        88 FS-BATCH-OK                VALUE '00'.
001176        88 FS-BATCH-NOTFND            VALUE '23'.
001180
001190 01  PROGRAM-SWITCHES.
001200     05 SW-END-OF-AUDIT-FILE     PIC X(01) VALUE 'N'.
001390     05 CNT-MATCHED-STOCK        PIC 9(07) COMP-3 VALUE 0.
001400     05 CNT-MATCHED-PRICE        PIC 9(07) COMP-3 VALUE 0.
001410     05 CNT-MATCHED-SUPPLIER     PIC 9(07) COMP-3 VALUE 0.
001415     05 CNT-MATCHED-ITEM-MASTER  PIC 9(07) COMP-3 VALUE 0.
001420     05 CNT-MATCHED-OTHER        PIC 9(07) COMP-3 VALUE 0.
001430
001440 01  BUSINESS-DATE-WORK.
001450     05 BUSINESS-DATE            PIC X(10).
001451
001452*    Overnight run control - the business date comes from the
001453*    BATCHCTL control record, and this job's own entry there is
001454*    marked started in 1190 and ended in 8900.
001455 01  BATCH-CONTROL-RECORD.
001456     COPY BCTLREC.
001457
001458 01  BATCH-RUN-WORK.
001459     05 BATCH-JOB-NAME           PIC X(08) VALUE 'KAFKCONF'.
001460     05 SW-FORCED-RERUN          PIC X(01) VALUE 'N'.
001461        88 FORCED-RERUN               VALUE 'Y'.
001462     05 SW-BATCH-JOB-ON-FILE     PIC X(01) VALUE 'N'.
001463        88 BATCH-JOB-ON-FILE          VALUE 'Y'.
001464
001465 01  TIMESTAMP-WORK.
001466     05 TSW-CURRENT              PIC X(21).
001467     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001468        10 TSW-YYYY              PIC X(04).
001469        10 TSW-MM                PIC X(02).
001470        10 TSW-DD                PIC X(02).
001471        10 TSW-HH                PIC X(02).
001472        10 TSW-MN                PIC X(02).
001473        10 TSW-SS                PIC X(02).
001474        10 FILLER                PIC X(07).
001475     05 TSW-DISPLAY.
001476        10 TSD-YYYY              PIC X(04).
001477        10 FILLER                PIC X(01) VALUE '-'.
001478        10 TSD-MM                PIC X(02).
001479        10 FILLER                PIC X(01) VALUE '-'.
001480        10 TSD-DD                PIC X(02).
001481        10 FILLER                PIC X(01) VALUE SPACE.
001482        10 TSD-HH                PIC X(02).
001483        10 FILLER                PIC X(01) VALUE ':'.
001484        10 TSD-MN                PIC X(02).
001485        10 FILLER                PIC X(01) VALUE ':'.
001486        10 TSD-SS                PIC X(02).
001487
001488 01  LINE-COUNT-WORK.
001489     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001490     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001500     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001510
002370*****************************************************************
002380 1000-INITIALIZE.
002390*****************************************************************
002396     PERFORM 1100-EDIT-RUN-PARM
002402         THRU 1100-EDIT-RUN-PARM-EXIT.
002408     PERFORM 1150-CHECK-BATCH-CONTROL
002414         THRU 1150-CHECK-BATCH-CONTROL-EXIT.
002420
002430     OPEN INPUT  AUDIT-FILE.
002440     IF NOT FS-AUDIT-OK
002840     PERFORM 7500-WRITE-REPORT-LINE
002850         THRU 7500-WRITE-REPORT-LINE-EXIT.
002860
002862     PERFORM 1190-MARK-BATCH-STARTED
002864         THRU 1190-MARK-BATCH-STARTED-EXIT.
002866
002870     PERFORM 2100-READ-AUDIT-RECORD
002880         THRU 2100-READ-AUDIT-RECORD-EXIT.
002890     PERFORM 2200-READ-CONFIRM-RECORD
002980 1000-INITIALIZE-EXIT.
002990     EXIT.
003000*****************************************************************
003010 1100-EDIT-RUN-PARM.
003020*****************************************************************
003035*    The business date being reconciled comes from BATCHCTL, not
003050*    the PARM. The only PARM is RERUN, to run a date again once
003065*    it has completed.
003080     IF PARM-LENGTH = 0
003095         GO TO 1100-EDIT-RUN-PARM-EXIT
003110     END-IF.
003120
003121     IF PARM-LENGTH > 10
003122         DISPLAY 'KAFKCONF - PARM MAY ONLY BE RERUN, THE '
003123                 'BUSINESS DATE COMES FROM BATCHCTL'
003124         GO TO 1100-EDIT-RUN-PARM-ABEND
003125     END-IF.
003126
003128     IF PARM-DATA (1:PARM-LENGTH) NOT = 'RERUN'
003136         DISPLAY 'KAFKCONF - PARM MAY ONLY BE RERUN, THE '
003144                 'BUSINESS DATE COMES FROM BATCHCTL'
003152         GO TO 1100-EDIT-RUN-PARM-ABEND
003160     END-IF.
003165     SET FORCED-RERUN TO TRUE.
003170
003180     GO TO 1100-EDIT-RUN-PARM-EXIT.
003190
003210 1100-EDIT-RUN-PARM-ABEND.
003230     MOVE 16 TO RETURN-CODE.
003240     GOBACK.
003250
003251 1100-EDIT-RUN-PARM-EXIT.
003252     EXIT.
003253*****************************************************************
003254 1150-CHECK-BATCH-CONTROL.
003255*****************************************************************
003256*    The business date comes from the BATCHCTL control record.
003257*    The job runs only once the online day for that date has
003258*    closed, and only once for the date unless the PARM says
003259*    RERUN.
003260     OPEN I-O BATCH-CONTROL-FILE.
003261     IF NOT FS-BATCH-OK
003262         DISPLAY 'KAFKCONF - UNABLE TO OPEN BATCHCTL, STATUS = '
003263                 FS-BATCH-CONTROL
003264         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003265     END-IF.
003266
003267     MOVE '$BUSDATE' TO BCT-FD-KEY.
003268     READ BATCH-CONTROL-FILE.
003269     IF NOT FS-BATCH-OK
003270         DISPLAY 'KAFKCONF - NO BUSINESS DATE ON BATCHCTL, '
003271                 'STATUS = ' FS-BATCH-CONTROL
003272         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003273     END-IF.
003274     MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD.
003275     MOVE BCT-BUSINESS-DATE TO BUSINESS-DATE.
003276     IF NOT BCT-ONLINE-CLOSED
003277         DISPLAY 'KAFKCONF - ONLINE DAY ' BUSINESS-DATE
003278                 ' NOT YET CLOSED ON BATCHCTL'
003279         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003280     END-IF.
003281
003282     MOVE BATCH-JOB-NAME TO BCT-FD-KEY.
003283     READ BATCH-CONTROL-FILE.
003284     EVALUATE TRUE
003285         WHEN FS-BATCH-OK
003286             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
003287             SET BATCH-JOB-ON-FILE TO TRUE
003288         WHEN FS-BATCH-NOTFND
003289             MOVE SPACES TO BATCH-CONTROL-RECORD
003290             MOVE BATCH-JOB-NAME TO BCT-KEY
003291             MOVE 0 TO BCT-RETURN-CODE BCT-RUN-COUNT
003292         WHEN OTHER
003293             DISPLAY 'KAFKCONF - BATCHCTL READ ERROR, STATUS = '
003294                     FS-BATCH-CONTROL
003295             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003296     END-EVALUATE.
003297
003298     IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
003299         IF NOT FORCED-RERUN
003300             DISPLAY 'KAFKCONF - ALREADY COMPLETED FOR '
003301                     BUSINESS-DATE ', RERUN ONLY WITH PARM RERUN'
003302             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003303         END-IF
003304         DISPLAY 'KAFKCONF - FORCED RERUN FOR ' BUSINESS-DATE
003305     END-IF.
003306
003307     GO TO 1150-CHECK-BATCH-CONTROL-EXIT.
003308
003309 1150-CHECK-BATCH-CONTROL-ABEND.
003310     MOVE 16 TO RETURN-CODE.
003311     GOBACK.
003312
003313 1150-CHECK-BATCH-CONTROL-EXIT.
003314     EXIT.
003315*****************************************************************
003316 1190-MARK-BATCH-STARTED.
003317*****************************************************************
003318*    Every check has passed - record the run as started for the
003319*    business date.
003320     IF BCT-RUN-DATE NOT = BUSINESS-DATE
003321         MOVE 0 TO BCT-RUN-COUNT
003322     END-IF.
003323     ADD 1 TO BCT-RUN-COUNT.
003324     PERFORM 6600-STAMP-TIME
003325         THRU 6600-STAMP-TIME-EXIT.
003326     SET BCT-JOB-STARTED         TO TRUE.
003327     MOVE BUSINESS-DATE          TO BCT-RUN-DATE.
003328     MOVE TSW-DISPLAY            TO BCT-STARTED-DATE-TIME.
003329     MOVE SPACES                 TO BCT-ENDED-DATE-TIME.
003330     MOVE 0                      TO BCT-RETURN-CODE.
003331     MOVE SW-FORCED-RERUN        TO BCT-FORCED-RERUN.
003332     PERFORM 8950-WRITE-BATCH-ENTRY
003333         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
003334     IF NOT FS-BATCH-OK
003335         MOVE 16 TO RETURN-CODE
003336         GOBACK
003337     END-IF.
003338
003339 1190-MARK-BATCH-STARTED-EXIT.
003340     EXIT.
003341*****************************************************************
003342 2000-MATCH-AUDIT-TO-CONFIRMS.
003343*****************************************************************
003344*    Classic balanced-line match on the network UOW ID. An
003345*    audit record that falls out low is listed at once as
003346*    UNCONFIRMED; a confirmation that falls out high is listed
003347*    at once as an ORPHAN. The two kinds interleave in UOW ID
003350*    order under the one EXCEPTIONS heading - each line carries
003360*    its own tag, there is no separate orphan section.
003370     EVALUATE TRUE
003740         DISPLAY 'KAFKCONF - AUDITIN READ ERROR, STATUS = '
003750                 FS-AUDIT-FILE
003760         SET END-OF-AUDIT-FILE TO TRUE
003764         MOVE 16 TO RETURN-CODE
003770         MOVE HIGH-VALUES TO AUDIT-MATCH-KEY
003780         GO TO 2100-READ-AUDIT-RECORD-EXIT
003790     END-IF.
004040         DISPLAY 'KAFKCONF - CONFIN READ ERROR, STATUS = '
004050                 FS-CONFIRM-FILE
004060         SET END-OF-CONFIRM-FILE TO TRUE
004064         MOVE 16 TO RETURN-CODE
004070         MOVE HIGH-VALUES TO CONFIRM-MATCH-KEY
004080         GO TO 2200-READ-CONFIRM-RECORD-EXIT
004090     END-IF.
004690             ADD 1 TO CNT-MATCHED-PRICE
004700         WHEN AUDIT-SUPPLIER-UPDATE
004710             ADD 1 TO CNT-MATCHED-SUPPLIER
004713         WHEN AUDIT-ITEM-MASTER-CHANGE
004716             ADD 1 TO CNT-MATCHED-ITEM-MASTER
004720         WHEN OTHER
004730             ADD 1 TO CNT-MATCHED-OTHER
004740     END-EVALUATE.
005270     PERFORM 7500-WRITE-REPORT-LINE
005280         THRU 7500-WRITE-REPORT-LINE-EXIT.
005290
005291     MOVE 'ITEM MASTER CHANGE MATCHED'      TO DLC-LABEL.
005292     MOVE CNT-MATCHED-ITEM-MASTER       TO DLC-COUNT.
005293     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
005294     PERFORM 7500-WRITE-REPORT-LINE
005295         THRU 7500-WRITE-REPORT-LINE-EXIT.
005296
005300     MOVE 'OTHER EVENT TYPES MATCHED'       TO DLC-LABEL.
005310     MOVE CNT-MATCHED-OTHER             TO DLC-COUNT.
005320     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
005730     PERFORM 7500-WRITE-REPORT-LINE
005740         THRU 7500-WRITE-REPORT-LINE-EXIT.
005750
005752     PERFORM 8900-RECORD-BATCH-COMPLETION
005754         THRU 8900-RECORD-BATCH-COMPLETION-EXIT.
005756
005760     CLOSE AUDIT-FILE.
005770     CLOSE CONFIRM-FILE.
005780     CLOSE REPORT-FILE.
005790
005800 8000-TERMINATE-EXIT.
005810     EXIT.
005820*****************************************************************
005830 8900-RECORD-BATCH-COMPLETION.
005840*****************************************************************
005850*    The run is complete for the business date unless it is
005860*    ending with a failing return code.
005870     PERFORM 6600-STAMP-TIME
005880         THRU 6600-STAMP-TIME-EXIT.
005890     MOVE TSW-DISPLAY            TO BCT-ENDED-DATE-TIME.
005900     MOVE RETURN-CODE            TO BCT-RETURN-CODE.
005910     IF RETURN-CODE < 8
005920         SET BCT-JOB-COMPLETE    TO TRUE
005930         MOVE BUSINESS-DATE      TO BCT-LAST-COMPLETED-DATE
005940     ELSE
005950         SET BCT-JOB-FAILED      TO TRUE
005960     END-IF.
005970     PERFORM 8950-WRITE-BATCH-ENTRY
005980         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
005990     IF NOT FS-BATCH-OK
006000         MOVE 16 TO RETURN-CODE
006010     END-IF.
006020     CLOSE BATCH-CONTROL-FILE.
006030
006040 8900-RECORD-BATCH-COMPLETION-EXIT.
006050     EXIT.
006060*****************************************************************
006070 8950-WRITE-BATCH-ENTRY.
006080*****************************************************************
006090     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
006100     IF BATCH-JOB-ON-FILE
006110         REWRITE BATCH-CONTROL-FD-RECORD
006120     ELSE
006130         WRITE BATCH-CONTROL-FD-RECORD
006140     END-IF.
006150     IF NOT FS-BATCH-OK
006160         DISPLAY 'KAFKCONF - BATCHCTL WRITE ERROR, STATUS = '
006170                 FS-BATCH-CONTROL
006180         GO TO 8950-WRITE-BATCH-ENTRY-EXIT
006190     END-IF.
006200     SET BATCH-JOB-ON-FILE TO TRUE.
006210
006220 8950-WRITE-BATCH-ENTRY-EXIT.
006230     EXIT.
006240*****************************************************************
006250 6600-STAMP-TIME.
006260*****************************************************************
006270     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
006280     MOVE TSW-YYYY TO TSD-YYYY.
006290     MOVE TSW-MM   TO TSD-MM.
006300     MOVE TSW-DD   TO TSD-DD.
006310     MOVE TSW-HH   TO TSD-HH.
006320     MOVE TSW-MN   TO TSD-MN.
006330     MOVE TSW-SS   TO TSD-SS.
006340
006350 6600-STAMP-TIME-EXIT.
006360     EXIT.
