000320*                                                                *
000330*     AUDITF is a permanent keyed history - it is never trimmed  *
000340*     by the online day, so this program selects one business    *
000345*     day from it: the business date on the BATCHCTL run-        *
000350*     control record (see BCTLREC), which must show the online   *
000355*     day for it closed; records for other days are counted and  *
000360*     skipped. The job records its run on BATCHCTL, and refuses  *
000365*     a date it has already completed unless the PARM is RERUN.  *
000370*     Periodic archival of AUDITF itself                         *
000380*     is operations housekeeping (IDCAMS REPRO and reload),      *
000390*     not part of this suite.                                    *
000400* NOTES :                                                        *
000410*  DEPENDENCIES = BATCHCTL run-control KSDS                      *
000420*  RESTRICTIONS = AUDITF must be closed to online update before  *
000435*                 this program is run.                           *
000450*  REGISTER CONVENTIONS = Normal                                 *
000460*  MODULE TYPE = Executable                                      *
000470*  PROCESSOR = COBOL                                             *
000480*  ATTRIBUTES = Read only, except BATCHCTL                       *
000490*                                                                *
000500*----------------------------------------------------------------*
000510*                                                                *
000580*  2026-08-22  APPMAINT  Select the business day by run          *
000590*                        parameter - AUDITF is a permanent       *
000600*                        history now.                            *
000603*  2026-10-02  APPMAINT  Count ItemMasterChange events on their  *
000606*                        own line.                               *
000607*  2026-10-12  APPMAINT  Business date from the BATCHCTL run-    *
000608*                        control file; RERUN PARM.               *
000610*  2026-10-15  APPMAINT  An AUDITF read error fails the run;     *
000612*                        PARM length checked.                    *
000614*                                                                *
000620*****************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000730            RECORD KEY IS AUDIT-NETWORK-UOWID
000740            FILE STATUS IS FS-AUDIT-FILE.
000750
000751     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000752            ORGANIZATION IS INDEXED
000753            ACCESS MODE IS RANDOM
000754            RECORD KEY IS BCT-FD-KEY
000755            FILE STATUS IS FS-BATCH-CONTROL.
000756
000760     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000770            ORGANIZATION IS SEQUENTIAL
000780            ACCESS MODE IS SEQUENTIAL
000850     LABEL RECORDS ARE STANDARD.
000860 01  AUDIT-RECORD.
000870     COPY AUDITREC.
000871*****************************************************************
000872*    The run-control record proper is COPYed into working
000873*    storage, as STATARCH does for STATCTL.
000874 FD  BATCH-CONTROL-FILE
000875     LABEL RECORDS ARE STANDARD.
000876 01  BATCH-CONTROL-FD-RECORD.
000877     05 BCT-FD-KEY               PIC X(08).
000878     05 FILLER                   PIC X(96).
000880*****************************************************************
000890 FD  REPORT-FILE
000900     RECORDING MODE IS F
001010        88 FS-AUDIT-AT-END            VALUE '10'.
001020     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001030        88 FS-REPORT-OK               VALUE '00'.
001032     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
001034        88 FS-BATCH-OK                VALUE '00'.
001036        88 FS-BATCH-NOTFND            VALUE '23'.
001040
001050 01  PROGRAM-SWITCHES.
001060     05 SW-END-OF-AUDIT-FILE     PIC X(01) VALUE 'N'.
001130 01  BUSINESS-RULE-CONSTANTS.
001140     05 ORDER-QTY-REASONABLE-MAX PIC 9(04) VALUE 5000.
001150
001160*    The business day this run reports, from BATCHCTL
001170 01  BUSINESS-DATE-WORK.
001180     05 BUSINESS-DATE            PIC X(10).
001190
001230     05 CNT-STOCK-EVENTS         PIC 9(07) COMP-3 VALUE 0.
001240     05 CNT-PRICE-EVENTS         PIC 9(07) COMP-3 VALUE 0.
001250     05 CNT-SUPPLIER-EVENTS      PIC 9(07) COMP-3 VALUE 0.
001255     05 CNT-ITEM-MASTER-EVENTS   PIC 9(07) COMP-3 VALUE 0.
001260     05 CNT-UNKNOWN-EVENTS       PIC 9(07) COMP-3 VALUE 0.
001270     05 CNT-NEGATIVE-STOCK       PIC 9(07) COMP-3 VALUE 0.
001280     05 CNT-EXCESS-ORDER-QTY     PIC 9(07) COMP-3 VALUE 0.
001300 01  DATE-TIME-RANGE-WORK.
001310     05 EARLIEST-DATE-TIME       PIC X(29).
001320     05 LATEST-DATE-TIME         PIC X(29).
001321
001322*    Overnight run control - the business date comes from the
001323*    BATCHCTL control record, and this job's own entry there is
001324*    marked started in 1190 and ended in 8900.
001325 01  BATCH-CONTROL-RECORD.
001326     COPY BCTLREC.
001327
001328 01  BATCH-RUN-WORK.
001329     05 BATCH-JOB-NAME           PIC X(08) VALUE 'KAFKRPT '.
001330     05 SW-FORCED-RERUN          PIC X(01) VALUE 'N'.
001331        88 FORCED-RERUN               VALUE 'Y'.
001332     05 SW-BATCH-JOB-ON-FILE     PIC X(01) VALUE 'N'.
001333        88 BATCH-JOB-ON-FILE          VALUE 'Y'.
001334
001335 01  TIMESTAMP-WORK.
001336     05 TSW-CURRENT              PIC X(21).
001337     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001338        10 TSW-YYYY              PIC X(04).
001339        10 TSW-MM                PIC X(02).
001340        10 TSW-DD                PIC X(02).
001341        10 TSW-HH                PIC X(02).
001342        10 TSW-MN                PIC X(02).
001343        10 TSW-SS                PIC X(02).
001344        10 FILLER                PIC X(07).
001345     05 TSW-DISPLAY.
001346        10 TSD-YYYY              PIC X(04).
001347        10 FILLER                PIC X(01) VALUE '-'.
001348        10 TSD-MM                PIC X(02).
001349        10 FILLER                PIC X(01) VALUE '-'.
001350        10 TSD-DD                PIC X(02).
001351        10 FILLER                PIC X(01) VALUE SPACE.
001352        10 TSD-HH                PIC X(02).
001353        10 FILLER                PIC X(01) VALUE ':'.
001354        10 TSD-MN                PIC X(02).
001355        10 FILLER                PIC X(01) VALUE ':'.
001356        10 TSD-SS                PIC X(02).
001357
001358 01  LINE-COUNT-WORK.
001359     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001360     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001370     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001380
002260*****************************************************************
002270 1000-INITIALIZE.
002280*****************************************************************
002286     PERFORM 1100-EDIT-RUN-PARM
002292         THRU 1100-EDIT-RUN-PARM-EXIT.
002298     PERFORM 1150-CHECK-BATCH-CONTROL
002304         THRU 1150-CHECK-BATCH-CONTROL-EXIT.
002310
002320     OPEN INPUT  AUDIT-FILE.
002330     IF NOT FS-AUDIT-OK
002490     MOVE CDW-YY                TO RDD-YY.
002500     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
002510
002512     PERFORM 1190-MARK-BATCH-STARTED
002514         THRU 1190-MARK-BATCH-STARTED-EXIT.
002516
002520     PERFORM 2100-READ-AUDIT-RECORD
002530         THRU 2100-READ-AUDIT-RECORD-EXIT.
002540
002610 1000-INITIALIZE-EXIT.
002620     EXIT.
002630*****************************************************************
002640 1100-EDIT-RUN-PARM.
002650*****************************************************************
002665*    The business date being reported comes from BATCHCTL, not
002680*    the PARM. The only PARM is RERUN, to report a date again
002695*    once it has completed.
002710     IF PARM-LENGTH = 0
002725         GO TO 1100-EDIT-RUN-PARM-EXIT
002740     END-IF.
002750
002751     IF PARM-LENGTH > 10
002752         DISPLAY 'KAFKRPT - PARM MAY ONLY BE RERUN, THE BUSINESS '
002753                 'DATE COMES FROM BATCHCTL'
002754         GO TO 1100-EDIT-RUN-PARM-ABEND
002755     END-IF.
002756
002758     IF PARM-DATA (1:PARM-LENGTH) NOT = 'RERUN'
002766         DISPLAY 'KAFKRPT - PARM MAY ONLY BE RERUN, THE BUSINESS '
002774                 'DATE COMES FROM BATCHCTL'
002782         GO TO 1100-EDIT-RUN-PARM-ABEND
002790     END-IF.
002795     SET FORCED-RERUN TO TRUE.
002800
002810     GO TO 1100-EDIT-RUN-PARM-EXIT.
002820
002840 1100-EDIT-RUN-PARM-ABEND.
002860     MOVE 16 TO RETURN-CODE.
002870     GOBACK.
002880
002881 1100-EDIT-RUN-PARM-EXIT.
002882     EXIT.
002883*****************************************************************
002884 1150-CHECK-BATCH-CONTROL.
002885*****************************************************************
002886*    The business date comes from the BATCHCTL control record.
002887*    The job runs only once the online day for that date has
002888*    closed, and only once for the date unless the PARM says
002889*    RERUN.
002890     OPEN I-O BATCH-CONTROL-FILE.
002891     IF NOT FS-BATCH-OK
002892         DISPLAY 'KAFKRPT - UNABLE TO OPEN BATCHCTL, STATUS = '
002893                 FS-BATCH-CONTROL
002894         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002895     END-IF.
002896
002897     MOVE '$BUSDATE' TO BCT-FD-KEY.
002898     READ BATCH-CONTROL-FILE.
002899     IF NOT FS-BATCH-OK
002900         DISPLAY 'KAFKRPT - NO BUSINESS DATE ON BATCHCTL, '
002901                 'STATUS = ' FS-BATCH-CONTROL
002902         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002903     END-IF.
002904     MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD.
002905     MOVE BCT-BUSINESS-DATE TO BUSINESS-DATE.
002906     IF NOT BCT-ONLINE-CLOSED
002907         DISPLAY 'KAFKRPT - ONLINE DAY ' BUSINESS-DATE
002908                 ' NOT YET CLOSED ON BATCHCTL'
002909         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002910     END-IF.
002911
002912     MOVE BATCH-JOB-NAME TO BCT-FD-KEY.
002913     READ BATCH-CONTROL-FILE.
002914     EVALUATE TRUE
002915         WHEN FS-BATCH-OK
002916             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
002917             SET BATCH-JOB-ON-FILE TO TRUE
002918         WHEN FS-BATCH-NOTFND
002919             MOVE SPACES TO BATCH-CONTROL-RECORD
002920             MOVE BATCH-JOB-NAME TO BCT-KEY
002921             MOVE 0 TO BCT-RETURN-CODE BCT-RUN-COUNT
002922         WHEN OTHER
002923             DISPLAY 'KAFKRPT - BATCHCTL READ ERROR, STATUS = '
002924                     FS-BATCH-CONTROL
002925             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002926     END-EVALUATE.
002927
002928     IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
002929         IF NOT FORCED-RERUN
002930             DISPLAY 'KAFKRPT - ALREADY COMPLETED FOR '
002931                     BUSINESS-DATE ', RERUN ONLY WITH PARM RERUN'
002932             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
002933         END-IF
002934         DISPLAY 'KAFKRPT - FORCED RERUN FOR ' BUSINESS-DATE
002935     END-IF.
002936
002937     GO TO 1150-CHECK-BATCH-CONTROL-EXIT.
002938
002939 1150-CHECK-BATCH-CONTROL-ABEND.
002940     MOVE 16 TO RETURN-CODE.
002941     GOBACK.
002942
002943 1150-CHECK-BATCH-CONTROL-EXIT.
002944     EXIT.
002945*****************************************************************
002946 1190-MARK-BATCH-STARTED.
002947*****************************************************************
002948*    Every check has passed - record the run as started for the
002949*    business date.
002950     IF BCT-RUN-DATE NOT = BUSINESS-DATE
002951         MOVE 0 TO BCT-RUN-COUNT
002952     END-IF.
002953     ADD 1 TO BCT-RUN-COUNT.
002954     PERFORM 6600-STAMP-TIME
002955         THRU 6600-STAMP-TIME-EXIT.
002956     SET BCT-JOB-STARTED         TO TRUE.
002957     MOVE BUSINESS-DATE          TO BCT-RUN-DATE.
002958     MOVE TSW-DISPLAY            TO BCT-STARTED-DATE-TIME.
002959     MOVE SPACES                 TO BCT-ENDED-DATE-TIME.
002960     MOVE 0                      TO BCT-RETURN-CODE.
002961     MOVE SW-FORCED-RERUN        TO BCT-FORCED-RERUN.
002962     PERFORM 8950-WRITE-BATCH-ENTRY
002963         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
002964     IF NOT FS-BATCH-OK
002965         MOVE 16 TO RETURN-CODE
002966         GOBACK
002967     END-IF.
002968
002969 1190-MARK-BATCH-STARTED-EXIT.
002970     EXIT.
002971*****************************************************************
002972 2000-PROCESS-AUDIT-FILE.
002973*****************************************************************
002974     ADD 1 TO CNT-RECORDS-READ.
002975
002976     PERFORM 2200-ACCUMULATE-EVENT-COUNT
002977         THRU 2200-ACCUMULATE-EVENT-COUNT-EXIT.
002980
002990     PERFORM 2300-ACCUMULATE-DATE-RANGE
003000         THRU 2300-ACCUMULATE-DATE-RANGE-EXIT.
003240         DISPLAY 'KAFKRPT - AUDITF READ ERROR, STATUS = '
003250                 FS-AUDIT-FILE
003260         SET END-OF-AUDIT-FILE TO TRUE
003264         MOVE 16 TO RETURN-CODE
003270         GO TO 2100-READ-AUDIT-RECORD-EXIT
003280     END-IF.
003290
003460             ADD 1 TO CNT-PRICE-EVENTS
003470         WHEN AUDIT-SUPPLIER-UPDATE
003480             ADD 1 TO CNT-SUPPLIER-EVENTS
003483         WHEN AUDIT-ITEM-MASTER-CHANGE
003486             ADD 1 TO CNT-ITEM-MASTER-EVENTS
003490         WHEN OTHER
003500             ADD 1 TO CNT-UNKNOWN-EVENTS
003510     END-EVALUATE.
004140 2600-WRITE-EXCEPTION-DETAIL-EXIT.
004150     EXIT.
004160*****************************************************************
004170 6600-STAMP-TIME.
004180*****************************************************************
004190     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
004200     MOVE TSW-YYYY TO TSD-YYYY.
004210     MOVE TSW-MM   TO TSD-MM.
004220     MOVE TSW-DD   TO TSD-DD.
004230     MOVE TSW-HH   TO TSD-HH.
004240     MOVE TSW-MN   TO TSD-MN.
004250     MOVE TSW-SS   TO TSD-SS.
004260
004270 6600-STAMP-TIME-EXIT.
004280     EXIT.
004290*****************************************************************
004300 7000-WRITE-EXCEPTION-HEADINGS.
004310*****************************************************************
004320     MOVE BLANK-LINE           TO REPORT-LINE.
004330     PERFORM 7500-WRITE-REPORT-LINE
004340         THRU 7500-WRITE-REPORT-LINE-EXIT.
004350
004360     MOVE EXCEPTION-HEADING-LINE TO REPORT-LINE.
004370     PERFORM 7500-WRITE-REPORT-LINE
004380         THRU 7500-WRITE-REPORT-LINE-EXIT.
004390
004400 7000-WRITE-EXCEPTION-HEADINGS-EXIT.
004410     EXIT.
004420*****************************************************************
004430 7500-WRITE-REPORT-LINE.
004440*****************************************************************
004450     WRITE REPORT-LINE.
004460     ADD 1 TO LINES-ON-PAGE.
004470
004480 7500-WRITE-REPORT-LINE-EXIT.
004490     EXIT.
004500*****************************************************************
004510 8000-TERMINATE.
004520*****************************************************************
004530     ADD 1 TO PAGE-NUMBER.
004540     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
004550     MOVE HEADING-LINE-1       TO REPORT-LINE.
004560     PERFORM 7500-WRITE-REPORT-LINE
004570         THRU 7500-WRITE-REPORT-LINE-EXIT.
004580     MOVE HEADING-LINE-2       TO REPORT-LINE.
004590     PERFORM 7500-WRITE-REPORT-LINE
004600         THRU 7500-WRITE-REPORT-LINE-EXIT.
004610
004620     MOVE SPACES TO REPORT-LINE.
004630     STRING ' BUSINESS DATE REPORTED: ' DELIMITED BY SIZE
004640            BUSINESS-DATE DELIMITED BY SIZE
004650         INTO REPORT-LINE
004660     END-STRING.
004670     PERFORM 7500-WRITE-REPORT-LINE
004680         THRU 7500-WRITE-REPORT-LINE-EXIT.
004690
004700     MOVE 'TOTAL EVENTS READ'          TO DLC-LABEL.
004710     MOVE CNT-RECORDS-READ             TO DLC-COUNT.
004720     MOVE DETAIL-LINE-COUNT            TO REPORT-LINE.
004730     PERFORM 7500-WRITE-REPORT-LINE
004740         THRU 7500-WRITE-REPORT-LINE-EXIT.
004750
004760     MOVE 'OTHER-DAY RECORDS SKIPPED'  TO DLC-LABEL.
004770     MOVE CNT-OTHER-DAY-RECORDS        TO DLC-COUNT.
004780     MOVE DETAIL-LINE-COUNT            TO REPORT-LINE.
004790     PERFORM 7500-WRITE-REPORT-LINE
004800         THRU 7500-WRITE-REPORT-LINE-EXIT.
004810
004820     MOVE 'STOCK ITEM CHANGE EVENTS'    TO DLC-LABEL.
004830     MOVE CNT-STOCK-EVENTS              TO DLC-COUNT.
004840     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
004850     PERFORM 7500-WRITE-REPORT-LINE
004860         THRU 7500-WRITE-REPORT-LINE-EXIT.
004870
004880     MOVE 'PRICE CHANGE EVENTS'         TO DLC-LABEL.
004890     MOVE CNT-PRICE-EVENTS              TO DLC-COUNT.
004900     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
004910     PERFORM 7500-WRITE-REPORT-LINE
004920         THRU 7500-WRITE-REPORT-LINE-EXIT.
004930
004940     MOVE 'SUPPLIER UPDATE EVENTS'      TO DLC-LABEL.
004950     MOVE CNT-SUPPLIER-EVENTS           TO DLC-COUNT.
004960     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
004970     PERFORM 7500-WRITE-REPORT-LINE
004980         THRU 7500-WRITE-REPORT-LINE-EXIT.
004990
005000     MOVE 'ITEM MASTER CHANGE EVENTS'   TO DLC-LABEL.
005010     MOVE CNT-ITEM-MASTER-EVENTS        TO DLC-COUNT.
005020     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
005030     PERFORM 7500-WRITE-REPORT-LINE
005040         THRU 7500-WRITE-REPORT-LINE-EXIT.
005050
005060     MOVE 'UNRECOGNISED BUSINESS EVENTS' TO DLC-LABEL.
005070     MOVE CNT-UNKNOWN-EVENTS             TO DLC-COUNT.
005080     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005090     PERFORM 7500-WRITE-REPORT-LINE
005100         THRU 7500-WRITE-REPORT-LINE-EXIT.
005110
005120     MOVE BLANK-LINE                     TO REPORT-LINE.
005130     PERFORM 7500-WRITE-REPORT-LINE
005140         THRU 7500-WRITE-REPORT-LINE-EXIT.
005150
005160     MOVE 'EARLIEST EVENT DATE-TIME'    TO DLD-LABEL.
005170     MOVE EARLIEST-DATE-TIME            TO DLD-VALUE.
005180     MOVE DETAIL-LINE-DATE-RANGE        TO REPORT-LINE.
005190     PERFORM 7500-WRITE-REPORT-LINE
005200         THRU 7500-WRITE-REPORT-LINE-EXIT.
005210
005220     MOVE 'LATEST EVENT DATE-TIME'      TO DLD-LABEL.
005230     MOVE LATEST-DATE-TIME              TO DLD-VALUE.
005240     MOVE DETAIL-LINE-DATE-RANGE        TO REPORT-LINE.
005250     PERFORM 7500-WRITE-REPORT-LINE
005260         THRU 7500-WRITE-REPORT-LINE-EXIT.
005270
005280     MOVE BLANK-LINE                    TO REPORT-LINE.
005290     PERFORM 7500-WRITE-REPORT-LINE
005300         THRU 7500-WRITE-REPORT-LINE-EXIT.
005310
005320     MOVE 'NEGATIVE STOCK LEVELS FOUND' TO DLC-LABEL.
005330     MOVE CNT-NEGATIVE-STOCK            TO DLC-COUNT.
005340     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
005350     PERFORM 7500-WRITE-REPORT-LINE
005360         THRU 7500-WRITE-REPORT-LINE-EXIT.
005370
005380     MOVE 'EXCESSIVE ORDER QUANTITIES'  TO DLC-LABEL.
005390     MOVE CNT-EXCESS-ORDER-QTY          TO DLC-COUNT.
005400     MOVE DETAIL-LINE-COUNT             TO REPORT-LINE.
005410     PERFORM 7500-WRITE-REPORT-LINE
005420         THRU 7500-WRITE-REPORT-LINE-EXIT.
005430
005440     PERFORM 8900-RECORD-BATCH-COMPLETION
005450         THRU 8900-RECORD-BATCH-COMPLETION-EXIT.
005460
005470     CLOSE AUDIT-FILE.
005480     CLOSE REPORT-FILE.
005490
005500 8000-TERMINATE-EXIT.
005510     EXIT.
005520*****************************************************************
005530 8900-RECORD-BATCH-COMPLETION.
005540*****************************************************************
005550*    The run is complete for the business date unless it is
005560*    ending with a failing return code.
005570     PERFORM 6600-STAMP-TIME
005580         THRU 6600-STAMP-TIME-EXIT.
005590     MOVE TSW-DISPLAY            TO BCT-ENDED-DATE-TIME.
005600     MOVE RETURN-CODE            TO BCT-RETURN-CODE.
005610     IF RETURN-CODE < 8
005620         SET BCT-JOB-COMPLETE    TO TRUE
005630         MOVE BUSINESS-DATE      TO BCT-LAST-COMPLETED-DATE
005640     ELSE
005650         SET BCT-JOB-FAILED      TO TRUE
005660     END-IF.
005670     PERFORM 8950-WRITE-BATCH-ENTRY
005680         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
005690     IF NOT FS-BATCH-OK
005700         MOVE 16 TO RETURN-CODE
005710     END-IF.
005720     CLOSE BATCH-CONTROL-FILE.
005730
005740 8900-RECORD-BATCH-COMPLETION-EXIT.
005750     EXIT.
005760*****************************************************************
005770 8950-WRITE-BATCH-ENTRY.
005780*****************************************************************
005790     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
005800     IF BATCH-JOB-ON-FILE
005810         REWRITE BATCH-CONTROL-FD-RECORD
005820     ELSE
005830         WRITE BATCH-CONTROL-FD-RECORD
005840     END-IF.
005850     IF NOT FS-BATCH-OK
005860         DISPLAY 'KAFKRPT - BATCHCTL WRITE ERROR, STATUS = '
005870                 FS-BATCH-CONTROL
005880         GO TO 8950-WRITE-BATCH-ENTRY-EXIT
005890     END-IF.
005900     SET BATCH-JOB-ON-FILE TO TRUE.
005910
005920 8950-WRITE-BATCH-ENTRY-EXIT.
005930     EXIT.
