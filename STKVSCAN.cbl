000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKVSCAN.
000030 AUTHOR.        APPLICATION SUPPORT.
000040 INSTALLATION.  DISTRIBUTION SYSTEMS.
000050 DATE-WRITTEN.  16/09/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* MODULE NAME  = STKVSCAN                                       *
000100*                                                               *
000110* DESCRIPTIVE NAME = Nightly stock position variance scan       *
000120*                                                               *
000130*     Two stock figures are kept for every catalog item. One    *
000140*     is the STOCK-LEVEL the CICS side publishes on every       *
000150*     StockItemChange event, which lands on AUDITF as           *
000160*     AUDIT-STOCK-LEVEL. The other is IM-STOCK-ON-HAND on the   *
000170*     item master, which the KAFKIN inbound adapter maintains   *
000180*     from the warehouse's StockAdjustment messages. Nothing    *
000190*     else compares them - a divergence used to surface only    *
000200*     when a buyer ordered off a wrong REPLSCAN suggestion.     *
000210*                                                               *
000220*     The input is the day's StockItemChange records extracted  *
000230*     from AUDITF and sorted into item reference order, with    *
000240*     the event date-time as a minor key, exactly as the        *
000250*     replenishment job extracts them. The item master is      *
000260*     read in key order and matched against the extract, so     *
000270*     every item on the master is looked at - an item with a    *
000280*     negative on-hand is listed even if it published nothing   *
000290*     that day. For each item:                                  *
000300*                                                               *
000310*         - when a level was published that day, the last one   *
000320*           is set against IM-STOCK-ON-HAND and the item is     *
000330*           listed if they differ by more than the tolerance,   *
000340*         - an item whose IM-STOCK-ON-HAND is below zero is     *
000350*           listed whatever the published level.                *
000360*                                                               *
000370*     Each listed item becomes a variance record (see STKVREC)  *
000380*     carrying its preferred supplier and valued at             *
000390*     IM-UNIT-PRICE. The variance file is sorted by supplier    *
000400*     and printed by the STKVRPT companion report.              *
000410*                                                               *
000413*     The business date scanned is the one on the BATCHCTL      *
000416*     run-control record (see BCTLREC), which must show the     *
000419*     online day for it closed. The job records its run on      *
000422*     BATCHCTL, and refuses a date it has already completed     *
000425*     unless the PARM says RERUN.                               *
000428*                                                               *
000431*     The run parameter (JCL PARM=) is the tolerance in units   *
000434*     (1-4 digits), optionally followed by a space and RERUN,   *
000437*     e.g. 10 or 10 RERUN.                                      *
000450*                                                               *
000460* NOTES :                                                       *
000470*  DEPENDENCIES = BATCHCTL run-control KSDS                     *
000480*  RESTRICTIONS = The input extract must hold StockItemChange   *
000490*                 audit records only, sorted by item reference  *
000500*                 and event date-time. KAFKIN must be closed    *
000510*                 to the item master while the scan runs, or    *
000520*                 the on-hand figures move under it.            *
000530*  REGISTER CONVENTIONS = Normal                                *
000540*  MODULE TYPE = Executable                                     *
000550*  PROCESSOR = COBOL                                            *
000560*  ATTRIBUTES = Read only, except BATCHCTL                      *
000570*                                                               *
000580*---------------------------------------------------------------*
000590*                                                               *
000600* CHANGE ACTIVITY :                                             *
000610*                                                               *
000620*  2026-09-16  APPMAINT  New program.                           *
000622*  2026-10-15  APPMAINT  Business date from the BATCHCTL run-   *
000624*                        control file; the PARM is the          *
000626*                        tolerance, with RERUN.                 *
000630*                                                               *
000640*****************************************************************
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER.  IBM-370.
000680 OBJECT-COMPUTER.  IBM-370.
000690 SPECIAL-NAMES.    C01 IS TO-NEW-PAGE.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT AUDIT-EVENT-FILE ASSIGN TO AUDITIN
000730            ORGANIZATION IS SEQUENTIAL
000740            ACCESS MODE IS SEQUENTIAL
000750            FILE STATUS IS FS-AUDIT-EVENT.
000760
000770     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMSTR
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE IS SEQUENTIAL
000800            RECORD KEY IS IM-STOCK-ITEM-REFERENCE
000810            FILE STATUS IS FS-ITEM-MASTER.
000820
000830     SELECT VARIANCE-FILE   ASSIGN TO VARIOUT
000840            ORGANIZATION IS SEQUENTIAL
000850            ACCESS MODE IS SEQUENTIAL
000860            FILE STATUS IS FS-VARIANCE.
000870
000871     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000872            ORGANIZATION IS INDEXED
000873            ACCESS MODE IS RANDOM
000874            RECORD KEY IS BCT-FD-KEY
000875            FILE STATUS IS FS-BATCH-CONTROL.
000876
000880     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000890            ORGANIZATION IS SEQUENTIAL
000900            ACCESS MODE IS SEQUENTIAL
000910            FILE STATUS IS FS-REPORT-FILE.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950*****************************************************************
000960 FD  AUDIT-EVENT-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  AUDIT-RECORD.
001000     COPY AUDITREC.
001010*****************************************************************
001020 FD  ITEM-MASTER-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  ITEM-MASTER-RECORD.
001050     COPY ITEMMSTR.
001060*****************************************************************
001070 FD  VARIANCE-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  VARIANCE-RECORD.
001110     COPY STKVREC.
001111*****************************************************************
001112*    The run-control record proper is COPYed into working
001113*    storage, as STATARCH does for STATCTL.
001114 FD  BATCH-CONTROL-FILE
001115     LABEL RECORDS ARE STANDARD.
001116 01  BATCH-CONTROL-FD-RECORD.
001117     05 BCT-FD-KEY               PIC X(08).
001118     05 FILLER                   PIC X(96).
001120*****************************************************************
001130 FD  REPORT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  REPORT-LINE                PIC X(133).
001170*****************************************************************
001180 WORKING-STORAGE SECTION.
001190*****************************************************************
001200 77  WS-FILLER-77                PIC X(01) VALUE SPACES.
001210
001220 01  FILE-STATUS-SWITCHES.
001230     05 FS-AUDIT-EVENT           PIC X(02) VALUE '00'.
001240        88 FS-AUDIT-OK                VALUE '00'.
001250        88 FS-AUDIT-AT-END            VALUE '10'.
001260     05 FS-ITEM-MASTER           PIC X(02) VALUE '00'.
001270        88 FS-MASTER-OK               VALUE '00'.
001280        88 FS-MASTER-AT-END           VALUE '10'.
001290     05 FS-VARIANCE              PIC X(02) VALUE '00'.
001300        88 FS-VARIANCE-OK             VALUE '00'.
001302     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
001304        88 FS-BATCH-OK                VALUE '00'.
001306        88 FS-BATCH-NOTFND            VALUE '23'.
001310     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001320        88 FS-REPORT-OK               VALUE '00'.
001330
001340 01  PROGRAM-SWITCHES.
001350     05 SW-END-OF-AUDIT-FILE     PIC X(01) VALUE 'N'.
001360        88 END-OF-AUDIT-FILE          VALUE 'Y'.
001370     05 SW-END-OF-ITEM-MASTER    PIC X(01) VALUE 'N'.
001380        88 END-OF-ITEM-MASTER         VALUE 'Y'.
001390     05 SW-LEVEL-HELD            PIC X(01) VALUE 'N'.
001400        88 LEVEL-HELD                 VALUE 'Y'.
001410        88 NO-LEVEL-HELD              VALUE 'N'.
001420     05 SW-OVER-TOLERANCE        PIC X(01) VALUE 'N'.
001430        88 ITEM-OVER-TOLERANCE        VALUE 'Y'.
001440        88 ITEM-WITHIN-TOLERANCE      VALUE 'N'.
001450     05 SW-NEGATIVE-ON-HAND      PIC X(01) VALUE 'N'.
001460        88 ITEM-NEGATIVE-ON-HAND      VALUE 'Y'.
001470        88 ITEM-ON-HAND-NOT-NEGATIVE  VALUE 'N'.
001480
001485*    The business day this run scans, from BATCHCTL, and the
001490*    tolerance, from the JCL PARM
001510 01  RUN-PARM-WORK.
001520     05 BUSINESS-DATE            PIC X(10).
001530     05 TOLERANCE-UNITS          PIC 9(04) VALUE 0.
001540     05 PARM-TOL-X               PIC X(04).
001550     05 PARM-TOL-9 REDEFINES PARM-TOL-X
001560                                 PIC 9(04).
001570     05 PARM-TOL-LEN             PIC S9(04) COMP.
001571
001572*    Overnight run control - the business date comes from the
001573*    BATCHCTL control record, and this job's own entry there is
001574*    marked started in 1190 and ended in 8900.
001575 01  BATCH-CONTROL-RECORD.
001576     COPY BCTLREC.
001577
001578 01  BATCH-RUN-WORK.
001579     05 BATCH-JOB-NAME           PIC X(08) VALUE 'STKVSCAN'.
001580     05 SW-FORCED-RERUN          PIC X(01) VALUE 'N'.
001581        88 FORCED-RERUN               VALUE 'Y'.
001582     05 SW-BATCH-JOB-ON-FILE     PIC X(01) VALUE 'N'.
001583        88 BATCH-JOB-ON-FILE          VALUE 'Y'.
001584
001585 01  TIMESTAMP-WORK.
001586     05 TSW-CURRENT              PIC X(21).
001587     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001588        10 TSW-YYYY              PIC X(04).
001589        10 TSW-MM                PIC X(02).
001590        10 TSW-DD                PIC X(02).
001591        10 TSW-HH                PIC X(02).
001592        10 TSW-MN                PIC X(02).
001593        10 TSW-SS                PIC X(02).
001594        10 FILLER                PIC X(07).
001595     05 TSW-DISPLAY.
001596        10 TSD-YYYY              PIC X(04).
001597        10 FILLER                PIC X(01) VALUE '-'.
001598        10 TSD-MM                PIC X(02).
001599        10 FILLER                PIC X(01) VALUE '-'.
001600        10 TSD-DD                PIC X(02).
001601        10 FILLER                PIC X(01) VALUE SPACE.
001602        10 TSD-HH                PIC X(02).
001603        10 FILLER                PIC X(01) VALUE ':'.
001604        10 TSD-MN                PIC X(02).
001605        10 FILLER                PIC X(01) VALUE ':'.
001606        10 TSD-SS                PIC X(02).
001607
001608*    Compare keys for the match of the item master against the
001609*    sorted extract - an exhausted side carries HIGH-VALUES.
001610 01  MATCH-KEY-WORK.
001620     05 AUDIT-MATCH-KEY          PIC X(04).
001630     05 MASTER-MATCH-KEY         PIC X(04).
001640
001650*    Last stock level published for the item the match is
001660*    positioned on - refreshed by every record of the group.
001670 01  HELD-LEVEL-WORK.
001680     05 HELD-STOCK-LEVEL         PIC S9(04).
001690     05 HELD-LEVEL-DATE-TIME     PIC X(29).
001700
001710 01  VARIANCE-WORK.
001720     05 ITEM-DIFFERENCE          PIC S9(05).
001730     05 ITEM-ABS-DIFFERENCE      PIC 9(05).
001740
001750 01  ACCUMULATORS.
001760     05 CNT-RECORDS-READ         PIC 9(07) COMP-3 VALUE 0.
001770     05 CNT-OTHER-DAY-RECORDS    PIC 9(07) COMP-3 VALUE 0.
001780     05 CNT-NON-STOCK-RECORDS    PIC 9(07) COMP-3 VALUE 0.
001790     05 CNT-NOT-ON-MASTER        PIC 9(07) COMP-3 VALUE 0.
001800     05 CNT-ITEMS-READ           PIC 9(07) COMP-3 VALUE 0.
001810     05 CNT-ITEMS-WITH-LEVEL     PIC 9(07) COMP-3 VALUE 0.
001820     05 CNT-WITHIN-TOLERANCE     PIC 9(07) COMP-3 VALUE 0.
001830     05 CNT-OVER-TOLERANCE       PIC 9(07) COMP-3 VALUE 0.
001840     05 CNT-NEGATIVE-ON-HAND     PIC 9(07) COMP-3 VALUE 0.
001850     05 CNT-VARIANCES-WRITTEN    PIC 9(07) COMP-3 VALUE 0.
001860
001870 01  LINE-COUNT-WORK.
001880     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001890     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001900     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001910
001920 01  CURRENT-DATE-WORK.
001930     05 CDW-DATE                 PIC 9(06).
001940     05 CDW-DATE-R  REDEFINES CDW-DATE.
001950        10 CDW-YY                PIC 9(02).
001960        10 CDW-MM                PIC 9(02).
001970        10 CDW-DD                PIC 9(02).
001980
001990 01  RUN-DATE-DDMMYY             PIC 9(06).
002000 01  RUN-DATE-DDMMYY-R REDEFINES RUN-DATE-DDMMYY.
002010     05 RDD-DD                   PIC 9(02).
002020     05 RDD-MM                   PIC 9(02).
002030     05 RDD-YY                   PIC 9(02).
002040
002050*****************************************************************
002060* REPORT LINE LAYOUTS                                           *
002070*****************************************************************
002080 01  HEADING-LINE-1.
002090     05 FILLER                   PIC X(01) VALUE SPACES.
002100     05 FILLER                   PIC X(40) VALUE
002110        'STOCK POSITION VARIANCE SCAN REPORT'.
002120     05 FILLER                   PIC X(12) VALUE 'RUN DATE : '.
002130     05 HL1-RUN-DATE             PIC 99/99/99.
002140     05 FILLER                   PIC X(09) VALUE '  PAGE : '.
002150     05 HL1-PAGE-NUMBER          PIC ZZZZ9.
002160
002170 01  HEADING-LINE-2.
002180     05 FILLER                   PIC X(01) VALUE SPACES.
002190     05 FILLER                   PIC X(50) VALUE ALL '-'.
002200
002210 01  DETAIL-LINE-PARM.
002220     05 FILLER                   PIC X(01) VALUE SPACES.
002230     05 DLP-LABEL                PIC X(30).
002240     05 FILLER                   PIC X(02) VALUE SPACES.
002250     05 DLP-VALUE                PIC X(10).
002260
002270 01  DETAIL-LINE-COUNT.
002280     05 FILLER                   PIC X(01) VALUE SPACES.
002290     05 DLC-LABEL                PIC X(30).
002300     05 FILLER                   PIC X(02) VALUE SPACES.
002310     05 DLC-COUNT                PIC ZZ,ZZZ,ZZ9.
002320
002330 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002340
002350*****************************************************************
002360 LINKAGE SECTION.
002370*****************************************************************
002380 01  PARM-FIELD.
002390     05 PARM-LENGTH              PIC S9(04) COMP.
002400     05 PARM-DATA                PIC X(15).
002410*
002420 PROCEDURE DIVISION USING PARM-FIELD.
002430*****************************************************************
002440 0000-MAINLINE.
002450*****************************************************************
002460     PERFORM 1000-INITIALIZE
002470         THRU 1000-INITIALIZE-EXIT.
002480
002490     PERFORM 2000-PROCESS-ITEM-MASTER
002500         THRU 2000-PROCESS-ITEM-MASTER-EXIT
002510         UNTIL END-OF-ITEM-MASTER.
002520
002530*    Stock events left over once the master is exhausted are
002540*    for items the master does not know.
002550     PERFORM 2300-SKIP-UNMATCHED-AUDIT
002560         THRU 2300-SKIP-UNMATCHED-AUDIT-EXIT
002570         UNTIL END-OF-AUDIT-FILE.
002580
002590     PERFORM 8000-TERMINATE
002600         THRU 8000-TERMINATE-EXIT.
002610
002620     GOBACK.
002630
002640 0000-MAINLINE-EXIT.
002650     EXIT.
002660*****************************************************************
002670 1000-INITIALIZE.
002680*****************************************************************
002690     PERFORM 1100-EDIT-RUN-PARM
002700         THRU 1100-EDIT-RUN-PARM-EXIT.
002703     PERFORM 1150-CHECK-BATCH-CONTROL
002706         THRU 1150-CHECK-BATCH-CONTROL-EXIT.
002710
002720     OPEN INPUT  AUDIT-EVENT-FILE.
002730     IF NOT FS-AUDIT-OK
002740         DISPLAY 'STKVSCAN - UNABLE TO OPEN AUDITIN, STATUS = '
002750                 FS-AUDIT-EVENT
002760         GO TO 1000-INITIALIZE-ABEND
002770     END-IF.
002780
002790     OPEN INPUT  ITEM-MASTER-FILE.
002800     IF NOT FS-MASTER-OK
002810         DISPLAY 'STKVSCAN - UNABLE TO OPEN ITEMMSTR, STATUS = '
002820                 FS-ITEM-MASTER
002830         GO TO 1000-INITIALIZE-ABEND
002840     END-IF.
002850
002860     OPEN OUTPUT VARIANCE-FILE.
002870     IF NOT FS-VARIANCE-OK
002880         DISPLAY 'STKVSCAN - UNABLE TO OPEN VARIOUT, STATUS = '
002890                 FS-VARIANCE
002900         GO TO 1000-INITIALIZE-ABEND
002910     END-IF.
002920
002930     OPEN OUTPUT REPORT-FILE.
002940     IF NOT FS-REPORT-OK
002950         DISPLAY 'STKVSCAN - UNABLE TO OPEN RPTOUT, STATUS = '
002960                 FS-REPORT-FILE
002970         GO TO 1000-INITIALIZE-ABEND
002980     END-IF.
002990
003000     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
003010     MOVE CDW-DD                TO RDD-DD.
003020     MOVE CDW-MM                TO RDD-MM.
003030     MOVE CDW-YY                TO RDD-YY.
003040     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
003050
003052     PERFORM 1190-MARK-BATCH-STARTED
003054         THRU 1190-MARK-BATCH-STARTED-EXIT.
003056
003060     PERFORM 2100-READ-AUDIT-RECORD
003070         THRU 2100-READ-AUDIT-RECORD-EXIT.
003080     PERFORM 2200-READ-ITEM-MASTER
003090         THRU 2200-READ-ITEM-MASTER-EXIT.
003100
003110     GO TO 1000-INITIALIZE-EXIT.
003120
003130 1000-INITIALIZE-ABEND.
003140     MOVE 16 TO RETURN-CODE.
003150     GOBACK.
003160
003170 1000-INITIALIZE-EXIT.
003180     EXIT.
003190*****************************************************************
003200 1100-EDIT-RUN-PARM.
003210*****************************************************************
003215*    The business date being scanned comes from BATCHCTL, not
003220*    the PARM. The PARM is the tolerance in units (1-4 digits),
003225*    optionally followed by a space and RERUN to scan a date
003230*    again once it has completed. A missing tolerance stops
003235*    the run - a scan with none would bury the real
003240*    divergences under noise.
003245     IF PARM-LENGTH < 1 OR PARM-LENGTH > 10
003250         DISPLAY 'STKVSCAN - PARM MUST BE THE TOLERANCE, '
003255                 'OPTIONALLY RERUN (E.G. 10 RERUN)'
003260         GO TO 1100-EDIT-RUN-PARM-ABEND
003265     END-IF.
003270
003275     MOVE PARM-LENGTH TO PARM-TOL-LEN.
003280     IF PARM-LENGTH > 6
003285         IF PARM-DATA (PARM-LENGTH - 5:6) = ' RERUN'
003290             SET FORCED-RERUN TO TRUE
003295             SUBTRACT 6 FROM PARM-TOL-LEN
003300         END-IF
003305     END-IF.
003310
003315     IF PARM-TOL-LEN > 4
003320         DISPLAY 'STKVSCAN - TOLERANCE MUST BE 1-4 DIGITS: '
003325                 PARM-DATA
003330         GO TO 1100-EDIT-RUN-PARM-ABEND
003335     END-IF.
003340
003345     MOVE ALL '0' TO PARM-TOL-X.
003350     MOVE PARM-DATA (1:PARM-TOL-LEN)
003355         TO PARM-TOL-X (5 - PARM-TOL-LEN:PARM-TOL-LEN).
003360     IF PARM-TOL-9 IS NOT NUMERIC
003365         DISPLAY 'STKVSCAN - TOLERANCE NOT NUMERIC: '
003370                 PARM-DATA
003375         GO TO 1100-EDIT-RUN-PARM-ABEND
003380     END-IF.
003385     MOVE PARM-TOL-9 TO TOLERANCE-UNITS.
003510
003520     GO TO 1100-EDIT-RUN-PARM-EXIT.
003530
003540 1100-EDIT-RUN-PARM-ABEND.
003550     MOVE 16 TO RETURN-CODE.
003560     GOBACK.
003570
003580 1100-EDIT-RUN-PARM-EXIT.
003590     EXIT.
003591*****************************************************************
003592 1150-CHECK-BATCH-CONTROL.
003593*****************************************************************
003594*    The business date comes from the BATCHCTL control record.
003595*    The job runs only once the online day for that date has
003596*    closed, and only once for the date unless the PARM says
003597*    RERUN.
003598     OPEN I-O BATCH-CONTROL-FILE.
003599     IF NOT FS-BATCH-OK
003600         DISPLAY 'STKVSCAN - UNABLE TO OPEN BATCHCTL, STATUS = '
003601                 FS-BATCH-CONTROL
003602         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003603     END-IF.
003604
003605     MOVE '$BUSDATE' TO BCT-FD-KEY.
003606     READ BATCH-CONTROL-FILE.
003607     IF NOT FS-BATCH-OK
003608         DISPLAY 'STKVSCAN - NO BUSINESS DATE ON BATCHCTL, '
003609                 'STATUS = ' FS-BATCH-CONTROL
003610         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003611     END-IF.
003612     MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD.
003613     MOVE BCT-BUSINESS-DATE TO BUSINESS-DATE.
003614     IF NOT BCT-ONLINE-CLOSED
003615         DISPLAY 'STKVSCAN - ONLINE DAY ' BUSINESS-DATE
003616                 ' NOT YET CLOSED ON BATCHCTL'
003617         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003618     END-IF.
003619
003620     MOVE BATCH-JOB-NAME TO BCT-FD-KEY.
003621     READ BATCH-CONTROL-FILE.
003622     EVALUATE TRUE
003623         WHEN FS-BATCH-OK
003624             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
003625             SET BATCH-JOB-ON-FILE TO TRUE
003626         WHEN FS-BATCH-NOTFND
003627             MOVE SPACES TO BATCH-CONTROL-RECORD
003628             MOVE BATCH-JOB-NAME TO BCT-KEY
003629             MOVE 0 TO BCT-RETURN-CODE BCT-RUN-COUNT
003630         WHEN OTHER
003631             DISPLAY 'STKVSCAN - BATCHCTL READ ERROR, STATUS = '
003632                     FS-BATCH-CONTROL
003633             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003634     END-EVALUATE.
003635
003636     IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
003637         IF NOT FORCED-RERUN
003638             DISPLAY 'STKVSCAN - ALREADY COMPLETED FOR '
003639                     BUSINESS-DATE ', RERUN ONLY WITH PARM RERUN'
003640             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003641         END-IF
003642         DISPLAY 'STKVSCAN - FORCED RERUN FOR ' BUSINESS-DATE
003643     END-IF.
003644
003645     GO TO 1150-CHECK-BATCH-CONTROL-EXIT.
003646
003647 1150-CHECK-BATCH-CONTROL-ABEND.
003648     MOVE 16 TO RETURN-CODE.
003649     GOBACK.
003650
003651 1150-CHECK-BATCH-CONTROL-EXIT.
003652     EXIT.
003653*****************************************************************
003654 1190-MARK-BATCH-STARTED.
003655*****************************************************************
003656*    Every check has passed - record the run as started for the
003657*    business date.
003658     IF BCT-RUN-DATE NOT = BUSINESS-DATE
003659         MOVE 0 TO BCT-RUN-COUNT
003660     END-IF.
003661     ADD 1 TO BCT-RUN-COUNT.
003662     PERFORM 6600-STAMP-TIME
003663         THRU 6600-STAMP-TIME-EXIT.
003664     SET BCT-JOB-STARTED         TO TRUE.
003665     MOVE BUSINESS-DATE          TO BCT-RUN-DATE.
003666     MOVE TSW-DISPLAY            TO BCT-STARTED-DATE-TIME.
003667     MOVE SPACES                 TO BCT-ENDED-DATE-TIME.
003668     MOVE 0                      TO BCT-RETURN-CODE.
003669     MOVE SW-FORCED-RERUN        TO BCT-FORCED-RERUN.
003670     PERFORM 8950-WRITE-BATCH-ENTRY
003671         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
003672     IF NOT FS-BATCH-OK
003673         MOVE 16 TO RETURN-CODE
003674         GOBACK
003675     END-IF.
003676
003677 1190-MARK-BATCH-STARTED-EXIT.
003678     EXIT.
003679*****************************************************************
003680 2000-PROCESS-ITEM-MASTER.
003681*****************************************************************
003682*    One pass per item master record. Stock events for lower
003683*    item references than the master is positioned on are for
003684*    items the master does not know; the events for this item,
003685*    if any, are consumed so the held level is the last one
003686*    published - the extract is sorted with the event
003687*    date-time as the minor key.
003690     ADD 1 TO CNT-ITEMS-READ.
003700     SET NO-LEVEL-HELD TO TRUE.
003710
003720     PERFORM 2300-SKIP-UNMATCHED-AUDIT
003730         THRU 2300-SKIP-UNMATCHED-AUDIT-EXIT
003740         UNTIL AUDIT-MATCH-KEY NOT < MASTER-MATCH-KEY.
003750
003760     PERFORM 2400-HOLD-AUDIT-LEVEL
003770         THRU 2400-HOLD-AUDIT-LEVEL-EXIT
003780         UNTIL AUDIT-MATCH-KEY NOT = MASTER-MATCH-KEY.
003790
003800     PERFORM 3000-EVALUATE-ITEM
003810         THRU 3000-EVALUATE-ITEM-EXIT.
003820
003830     PERFORM 2200-READ-ITEM-MASTER
003840         THRU 2200-READ-ITEM-MASTER-EXIT.
003850
003860 2000-PROCESS-ITEM-MASTER-EXIT.
003870     EXIT.
003880*****************************************************************
003890 2100-READ-AUDIT-RECORD.
003900*****************************************************************
003910     READ AUDIT-EVENT-FILE
003920         AT END
003930             SET END-OF-AUDIT-FILE TO TRUE
003940             MOVE HIGH-VALUES TO AUDIT-MATCH-KEY
003950             GO TO 2100-READ-AUDIT-RECORD-EXIT
003960     END-READ.
003970
003980     IF NOT FS-AUDIT-OK
003990         DISPLAY 'STKVSCAN - AUDITIN READ ERROR, STATUS = '
004000                 FS-AUDIT-EVENT
004010         SET END-OF-AUDIT-FILE TO TRUE
004020         MOVE HIGH-VALUES TO AUDIT-MATCH-KEY
004024     MOVE 16 TO RETURN-CODE
004030         GO TO 2100-READ-AUDIT-RECORD-EXIT
004040     END-IF.
004050
004060     ADD 1 TO CNT-RECORDS-READ.
004070
004080*    The sort step should deliver only stock events, but a
004090*    mis-set INCLUDE must not turn into phantom variances.
004100     IF NOT AUDIT-STOCK-ITEM-CHANGE
004110         ADD 1 TO CNT-NON-STOCK-RECORDS
004120         GO TO 2100-READ-AUDIT-RECORD
004130     END-IF.
004140
004150     IF AUDIT-DATE-TIME (1:10) NOT = BUSINESS-DATE
004160         ADD 1 TO CNT-OTHER-DAY-RECORDS
004170         GO TO 2100-READ-AUDIT-RECORD
004180     END-IF.
004190
004200     MOVE AUDIT-STOCK-ITEM-REFERENCE TO AUDIT-MATCH-KEY.
004210
004220 2100-READ-AUDIT-RECORD-EXIT.
004230     EXIT.
004240*****************************************************************
004250 2200-READ-ITEM-MASTER.
004260*****************************************************************
004270     READ ITEM-MASTER-FILE NEXT RECORD
004280         AT END
004290             SET END-OF-ITEM-MASTER TO TRUE
004300             MOVE HIGH-VALUES TO MASTER-MATCH-KEY
004310             GO TO 2200-READ-ITEM-MASTER-EXIT
004320     END-READ.
004330
004340     IF NOT FS-MASTER-OK
004350         DISPLAY 'STKVSCAN - ITEMMSTR READ ERROR, STATUS = '
004360                 FS-ITEM-MASTER
004370         SET END-OF-ITEM-MASTER TO TRUE
004380         MOVE HIGH-VALUES TO MASTER-MATCH-KEY
004384     MOVE 16 TO RETURN-CODE
004390         GO TO 2200-READ-ITEM-MASTER-EXIT
004400     END-IF.
004410
004420     MOVE IM-STOCK-ITEM-REFERENCE TO MASTER-MATCH-KEY.
004430
004440 2200-READ-ITEM-MASTER-EXIT.
004450     EXIT.
004460*****************************************************************
004470 2300-SKIP-UNMATCHED-AUDIT.
004480*****************************************************************
004490     ADD 1 TO CNT-NOT-ON-MASTER.
004500     PERFORM 2100-READ-AUDIT-RECORD
004510         THRU 2100-READ-AUDIT-RECORD-EXIT.
004520
004530 2300-SKIP-UNMATCHED-AUDIT-EXIT.
004540     EXIT.
004550*****************************************************************
004560 2400-HOLD-AUDIT-LEVEL.
004570*****************************************************************
004580     MOVE AUDIT-STOCK-LEVEL          TO HELD-STOCK-LEVEL.
004590     MOVE AUDIT-DATE-TIME            TO HELD-LEVEL-DATE-TIME.
004600     SET LEVEL-HELD TO TRUE.
004610     PERFORM 2100-READ-AUDIT-RECORD
004620         THRU 2100-READ-AUDIT-RECORD-EXIT.
004630
004640 2400-HOLD-AUDIT-LEVEL-EXIT.
004650     EXIT.
004660*****************************************************************
004670 3000-EVALUATE-ITEM.
004680*****************************************************************
004690*    The item's events for the day are consumed. A published
004700*    level is set against the on-hand; the difference is
004710*    published less on-hand, and it is the size of it that is
004720*    held against the tolerance. A negative on-hand is listed
004730*    on its own account.
004740     SET ITEM-WITHIN-TOLERANCE     TO TRUE.
004750     SET ITEM-ON-HAND-NOT-NEGATIVE TO TRUE.
004760     MOVE 0 TO ITEM-DIFFERENCE.
004770
004780     IF LEVEL-HELD
004790         ADD 1 TO CNT-ITEMS-WITH-LEVEL
004800         COMPUTE ITEM-DIFFERENCE =
004810             HELD-STOCK-LEVEL - IM-STOCK-ON-HAND
004820         IF ITEM-DIFFERENCE < 0
004830             COMPUTE ITEM-ABS-DIFFERENCE = 0 - ITEM-DIFFERENCE
004840         ELSE
004850             MOVE ITEM-DIFFERENCE TO ITEM-ABS-DIFFERENCE
004860         END-IF
004870         IF ITEM-ABS-DIFFERENCE > TOLERANCE-UNITS
004880             SET ITEM-OVER-TOLERANCE TO TRUE
004890             ADD 1 TO CNT-OVER-TOLERANCE
004900         ELSE
004910             ADD 1 TO CNT-WITHIN-TOLERANCE
004920         END-IF
004930     END-IF.
004940
004950     IF IM-STOCK-ON-HAND < 0
004960         SET ITEM-NEGATIVE-ON-HAND TO TRUE
004970         ADD 1 TO CNT-NEGATIVE-ON-HAND
004980     END-IF.
004990
005000     IF ITEM-WITHIN-TOLERANCE AND ITEM-ON-HAND-NOT-NEGATIVE
005010         GO TO 3000-EVALUATE-ITEM-EXIT
005020     END-IF.
005030
005040     PERFORM 3100-WRITE-VARIANCE
005050         THRU 3100-WRITE-VARIANCE-EXIT.
005060
005070 3000-EVALUATE-ITEM-EXIT.
005080     EXIT.
005090*****************************************************************
005100 3100-WRITE-VARIANCE.
005110*****************************************************************
005120     MOVE IM-SUPPLIER-REFERENCE      TO SVR-SUPPLIER-REFERENCE.
005130     MOVE IM-STOCK-ITEM-REFERENCE    TO SVR-STOCK-ITEM-REFERENCE.
005140     MOVE IM-DESCRIPTION             TO SVR-DESCRIPTION.
005150     MOVE IM-STATUS                  TO SVR-ITEM-STATUS.
005160     MOVE IM-STOCK-ON-HAND           TO SVR-STOCK-ON-HAND.
005170     MOVE IM-UNIT-PRICE              TO SVR-UNIT-PRICE.
005180     MOVE ITEM-DIFFERENCE            TO SVR-DIFFERENCE.
005190
005200     IF LEVEL-HELD
005210         SET SVR-LEVEL-PUBLISHED     TO TRUE
005220         MOVE HELD-STOCK-LEVEL       TO SVR-PUBLISHED-LEVEL
005230         MOVE HELD-LEVEL-DATE-TIME   TO SVR-LEVEL-DATE-TIME
005240     ELSE
005250         SET SVR-NO-LEVEL-PUBLISHED  TO TRUE
005260         MOVE 0                      TO SVR-PUBLISHED-LEVEL
005270         MOVE SPACES                 TO SVR-LEVEL-DATE-TIME
005280     END-IF.
005290
005300     EVALUATE TRUE
005310         WHEN ITEM-OVER-TOLERANCE AND ITEM-NEGATIVE-ON-HAND
005320             SET SVR-OVER-TOLERANCE-AND-NEG TO TRUE
005330             COMPUTE SVR-VARIANCE-VALUE =
005340                 ITEM-DIFFERENCE * IM-UNIT-PRICE
005350         WHEN ITEM-OVER-TOLERANCE
005360             SET SVR-OVER-TOLERANCE TO TRUE
005370             COMPUTE SVR-VARIANCE-VALUE =
005380                 ITEM-DIFFERENCE * IM-UNIT-PRICE
005390         WHEN OTHER
005400             SET SVR-NEGATIVE-ON-HAND TO TRUE
005410             COMPUTE SVR-VARIANCE-VALUE =
005420                 IM-STOCK-ON-HAND * IM-UNIT-PRICE
005430     END-EVALUATE.
005440
005450     WRITE VARIANCE-RECORD.
005460     IF NOT FS-VARIANCE-OK
005470         DISPLAY 'STKVSCAN - VARIOUT WRITE ERROR, STATUS = '
005480                 FS-VARIANCE ' ITEM = ' IM-STOCK-ITEM-REFERENCE
005490         GO TO 3100-WRITE-VARIANCE-EXIT
005500     END-IF.
005510
005520     ADD 1 TO CNT-VARIANCES-WRITTEN.
005530
005540 3100-WRITE-VARIANCE-EXIT.
005550     EXIT.
005551*****************************************************************
005552 6600-STAMP-TIME.
005553*****************************************************************
005554     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
005555     MOVE TSW-YYYY TO TSD-YYYY.
005556     MOVE TSW-MM   TO TSD-MM.
005557     MOVE TSW-DD   TO TSD-DD.
005558     MOVE TSW-HH   TO TSD-HH.
005559     MOVE TSW-MN   TO TSD-MN.
005560     MOVE TSW-SS   TO TSD-SS.
005561
005562 6600-STAMP-TIME-EXIT.
005563     EXIT.
005564*****************************************************************
005570 7500-WRITE-REPORT-LINE.
005580*****************************************************************
005590     WRITE REPORT-LINE.
005600     ADD 1 TO LINES-ON-PAGE.
005610
005620 7500-WRITE-REPORT-LINE-EXIT.
005630     EXIT.
005640*****************************************************************
005650 8000-TERMINATE.
005660*****************************************************************
005670     ADD 1 TO PAGE-NUMBER.
005680     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
005690     MOVE HEADING-LINE-1       TO REPORT-LINE.
005700     PERFORM 7500-WRITE-REPORT-LINE
005710         THRU 7500-WRITE-REPORT-LINE-EXIT.
005720     MOVE HEADING-LINE-2       TO REPORT-LINE.
005730     PERFORM 7500-WRITE-REPORT-LINE
005740         THRU 7500-WRITE-REPORT-LINE-EXIT.
005750
005760     MOVE 'BUSINESS DATE SCANNED'        TO DLP-LABEL.
005770     MOVE BUSINESS-DATE                  TO DLP-VALUE.
005780     MOVE DETAIL-LINE-PARM               TO REPORT-LINE.
005790     PERFORM 7500-WRITE-REPORT-LINE
005800         THRU 7500-WRITE-REPORT-LINE-EXIT.
005810
005820     MOVE 'TOLERANCE (UNITS)'            TO DLC-LABEL.
005830     MOVE TOLERANCE-UNITS                TO DLC-COUNT.
005840     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005850     PERFORM 7500-WRITE-REPORT-LINE
005860         THRU 7500-WRITE-REPORT-LINE-EXIT.
005870
005880     MOVE BLANK-LINE                     TO REPORT-LINE.
005890     PERFORM 7500-WRITE-REPORT-LINE
005900         THRU 7500-WRITE-REPORT-LINE-EXIT.
005910
005920     MOVE 'STOCK EVENT RECORDS READ'     TO DLC-LABEL.
005930     MOVE CNT-RECORDS-READ               TO DLC-COUNT.
005940     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005950     PERFORM 7500-WRITE-REPORT-LINE
005960         THRU 7500-WRITE-REPORT-LINE-EXIT.
005970
005980     MOVE 'OTHER-DAY RECORDS SKIPPED'    TO DLC-LABEL.
005990     MOVE CNT-OTHER-DAY-RECORDS          TO DLC-COUNT.
006000     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006010     PERFORM 7500-WRITE-REPORT-LINE
006020         THRU 7500-WRITE-REPORT-LINE-EXIT.
006030
006040     MOVE 'NON-STOCK RECORDS SKIPPED'    TO DLC-LABEL.
006050     MOVE CNT-NON-STOCK-RECORDS          TO DLC-COUNT.
006060     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006070     PERFORM 7500-WRITE-REPORT-LINE
006080         THRU 7500-WRITE-REPORT-LINE-EXIT.
006090
006100     MOVE 'EVENTS FOR ITEMS NOT ON MASTER' TO DLC-LABEL.
006110     MOVE CNT-NOT-ON-MASTER              TO DLC-COUNT.
006120     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006130     PERFORM 7500-WRITE-REPORT-LINE
006140         THRU 7500-WRITE-REPORT-LINE-EXIT.
006150
006160     MOVE 'ITEM MASTER RECORDS READ'     TO DLC-LABEL.
006170     MOVE CNT-ITEMS-READ                 TO DLC-COUNT.
006180     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006190     PERFORM 7500-WRITE-REPORT-LINE
006200         THRU 7500-WRITE-REPORT-LINE-EXIT.
006210
006220     MOVE 'ITEMS WITH A LEVEL PUBLISHED'  TO DLC-LABEL.
006230     MOVE CNT-ITEMS-WITH-LEVEL           TO DLC-COUNT.
006240     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006250     PERFORM 7500-WRITE-REPORT-LINE
006260         THRU 7500-WRITE-REPORT-LINE-EXIT.
006270
006280     MOVE 'ITEMS WITHIN TOLERANCE'       TO DLC-LABEL.
006290     MOVE CNT-WITHIN-TOLERANCE           TO DLC-COUNT.
006300     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006310     PERFORM 7500-WRITE-REPORT-LINE
006320         THRU 7500-WRITE-REPORT-LINE-EXIT.
006330
006340     MOVE 'ITEMS OVER TOLERANCE'         TO DLC-LABEL.
006350     MOVE CNT-OVER-TOLERANCE             TO DLC-COUNT.
006360     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006370     PERFORM 7500-WRITE-REPORT-LINE
006380         THRU 7500-WRITE-REPORT-LINE-EXIT.
006390
006400     MOVE 'ITEMS WITH NEGATIVE ON-HAND'  TO DLC-LABEL.
006410     MOVE CNT-NEGATIVE-ON-HAND           TO DLC-COUNT.
006420     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006430     PERFORM 7500-WRITE-REPORT-LINE
006440         THRU 7500-WRITE-REPORT-LINE-EXIT.
006450
006460     MOVE 'VARIANCE RECORDS WRITTEN'     TO DLC-LABEL.
006470     MOVE CNT-VARIANCES-WRITTEN          TO DLC-COUNT.
006480     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006490     PERFORM 7500-WRITE-REPORT-LINE
006500         THRU 7500-WRITE-REPORT-LINE-EXIT.
006510
006512     PERFORM 8900-RECORD-BATCH-COMPLETION
006514         THRU 8900-RECORD-BATCH-COMPLETION-EXIT.
006516
006520     CLOSE AUDIT-EVENT-FILE.
006530     CLOSE ITEM-MASTER-FILE.
006540     CLOSE VARIANCE-FILE.
006550     CLOSE REPORT-FILE.
006560
006570 8000-TERMINATE-EXIT.
006580     EXIT.
006590*****************************************************************
006600 8900-RECORD-BATCH-COMPLETION.
006610*****************************************************************
006620*    The run is complete for the business date unless it is
006630*    ending with a failing return code.
006640     PERFORM 6600-STAMP-TIME
006650         THRU 6600-STAMP-TIME-EXIT.
006660     MOVE TSW-DISPLAY            TO BCT-ENDED-DATE-TIME.
006670     MOVE RETURN-CODE            TO BCT-RETURN-CODE.
006680     IF RETURN-CODE < 8
006690         SET BCT-JOB-COMPLETE    TO TRUE
006700         MOVE BUSINESS-DATE      TO BCT-LAST-COMPLETED-DATE
006710     ELSE
006720         SET BCT-JOB-FAILED      TO TRUE
006730     END-IF.
006740     PERFORM 8950-WRITE-BATCH-ENTRY
006750         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
006760     IF NOT FS-BATCH-OK
006770         MOVE 16 TO RETURN-CODE
006780     END-IF.
006790     CLOSE BATCH-CONTROL-FILE.
006800
006810 8900-RECORD-BATCH-COMPLETION-EXIT.
006820     EXIT.
006830*****************************************************************
006840 8950-WRITE-BATCH-ENTRY.
006850*****************************************************************
006860     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
006870     IF BATCH-JOB-ON-FILE
006880         REWRITE BATCH-CONTROL-FD-RECORD
006890     ELSE
006900         WRITE BATCH-CONTROL-FD-RECORD
006910     END-IF.
006920     IF NOT FS-BATCH-OK
006930         DISPLAY 'STKVSCAN - BATCHCTL WRITE ERROR, STATUS = '
006940                 FS-BATCH-CONTROL
006950         GO TO 8950-WRITE-BATCH-ENTRY-EXIT
006960     END-IF.
006970     SET BATCH-JOB-ON-FILE TO TRUE.
006980
006990 8950-WRITE-BATCH-ENTRY-EXIT.
007000     EXIT.
