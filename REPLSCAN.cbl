000350*     items with no reorder quantity set raise no suggestion -  *
000360*     they are counted on the control report instead.           *
000370*                                                               *
000371*     An item whose preferred supplier has been discontinued    *
000372*     sits OPEN on the ORPHWORK orphaned item worklist until a  *
000373*     buyer moves it to a new supplier. A suggestion for such   *
000374*     an item is not sent to purchasing - it is held and listed *
000375*     on a separate exception section of the control report.    *
000376*                                                               *
000377*     Purchasing's accepted orders are loaded onto the OPENORD  *
000378*     open purchase order file by POLOAD. The quantity still    *
000379*     on order for the item from its preferred supplier is      *
000380*     netted off the reorder quantity, so an item already       *
000381*     ordered is not suggested again; an item whose open order  *
000382*     covers the whole reorder quantity raises no suggestion.   *
000383*                                                               *
000384*     The business date scanned is the one on the BATCHCTL      *
000385*     run-control record (see BCTLREC), which must show the     *
000386*     online day for it closed. The job records its run on      *
000387*     BATCHCTL, and refuses a date it has already completed     *
000388*     unless the PARM is RERUN.                                 *
000389*                                                               *
000390* NOTES :                                                       *
000391*  DEPENDENCIES = BATCHCTL run-control KSDS                     *
000400*  RESTRICTIONS = The input extract must hold StockItemChange   *
000410*                 audit records only, sorted by item reference  *
000425*                 and event date-time.                          *
000440*  REGISTER CONVENTIONS = Normal                                *
000450*  MODULE TYPE = Executable                                     *
000460*  PROCESSOR = COBOL                                            *
000470*  ATTRIBUTES = Read only, except BATCHCTL                      *
000480*                                                               *
000490*---------------------------------------------------------------*
000500*                                                               *
000510* CHANGE ACTIVITY :                                             *
000520*                                                               *
000530*  2026-09-02  APPMAINT  New program.                           *
000532*  2026-10-05  APPMAINT  Hold suggestions for items on the      *
000534*                        ORPHWORK orphaned item worklist and    *
000536*                        list them on an exception section.     *
000537*  2026-10-07  APPMAINT  Net the quantity still on order on     *
000538*                        the OPENORD open order file off each   *
000539*                        suggestion.                            *
000541*  2026-10-12  APPMAINT  Business date from the BATCHCTL run-   *
000543*                        control file; RERUN PARM.              *
000544*  2026-10-15  APPMAINT  An AUDITIN read error fails the run;   *
000545*                        PARM length checked.                   *
000546*                                                               *
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000700            ACCESS MODE IS RANDOM
000710            RECORD KEY IS IM-STOCK-ITEM-REFERENCE
000720            FILE STATUS IS FS-ITEM-MASTER.
000721
000722     SELECT ORPHAN-WORKLIST-FILE ASSIGN TO ORPHWORK
000723            ORGANIZATION IS INDEXED
000724            ACCESS MODE IS RANDOM
000725            RECORD KEY IS ORW-WORKLIST-KEY
000726            FILE STATUS IS FS-ORPHAN-WORKLIST.
000727
000728     SELECT OPEN-ORDER-FILE ASSIGN TO OPENORD
000729            ORGANIZATION IS INDEXED
000730            ACCESS MODE IS RANDOM
000731            RECORD KEY IS OPO-ORDER-KEY
000732            FILE STATUS IS FS-OPEN-ORDER.
000733
000740     SELECT SUGGESTION-FILE ASSIGN TO SUGGOUT
000750            ORGANIZATION IS SEQUENTIAL
000760            ACCESS MODE IS SEQUENTIAL
000770            FILE STATUS IS FS-SUGGESTION.
000780
000781     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000782            ORGANIZATION IS INDEXED
000783            ACCESS MODE IS RANDOM
000784            RECORD KEY IS BCT-FD-KEY
000785            FILE STATUS IS FS-BATCH-CONTROL.
000786
000790     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000800            ORGANIZATION IS SEQUENTIAL
000810            ACCESS MODE IS SEQUENTIAL
000950 01  ITEM-MASTER-RECORD.
000960     COPY ITEMMSTR.
000970*****************************************************************
000971 FD  ORPHAN-WORKLIST-FILE
000972     LABEL RECORDS ARE STANDARD.
000973 01  ORPHAN-WORKLIST-RECORD.
000974     COPY ORPHREC.
000975*****************************************************************
000977 FD  OPEN-ORDER-FILE
000979     LABEL RECORDS ARE STANDARD.
000981 01  OPEN-ORDER-RECORD.
000983     COPY OPORDREC.
000985*****************************************************************
000987 FD  SUGGESTION-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  SUGGESTION-RECORD.
001020     COPY REPLSUGG.
001030*****************************************************************
001031*    The run-control record proper is COPYed into working
001032*    storage, as STATARCH does for STATCTL.
001033 FD  BATCH-CONTROL-FILE
001034     LABEL RECORDS ARE STANDARD.
001035 01  BATCH-CONTROL-FD-RECORD.
001036     05 BCT-FD-KEY               PIC X(08).
001037     05 FILLER                   PIC X(96).
001038*****************************************************************
001040 FD  REPORT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001170     05 FS-ITEM-MASTER           PIC X(02) VALUE '00'.
001180        88 FS-MASTER-OK               VALUE '00'.
001190        88 FS-MASTER-NOTFND           VALUE '23'.
001192     05 FS-ORPHAN-WORKLIST       PIC X(02) VALUE '00'.
001194        88 FS-ORPHAN-OK               VALUE '00'.
001196        88 FS-ORPHAN-NOTFND           VALUE '23'.
001197     05 FS-OPEN-ORDER            PIC X(02) VALUE '00'.
001198        88 FS-OPEN-ORDER-OK           VALUE '00'.
001199        88 FS-OPEN-ORDER-NOTFND       VALUE '23'.
001200     05 FS-SUGGESTION            PIC X(02) VALUE '00'.
001210        88 FS-SUGGESTION-OK           VALUE '00'.
001220     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001230        88 FS-REPORT-OK               VALUE '00'.
001232     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
001234        88 FS-BATCH-OK                VALUE '00'.
001236        88 FS-BATCH-NOTFND            VALUE '23'.
001240
001250 01  PROGRAM-SWITCHES.
001260     05 SW-END-OF-AUDIT-FILE     PIC X(01) VALUE 'N'.
001290        88 ITEM-HELD                  VALUE 'Y'.
001300        88 NO-ITEM-HELD               VALUE 'N'.
001310
001320*    The business day this run scans, from BATCHCTL
001330 01  BUSINESS-DATE-WORK.
001340     05 BUSINESS-DATE            PIC X(10).
001341
001342*    Overnight run control - the business date comes from the
001343*    BATCHCTL control record, and this job's own entry there is
001344*    marked started in 1190 and ended in 8900.
001345 01  BATCH-CONTROL-RECORD.
001346     COPY BCTLREC.
001347
001348 01  BATCH-RUN-WORK.
001349     05 BATCH-JOB-NAME           PIC X(08) VALUE 'REPLSCAN'.
001350     05 SW-FORCED-RERUN          PIC X(01) VALUE 'N'.
001351        88 FORCED-RERUN               VALUE 'Y'.
001352     05 SW-BATCH-JOB-ON-FILE     PIC X(01) VALUE 'N'.
001353        88 BATCH-JOB-ON-FILE          VALUE 'Y'.
001354
001355 01  TIMESTAMP-WORK.
001356     05 TSW-CURRENT              PIC X(21).
001357     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001358        10 TSW-YYYY              PIC X(04).
001359        10 TSW-MM                PIC X(02).
001360        10 TSW-DD                PIC X(02).
001361        10 TSW-HH                PIC X(02).
001362        10 TSW-MN                PIC X(02).
001363        10 TSW-SS                PIC X(02).
001364        10 FILLER                PIC X(07).
001365     05 TSW-DISPLAY.
001366        10 TSD-YYYY              PIC X(04).
001367        10 FILLER                PIC X(01) VALUE '-'.
001368        10 TSD-MM                PIC X(02).
001369        10 FILLER                PIC X(01) VALUE '-'.
001370        10 TSD-DD                PIC X(02).
001371        10 FILLER                PIC X(01) VALUE SPACE.
001372        10 TSD-HH                PIC X(02).
001373        10 FILLER                PIC X(01) VALUE ':'.
001374        10 TSD-MN                PIC X(02).
001375        10 FILLER                PIC X(01) VALUE ':'.
001376        10 TSD-SS                PIC X(02).
001377
001378*    Latest stock event seen so far for the item group the
001379*    match is positioned on - refreshed by every record of the
001380*    group, so it holds the last reported level when the group
001390*    breaks.
001400 01  HELD-ITEM-WORK.
001430     05 HELD-STOCK-LEVEL         PIC S9(04).
001440     05 HELD-LEVEL-DATE-TIME     PIC X(29).
001450
001451*    The reorder quantity less whatever is still on order for
001452*    the item from its preferred supplier.
001453 01  NETTING-WORK.
001454     05 OPEN-ON-ORDER            PIC S9(05).
001455     05 NET-SUGGESTED-QUANTITY   PIC S9(05).
001456
001460 01  ACCUMULATORS.
001470     05 CNT-RECORDS-READ         PIC 9(07) COMP-3 VALUE 0.
001480     05 CNT-OTHER-DAY-RECORDS    PIC 9(07) COMP-3 VALUE 0.
001530     05 CNT-DISCONTINUED         PIC 9(07) COMP-3 VALUE 0.
001540     05 CNT-NO-REORDER-QTY       PIC 9(07) COMP-3 VALUE 0.
001550     05 CNT-ABOVE-REORDER-POINT  PIC 9(07) COMP-3 VALUE 0.
001551     05 CNT-ORPHAN-HELD          PIC 9(07) COMP-3 VALUE 0.
001552     05 CNT-NETTED-SUGGESTIONS   PIC 9(07) COMP-3 VALUE 0.
001553     05 CNT-COVERED-BY-ORDERS    PIC 9(07) COMP-3 VALUE 0.
001554
001555*    Suggestions held because the item's supplier is discontinued
001556*    - listed on the exception section at the end of the run. An
001557*    item past the end of the table is still counted and held,
001558*    just not listed.
001559 01  ORPHAN-HOLD-WORK.
001560     05 ORPHAN-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
001561     05 ORPHAN-SCAN-SUB          PIC S9(04) COMP.
001562 01  ORPHAN-HOLD-TABLE.
001563     05 ORPHAN-HOLD-ENTRY OCCURS 200 TIMES.
001564        10 OHE-SUPPLIER-REFERENCE PIC 9(06).
001565        10 OHE-ITEM-REFERENCE    PIC 9(04).
001566        10 OHE-DESCRIPTION       PIC X(40).
001567        10 OHE-STOCK-LEVEL       PIC S9(04).
001568        10 OHE-REORDER-POINT     PIC 9(04).
001569        10 OHE-QUANTITY          PIC 9(04).
001570        10 OHE-ORPHANED-DATE-TIME PIC X(19).
001571
001572 01  LINE-COUNT-WORK.
001580     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001590     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001600     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001990     05 DLC-LABEL                PIC X(30).
002000     05 FILLER                   PIC X(02) VALUE SPACES.
002010     05 DLC-COUNT                PIC ZZ,ZZZ,ZZ9.
002011
002012 01  ORPHAN-SECTION-HEADING.
002013     05 FILLER                   PIC X(01) VALUE SPACES.
002014     05 FILLER                   PIC X(60) VALUE
002015        'SUGGESTIONS HELD - SUPPLIER DISCONTINUED'.
002016
002017 01  ORPHAN-COLUMN-HEADING.
002018     05 FILLER                   PIC X(01) VALUE SPACES.
002019     05 FILLER                   PIC X(42) VALUE
002020        'OLD SUPP ITEM DESCRIPTION'.
002021     05 FILLER                   PIC X(50) VALUE
002022        '             LEVEL  ROP  QTY  ORPHANED'.
002023
002024 01  ORPHAN-DETAIL-LINE.
002025     05 FILLER                   PIC X(01) VALUE SPACES.
002026     05 ODL-SUPPLIER-REFERENCE   PIC 9(06).
002027     05 FILLER                   PIC X(03) VALUE SPACES.
002028     05 ODL-ITEM-REFERENCE       PIC 9(04).
002029     05 FILLER                   PIC X(01) VALUE SPACES.
002030     05 ODL-DESCRIPTION          PIC X(40).
002031     05 FILLER                   PIC X(01) VALUE SPACES.
002032     05 ODL-STOCK-LEVEL          PIC -ZZZ9.
002033     05 FILLER                   PIC X(01) VALUE SPACES.
002034     05 ODL-REORDER-POINT        PIC ZZZ9.
002035     05 FILLER                   PIC X(01) VALUE SPACES.
002036     05 ODL-QUANTITY             PIC ZZZ9.
002037     05 FILLER                   PIC X(02) VALUE SPACES.
002038     05 ODL-ORPHANED-DATE-TIME   PIC X(19).
002039
002040 01  ORPHAN-OVERFLOW-LINE.
002041     05 FILLER                   PIC X(01) VALUE SPACES.
002042     05 OOL-COUNT                PIC ZZ,ZZZ,ZZ9.
002043     05 FILLER                   PIC X(40) VALUE
002044        ' MORE HELD - TABLE FULL, NOT LISTED'.
002045
002046 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002047
002050*****************************************************************
002060 LINKAGE SECTION.
002070*****************************************************************
002370*****************************************************************
002380 1000-INITIALIZE.
002390*****************************************************************
002396     PERFORM 1100-EDIT-RUN-PARM
002402         THRU 1100-EDIT-RUN-PARM-EXIT.
002408     PERFORM 1150-CHECK-BATCH-CONTROL
002414         THRU 1150-CHECK-BATCH-CONTROL-EXIT.
002420
002430     OPEN INPUT  AUDIT-EVENT-FILE.
002440     IF NOT FS-AUDIT-OK
002510     IF NOT FS-MASTER-OK
002520         DISPLAY 'REPLSCAN - UNABLE TO OPEN ITEMMSTR, STATUS = '
002530                 FS-ITEM-MASTER
002531         GO TO 1000-INITIALIZE-ABEND
002532     END-IF.
002533
002534     OPEN INPUT  ORPHAN-WORKLIST-FILE.
002535     IF NOT FS-ORPHAN-OK
002536         DISPLAY 'REPLSCAN - UNABLE TO OPEN ORPHWORK, STATUS = '
002537                 FS-ORPHAN-WORKLIST
002538         GO TO 1000-INITIALIZE-ABEND
002539     END-IF.
002540
002541     OPEN INPUT  OPEN-ORDER-FILE.
002542     IF NOT FS-OPEN-ORDER-OK
002543         DISPLAY 'REPLSCAN - UNABLE TO OPEN OPENORD, STATUS = '
002544                 FS-OPEN-ORDER
002545         GO TO 1000-INITIALIZE-ABEND
002550     END-IF.
002560
002570     OPEN OUTPUT SUGGESTION-FILE.
002740     MOVE CDW-YY                TO RDD-YY.
002750     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
002760
002762     PERFORM 1190-MARK-BATCH-STARTED
002764         THRU 1190-MARK-BATCH-STARTED-EXIT.
002766
002770     PERFORM 2100-READ-AUDIT-RECORD
002780         THRU 2100-READ-AUDIT-RECORD-EXIT.
002790
002860 1000-INITIALIZE-EXIT.
002870     EXIT.
002880*****************************************************************
002890 1100-EDIT-RUN-PARM.
002900*****************************************************************
002915*    The business date being scanned comes from BATCHCTL, not
002930*    the PARM. The only PARM is RERUN, to run a date again once
002945*    it has completed.
002960     IF PARM-LENGTH = 0
002975         GO TO 1100-EDIT-RUN-PARM-EXIT
002990     END-IF.
003000
003001     IF PARM-LENGTH > 10
003002         DISPLAY 'REPLSCAN - PARM MAY ONLY BE RERUN, THE '
003003                 'BUSINESS DATE COMES FROM BATCHCTL'
003004         GO TO 1100-EDIT-RUN-PARM-ABEND
003005     END-IF.
003006
003008     IF PARM-DATA (1:PARM-LENGTH) NOT = 'RERUN'
003016         DISPLAY 'REPLSCAN - PARM MAY ONLY BE RERUN, THE '
003024                 'BUSINESS DATE COMES FROM BATCHCTL'
003032         GO TO 1100-EDIT-RUN-PARM-ABEND
003040     END-IF.
003045     SET FORCED-RERUN TO TRUE.
003050
003060     GO TO 1100-EDIT-RUN-PARM-EXIT.
003070
003090 1100-EDIT-RUN-PARM-ABEND.
003110     MOVE 16 TO RETURN-CODE.
003120     GOBACK.
003130
003131 1100-EDIT-RUN-PARM-EXIT.
003132     EXIT.
003133*****************************************************************
003134 1150-CHECK-BATCH-CONTROL.
003135*****************************************************************
003136*    The business date comes from the BATCHCTL control record.
003137*    The job runs only once the online day for that date has
003138*    closed, and only once for the date unless the PARM says
003139*    RERUN.
003140     OPEN I-O BATCH-CONTROL-FILE.
003141     IF NOT FS-BATCH-OK
003142         DISPLAY 'REPLSCAN - UNABLE TO OPEN BATCHCTL, STATUS = '
003143                 FS-BATCH-CONTROL
003144         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003145     END-IF.
003146
003147     MOVE '$BUSDATE' TO BCT-FD-KEY.
003148     READ BATCH-CONTROL-FILE.
003149     IF NOT FS-BATCH-OK
003150         DISPLAY 'REPLSCAN - NO BUSINESS DATE ON BATCHCTL, '
003151                 'STATUS = ' FS-BATCH-CONTROL
003152         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003153     END-IF.
003154     MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD.
003155     MOVE BCT-BUSINESS-DATE TO BUSINESS-DATE.
003156     IF NOT BCT-ONLINE-CLOSED
003157         DISPLAY 'REPLSCAN - ONLINE DAY ' BUSINESS-DATE
003158                 ' NOT YET CLOSED ON BATCHCTL'
003159         GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003160     END-IF.
003161
003162     MOVE BATCH-JOB-NAME TO BCT-FD-KEY.
003163     READ BATCH-CONTROL-FILE.
003164     EVALUATE TRUE
003165         WHEN FS-BATCH-OK
003166             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
003167             SET BATCH-JOB-ON-FILE TO TRUE
003168         WHEN FS-BATCH-NOTFND
003169             MOVE SPACES TO BATCH-CONTROL-RECORD
003170             MOVE BATCH-JOB-NAME TO BCT-KEY
003171             MOVE 0 TO BCT-RETURN-CODE BCT-RUN-COUNT
003172         WHEN OTHER
003173             DISPLAY 'REPLSCAN - BATCHCTL READ ERROR, STATUS = '
003174                     FS-BATCH-CONTROL
003175             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003176     END-EVALUATE.
003177
003178     IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE
003179         IF NOT FORCED-RERUN
003180             DISPLAY 'REPLSCAN - ALREADY COMPLETED FOR '
003181                     BUSINESS-DATE ', RERUN ONLY WITH PARM RERUN'
003182             GO TO 1150-CHECK-BATCH-CONTROL-ABEND
003183         END-IF
003184         DISPLAY 'REPLSCAN - FORCED RERUN FOR ' BUSINESS-DATE
003185     END-IF.
003186
003187     GO TO 1150-CHECK-BATCH-CONTROL-EXIT.
003188
003189 1150-CHECK-BATCH-CONTROL-ABEND.
003190     MOVE 16 TO RETURN-CODE.
003191     GOBACK.
003192
003193 1150-CHECK-BATCH-CONTROL-EXIT.
003194     EXIT.
003195*****************************************************************
003196 1190-MARK-BATCH-STARTED.
003197*****************************************************************
003198*    Every check has passed - record the run as started for the
003199*    business date.
003200     IF BCT-RUN-DATE NOT = BUSINESS-DATE
003201         MOVE 0 TO BCT-RUN-COUNT
003202     END-IF.
003203     ADD 1 TO BCT-RUN-COUNT.
003204     PERFORM 6600-STAMP-TIME
003205         THRU 6600-STAMP-TIME-EXIT.
003206     SET BCT-JOB-STARTED         TO TRUE.
003207     MOVE BUSINESS-DATE          TO BCT-RUN-DATE.
003208     MOVE TSW-DISPLAY            TO BCT-STARTED-DATE-TIME.
003209     MOVE SPACES                 TO BCT-ENDED-DATE-TIME.
003210     MOVE 0                      TO BCT-RETURN-CODE.
003211     MOVE SW-FORCED-RERUN        TO BCT-FORCED-RERUN.
003212     PERFORM 8950-WRITE-BATCH-ENTRY
003213         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
003214     IF NOT FS-BATCH-OK
003215         MOVE 16 TO RETURN-CODE
003216         GOBACK
003217     END-IF.
003218
003219 1190-MARK-BATCH-STARTED-EXIT.
003220     EXIT.
003221*****************************************************************
003222 2000-PROCESS-AUDIT-RECORD.
003223*****************************************************************
003224*    Classic control break on the item reference. Every record
003225*    of a group refreshes the held fields, so when the group
003226*    breaks the held fields carry the item's latest reported
003227*    level - the input is sorted with the event date-time as
003230*    the minor key.
003240     EVALUATE TRUE
003250         WHEN NO-ITEM-HELD
003530         DISPLAY 'REPLSCAN - AUDITIN READ ERROR, STATUS = '
003540                 FS-AUDIT-EVENT
003550         SET END-OF-AUDIT-FILE TO TRUE
003554         MOVE 16 TO RETURN-CODE
003560         GO TO 2100-READ-AUDIT-RECORD-EXIT
003570     END-IF.
003580
004170         GO TO 3000-EVALUATE-HELD-ITEM-EXIT
004180     END-IF.
004190
004191*    The item would be ordered - but not from a supplier that
004192*    has been discontinued. Hold it for the buyers instead.
004193     MOVE IM-SUPPLIER-REFERENCE  TO ORW-OLD-SUPPLIER-REFERENCE.
004194     MOVE HELD-ITEM-REFERENCE    TO ORW-STOCK-ITEM-REFERENCE.
004195     READ ORPHAN-WORKLIST-FILE
004196         INVALID KEY
004197             GO TO 3050-SEND-SUGGESTION
004198     END-READ.
004199
004200     IF ORW-STATUS-OPEN
004201         PERFORM 3200-HOLD-ORPHAN-SUGGESTION
004202             THRU 3200-HOLD-ORPHAN-SUGGESTION-EXIT
004203         GO TO 3000-EVALUATE-HELD-ITEM-EXIT
004204     END-IF.
004205
004206 3050-SEND-SUGGESTION.
004207     PERFORM 3150-NET-OPEN-ORDERS
004208         THRU 3150-NET-OPEN-ORDERS-EXIT.
004209     IF NET-SUGGESTED-QUANTITY NOT > 0
004210         ADD 1 TO CNT-COVERED-BY-ORDERS
004211         GO TO 3000-EVALUATE-HELD-ITEM-EXIT
004212     END-IF.
004213     IF NET-SUGGESTED-QUANTITY < IM-REORDER-QUANTITY
004214         ADD 1 TO CNT-NETTED-SUGGESTIONS
004215     END-IF.
004216
004217     PERFORM 3100-WRITE-SUGGESTION
004218         THRU 3100-WRITE-SUGGESTION-EXIT.
004220
004230 3000-EVALUATE-HELD-ITEM-EXIT.
004240     EXIT.
004300     MOVE IM-DESCRIPTION             TO SUG-DESCRIPTION.
004310     MOVE HELD-STOCK-LEVEL           TO SUG-STOCK-LEVEL.
004320     MOVE IM-REORDER-POINT           TO SUG-REORDER-POINT.
004330     MOVE NET-SUGGESTED-QUANTITY     TO SUG-SUGGESTED-QUANTITY.
004340     MOVE HELD-LEVEL-DATE-TIME       TO SUG-LEVEL-DATE-TIME.
004350
004360     WRITE SUGGESTION-RECORD.
004430     ADD 1 TO CNT-SUGGESTIONS-WRITTEN.
004440
004450 3100-WRITE-SUGGESTION-EXIT.
004451     EXIT.
004452*****************************************************************
004453 3150-NET-OPEN-ORDERS.
004454*****************************************************************
004455*    Purchasing may already have ordered the item - an order
004456*    from the preferred supplier that is not closed still owes
004457*    its ordered quantity less what has been received, and
004458*    that much comes off the suggestion.
004459     MOVE IM-REORDER-QUANTITY        TO NET-SUGGESTED-QUANTITY.
004460
004461     MOVE HELD-ITEM-REFERENCE        TO OPO-STOCK-ITEM-REFERENCE.
004462     MOVE IM-SUPPLIER-REFERENCE      TO OPO-SUPPLIER-REFERENCE.
004463     READ OPEN-ORDER-FILE
004464         INVALID KEY
004465             GO TO 3150-NET-OPEN-ORDERS-EXIT
004466     END-READ.
004467
004468     IF OPO-STATUS-CLOSED
004469        OR OPO-RECEIVED-QUANTITY NOT < OPO-ORDER-QUANTITY
004470         GO TO 3150-NET-OPEN-ORDERS-EXIT
004471     END-IF.
004472
004473     COMPUTE OPEN-ON-ORDER =
004474         OPO-ORDER-QUANTITY - OPO-RECEIVED-QUANTITY.
004475     SUBTRACT OPEN-ON-ORDER FROM NET-SUGGESTED-QUANTITY.
004476
004477 3150-NET-OPEN-ORDERS-EXIT.
004478     EXIT.
004479*****************************************************************
004480 3200-HOLD-ORPHAN-SUGGESTION.
004481*****************************************************************
004482     ADD 1 TO CNT-ORPHAN-HELD.
004483     IF ORPHAN-ENTRIES-USED NOT < 200
004484         GO TO 3200-HOLD-ORPHAN-SUGGESTION-EXIT
004485     END-IF.
004486
004487     ADD 1 TO ORPHAN-ENTRIES-USED.
004488     MOVE IM-SUPPLIER-REFERENCE
004489         TO OHE-SUPPLIER-REFERENCE (ORPHAN-ENTRIES-USED).
004490     MOVE HELD-ITEM-REFERENCE
004491         TO OHE-ITEM-REFERENCE (ORPHAN-ENTRIES-USED).
004492     MOVE IM-DESCRIPTION
004493         TO OHE-DESCRIPTION (ORPHAN-ENTRIES-USED).
004494     MOVE HELD-STOCK-LEVEL
004495         TO OHE-STOCK-LEVEL (ORPHAN-ENTRIES-USED).
004496     MOVE IM-REORDER-POINT
004497         TO OHE-REORDER-POINT (ORPHAN-ENTRIES-USED).
004498     MOVE IM-REORDER-QUANTITY
004499         TO OHE-QUANTITY (ORPHAN-ENTRIES-USED).
004500     MOVE ORW-ORPHANED-DATE-TIME
004501         TO OHE-ORPHANED-DATE-TIME (ORPHAN-ENTRIES-USED).
004502
004503 3200-HOLD-ORPHAN-SUGGESTION-EXIT.
004504     EXIT.
004505*****************************************************************
004506 7500-WRITE-REPORT-LINE.
004507*****************************************************************
004508     WRITE REPORT-LINE.
004510     ADD 1 TO LINES-ON-PAGE.
004520
004530 7500-WRITE-REPORT-LINE-EXIT.
005280     PERFORM 7500-WRITE-REPORT-LINE
005290         THRU 7500-WRITE-REPORT-LINE-EXIT.
005300
005301     MOVE 'ORPHANED SUGGESTIONS HELD'    TO DLC-LABEL.
005302     MOVE CNT-ORPHAN-HELD                TO DLC-COUNT.
005303     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005304     PERFORM 7500-WRITE-REPORT-LINE
005305         THRU 7500-WRITE-REPORT-LINE-EXIT.
005306
005307     MOVE 'SUGGESTIONS NETTED BY ORDERS'  TO DLC-LABEL.
005308     MOVE CNT-NETTED-SUGGESTIONS         TO DLC-COUNT.
005309     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005310     PERFORM 7500-WRITE-REPORT-LINE
005311         THRU 7500-WRITE-REPORT-LINE-EXIT.
005312
005313     MOVE 'COVERED BY OPEN ORDERS'       TO DLC-LABEL.
005314     MOVE CNT-COVERED-BY-ORDERS          TO DLC-COUNT.
005315     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005316     PERFORM 7500-WRITE-REPORT-LINE
005317         THRU 7500-WRITE-REPORT-LINE-EXIT.
005318
005319     IF CNT-ORPHAN-HELD > 0
005320         PERFORM 8100-WRITE-ORPHAN-SECTION
005321             THRU 8100-WRITE-ORPHAN-SECTION-EXIT
005322     END-IF.
005323
005324     PERFORM 8900-RECORD-BATCH-COMPLETION
005325         THRU 8900-RECORD-BATCH-COMPLETION-EXIT.
005326
005327     CLOSE AUDIT-EVENT-FILE.
005328     CLOSE ITEM-MASTER-FILE.
005329     CLOSE ORPHAN-WORKLIST-FILE.
005330     CLOSE OPEN-ORDER-FILE.
005331     CLOSE SUGGESTION-FILE.
005340     CLOSE REPORT-FILE.
005350
005360 8000-TERMINATE-EXIT.
005361     EXIT.
005362*****************************************************************
005363 8900-RECORD-BATCH-COMPLETION.
005364*****************************************************************
005365*    The run is complete for the business date unless it is
005366*    ending with a failing return code.
005367     PERFORM 6600-STAMP-TIME
005368         THRU 6600-STAMP-TIME-EXIT.
005369     MOVE TSW-DISPLAY            TO BCT-ENDED-DATE-TIME.
005370     MOVE RETURN-CODE            TO BCT-RETURN-CODE.
005371     IF RETURN-CODE < 8
005372         SET BCT-JOB-COMPLETE    TO TRUE
005373         MOVE BUSINESS-DATE      TO BCT-LAST-COMPLETED-DATE
005374     ELSE
005375         SET BCT-JOB-FAILED      TO TRUE
005376     END-IF.
005377     PERFORM 8950-WRITE-BATCH-ENTRY
005378         THRU 8950-WRITE-BATCH-ENTRY-EXIT.
005379     IF NOT FS-BATCH-OK
005380         MOVE 16 TO RETURN-CODE
005381     END-IF.
005382     CLOSE BATCH-CONTROL-FILE.
005383
005384 8900-RECORD-BATCH-COMPLETION-EXIT.
005385     EXIT.
005386*****************************************************************
005387 8950-WRITE-BATCH-ENTRY.
005388*****************************************************************
005389     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
005390     IF BATCH-JOB-ON-FILE
005391         REWRITE BATCH-CONTROL-FD-RECORD
005392     ELSE
005393         WRITE BATCH-CONTROL-FD-RECORD
005394     END-IF.
005395     IF NOT FS-BATCH-OK
005396         DISPLAY 'REPLSCAN - BATCHCTL WRITE ERROR, STATUS = '
005397                 FS-BATCH-CONTROL
005398         GO TO 8950-WRITE-BATCH-ENTRY-EXIT
005399     END-IF.
005400     SET BATCH-JOB-ON-FILE TO TRUE.
005401
005402 8950-WRITE-BATCH-ENTRY-EXIT.
005403     EXIT.
005404*****************************************************************
005405 6600-STAMP-TIME.
005406*****************************************************************
005407     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
005408     MOVE TSW-YYYY TO TSD-YYYY.
005409     MOVE TSW-MM   TO TSD-MM.
005410     MOVE TSW-DD   TO TSD-DD.
005411     MOVE TSW-HH   TO TSD-HH.
005412     MOVE TSW-MN   TO TSD-MN.
005413     MOVE TSW-SS   TO TSD-SS.
005414
005415 6600-STAMP-TIME-EXIT.
005416     EXIT.
005417*****************************************************************
005418 8100-WRITE-ORPHAN-SECTION.
005419*****************************************************************
005420*    Exception section - every suggestion held back from
005421*    purchasing because the item's supplier is discontinued, for
005430*    the buyers to move on the KAFKORPH screen.
005440     MOVE BLANK-LINE                     TO REPORT-LINE.
005450     PERFORM 7500-WRITE-REPORT-LINE
005460         THRU 7500-WRITE-REPORT-LINE-EXIT.
005470     MOVE ORPHAN-SECTION-HEADING         TO REPORT-LINE.
005480     PERFORM 7500-WRITE-REPORT-LINE
005490         THRU 7500-WRITE-REPORT-LINE-EXIT.
005500     MOVE ORPHAN-COLUMN-HEADING          TO REPORT-LINE.
005510     PERFORM 7500-WRITE-REPORT-LINE
005520         THRU 7500-WRITE-REPORT-LINE-EXIT.
005530
005540     PERFORM 8150-WRITE-ORPHAN-DETAIL
005550         THRU 8150-WRITE-ORPHAN-DETAIL-EXIT
005560         VARYING ORPHAN-SCAN-SUB FROM 1 BY 1
005570         UNTIL ORPHAN-SCAN-SUB > ORPHAN-ENTRIES-USED.
005580
005590     IF CNT-ORPHAN-HELD > ORPHAN-ENTRIES-USED
005600         COMPUTE OOL-COUNT = CNT-ORPHAN-HELD - ORPHAN-ENTRIES-USED
005610         MOVE ORPHAN-OVERFLOW-LINE       TO REPORT-LINE
005620         PERFORM 7500-WRITE-REPORT-LINE
005630             THRU 7500-WRITE-REPORT-LINE-EXIT
005640     END-IF.
005650
005660 8100-WRITE-ORPHAN-SECTION-EXIT.
005670     EXIT.
005680*****************************************************************
005690 8150-WRITE-ORPHAN-DETAIL.
005700*****************************************************************
005710     MOVE OHE-SUPPLIER-REFERENCE (ORPHAN-SCAN-SUB)
005720         TO ODL-SUPPLIER-REFERENCE.
005730     MOVE OHE-ITEM-REFERENCE (ORPHAN-SCAN-SUB)
005740         TO ODL-ITEM-REFERENCE.
005750     MOVE OHE-DESCRIPTION (ORPHAN-SCAN-SUB)
005760         TO ODL-DESCRIPTION.
005770     MOVE OHE-STOCK-LEVEL (ORPHAN-SCAN-SUB)
005780         TO ODL-STOCK-LEVEL.
005790     MOVE OHE-REORDER-POINT (ORPHAN-SCAN-SUB)
005800         TO ODL-REORDER-POINT.
005810     MOVE OHE-QUANTITY (ORPHAN-SCAN-SUB)
005820         TO ODL-QUANTITY.
005830     MOVE OHE-ORPHANED-DATE-TIME (ORPHAN-SCAN-SUB)
005840         TO ODL-ORPHANED-DATE-TIME.
005850     MOVE ORPHAN-DETAIL-LINE             TO REPORT-LINE.
005860     PERFORM 7500-WRITE-REPORT-LINE
005870         THRU 7500-WRITE-REPORT-LINE-EXIT.
005880
005890 8150-WRITE-ORPHAN-DETAIL-EXIT.
005900     EXIT.
