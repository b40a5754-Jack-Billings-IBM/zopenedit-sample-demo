000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INVVRPT.
000030 AUTHOR.        APPLICATION SUPPORT.
000040 INSTALLATION.  DISTRIBUTION SYSTEMS.
000050 DATE-WRITTEN.  08/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* MODULE NAME  = INVVRPT                                        *
000100*                                                               *
000110* DESCRIPTIVE NAME = Period-end inventory valuation report      *
000120*                                                               *
000130*     This program values the stock on hand for finance at a    *
000140*     period end. Each item on the ITEMMSTR item master is      *
000150*     valued at the unit price that was in effect on the        *
000160*     as-of date, read back through the item's PRICHIST price   *
000170*     trajectory (see PRCHREC):                                 *
000180*       - the newest change effective on or before the date     *
000190*         gives the price (PRH-NEW-PRICE),                      *
000200*       - when every change is after the date, the price the    *
000210*         first change replaced (PRH-OLD-PRICE) is the one      *
000220*         that stood on the date,                               *
000230*       - an item with no price history is valued at its        *
000240*         current IM-UNIT-PRICE.                                *
000250*     The two files are matched on the item reference - both    *
000260*     are read sequentially in key order.                       *
000270*                                                               *
000280*     One line is listed per item holding stock, then the value *
000290*     is subtotalled by preferred supplier and by item status.  *
000300*     The run's totals are kept on the VALHIST valuation        *
000310*     history file (see VALHREC), keyed by the as-of date, and  *
000320*     the report shows the movement against the latest earlier  *
000330*     valuation on that file. A rerun for the same as-of date   *
000340*     replaces its own history record.                          *
000350*                                                               *
000360*     Two exception sections follow for write-off review:       *
000370*       - items with a negative on-hand balance - these are     *
000380*         left out of the valuation totals and listed with the  *
000390*         value of the shortfall,                               *
000400*       - discontinued items still holding stock - these are    *
000410*         valued in the totals as normal.                       *
000420*                                                               *
000430*     The run parameter (JCL PARM=) is the as-of date the       *
000440*     stock is priced at (yyyy-mm-dd).                          *
000450*                                                               *
000460* NOTES :                                                       *
000470*  DEPENDENCIES = None                                          *
000480*  RESTRICTIONS = The on-hand balance is the item master's      *
000490*                 figure at run time - run at the period close, *
000500*                 before the new period's stock movements are   *
000510*                 applied.                                      *
000520*  REGISTER CONVENTIONS = Normal                                *
000530*  MODULE TYPE = Executable                                     *
000540*  PROCESSOR = COBOL                                            *
000550*  ATTRIBUTES = Read only, except VALHIST                       *
000560*                                                               *
000570*---------------------------------------------------------------*
000580*                                                               *
000590* CHANGE ACTIVITY :                                             *
000600*                                                               *
000610*  2026-10-08  APPMAINT  New program.                           *
000612*  2026-10-15  APPMAINT  A PRICHIST or ITEMMSTR read error      *
000614*                        fails the run and keeps no VALHIST     *
000616*                        record.                                *
000620*                                                               *
000630*****************************************************************
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-370.
000670 OBJECT-COMPUTER.  IBM-370.
000680 SPECIAL-NAMES.    C01 IS TO-NEW-PAGE.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMSTR
000720            ORGANIZATION IS INDEXED
000730            ACCESS MODE IS SEQUENTIAL
000740            RECORD KEY IS IM-STOCK-ITEM-REFERENCE
000750            FILE STATUS IS FS-ITEM-MASTER.
000760
000770     SELECT PRICE-HISTORY-FILE ASSIGN TO PRICHIST
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE IS SEQUENTIAL
000800            RECORD KEY IS PRH-HISTORY-KEY
000810            FILE STATUS IS FS-PRICE-HISTORY.
000820
000830     SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPPMSTR
000840            ORGANIZATION IS INDEXED
000850            ACCESS MODE IS RANDOM
000860            RECORD KEY IS SM-SUPPLIER-REFERENCE
000870            FILE STATUS IS FS-SUPPLIER-MASTER.
000880
000890     SELECT VALUATION-HISTORY-FILE ASSIGN TO VALHIST
000900            ORGANIZATION IS INDEXED
000910            ACCESS MODE IS DYNAMIC
000920            RECORD KEY IS VLH-FD-KEY
000930            FILE STATUS IS FS-VALUATION-HISTORY.
000940
000950     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000960            ORGANIZATION IS SEQUENTIAL
000970            ACCESS MODE IS SEQUENTIAL
000980            FILE STATUS IS FS-REPORT-FILE.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020*****************************************************************
001030 FD  ITEM-MASTER-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  ITEM-MASTER-RECORD.
001060     COPY ITEMMSTR.
001070*****************************************************************
001080 FD  PRICE-HISTORY-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  PRICE-HISTORY-RECORD.
001110     COPY PRCHREC.
001120*****************************************************************
001130 FD  SUPPLIER-MASTER-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  SUPPLIER-MASTER-RECORD.
001160     COPY SUPPMSTR.
001170*****************************************************************
001180 FD  VALUATION-HISTORY-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  VALUATION-HISTORY-FD-RECORD.
001210     05 VLH-FD-KEY               PIC X(10).
001220     05 FILLER                   PIC X(49).
001230*****************************************************************
001240 FD  REPORT-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  REPORT-LINE                PIC X(133).
001280*****************************************************************
001290 WORKING-STORAGE SECTION.
001300*****************************************************************
001310 77  WS-FILLER-77                PIC X(01) VALUE SPACES.
001320
001330 01  FILE-STATUS-SWITCHES.
001340     05 FS-ITEM-MASTER           PIC X(02) VALUE '00'.
001350        88 FS-MASTER-OK               VALUE '00'.
001360        88 FS-MASTER-AT-END           VALUE '10'.
001370     05 FS-PRICE-HISTORY         PIC X(02) VALUE '00'.
001380        88 FS-HISTORY-OK              VALUE '00'.
001390        88 FS-HISTORY-AT-END          VALUE '10'.
001400     05 FS-SUPPLIER-MASTER       PIC X(02) VALUE '00'.
001410        88 FS-SUPPLIER-OK             VALUE '00'.
001420        88 FS-SUPPLIER-NOTFND         VALUE '23'.
001430     05 FS-VALUATION-HISTORY     PIC X(02) VALUE '00'.
001440        88 FS-VALUATION-OK            VALUE '00'.
001450        88 FS-VALUATION-AT-END        VALUE '10'.
001460        88 FS-VALUATION-DUPREC        VALUE '22'.
001470     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001480        88 FS-REPORT-OK               VALUE '00'.
001490
001500 01  PROGRAM-SWITCHES.
001510     05 SW-END-OF-ITEM-MASTER    PIC X(01) VALUE 'N'.
001520        88 END-OF-ITEM-MASTER         VALUE 'Y'.
001530     05 SW-END-OF-PRICE-HISTORY  PIC X(01) VALUE 'N'.
001540        88 END-OF-PRICE-HISTORY       VALUE 'Y'.
001550     05 SW-END-OF-VALUATIONS     PIC X(01) VALUE 'N'.
001560        88 END-OF-VALUATIONS          VALUE 'Y'.
001570     05 SW-HISTORY-PRICE         PIC X(01) VALUE 'N'.
001580        88 HISTORY-PRICE-FOUND        VALUE 'Y'.
001590        88 NO-HISTORY-PRICE           VALUE 'N'.
001600     05 SW-PREVIOUS-VALUATION    PIC X(01) VALUE 'N'.
001610        88 PREVIOUS-VALUATION-FOUND   VALUE 'Y'.
001620     05 SW-SUPPLIER-POSITION     PIC X(01) VALUE 'N'.
001630        88 SUPPLIER-POSITION-FOUND    VALUE 'Y'.
001640        88 SUPPLIER-POSITION-NOT-FOUND VALUE 'N'.
001643     05 SW-INPUT-READ-ERROR      PIC X(01) VALUE 'N'.
001646        88 INPUT-READ-ERROR           VALUE 'Y'.
001650
001660*    The as-of date the stock is priced at, from the JCL PARM.
001670 01  RUN-PARM-WORK.
001680     05 AS-OF-DATE               PIC X(10).
001690     05 AS-OF-DATE-R REDEFINES AS-OF-DATE.
001700        10 AOD-YYYY              PIC X(04).
001710        10 FILLER                PIC X(01).
001720        10 AOD-MM                PIC X(02).
001730        10 FILLER                PIC X(01).
001740        10 AOD-DD                PIC X(02).
001750     05 AS-OF-YYYYMMDD           PIC 9(08).
001760     05 AS-OF-YYYYMMDD-R REDEFINES AS-OF-YYYYMMDD.
001770        10 AYM-YYYY              PIC X(04).
001780        10 AYM-MM                PIC X(02).
001790        10 AYM-DD                PIC X(02).
001800
001810*    The item being valued.
001820 01  ITEM-VALUE-WORK.
001830     05 PRICE-IN-EFFECT          PIC 9(6)V99.
001840     05 PRICE-SOURCE             PIC X(07).
001850     05 ITEM-VALUE               PIC S9(10)V99 COMP-3.
001860
001870 01  VALUATION-TOTALS.
001880     05 TOTAL-UNITS              PIC S9(09) COMP-3 VALUE 0.
001890     05 TOTAL-VALUE              PIC S9(11)V99 COMP-3 VALUE 0.
001900     05 ACTIVE-ITEMS             PIC 9(07) COMP-3 VALUE 0.
001910     05 ACTIVE-UNITS             PIC S9(09) COMP-3 VALUE 0.
001920     05 ACTIVE-VALUE             PIC S9(11)V99 COMP-3 VALUE 0.
001930     05 DISCONTINUED-ITEMS       PIC 9(07) COMP-3 VALUE 0.
001940     05 DISCONTINUED-UNITS       PIC S9(09) COMP-3 VALUE 0.
001950     05 DISCONTINUED-VALUE       PIC S9(11)V99 COMP-3 VALUE 0.
001960     05 OTHER-STATUS-ITEMS       PIC 9(07) COMP-3 VALUE 0.
001970     05 OTHER-STATUS-UNITS       PIC S9(09) COMP-3 VALUE 0.
001980     05 OTHER-STATUS-VALUE       PIC S9(11)V99 COMP-3 VALUE 0.
001990     05 NEGATIVE-UNITS           PIC S9(09) COMP-3 VALUE 0.
002000     05 NEGATIVE-VALUE           PIC S9(11)V99 COMP-3 VALUE 0.
002010     05 MOVEMENT-UNITS           PIC S9(09) COMP-3 VALUE 0.
002020     05 MOVEMENT-VALUE           PIC S9(11)V99 COMP-3 VALUE 0.
002030
002040*    The latest valuation on VALHIST before this as-of date.
002050 01  PREVIOUS-VALUATION-WORK.
002060     05 PREV-AS-OF-DATE          PIC X(10) VALUE SPACES.
002070     05 PREV-ITEMS-VALUED        PIC S9(09) COMP-3 VALUE 0.
002080     05 PREV-UNITS-ON-HAND       PIC S9(09) COMP-3 VALUE 0.
002090     05 PREV-TOTAL-VALUE         PIC S9(11)V99 COMP-3 VALUE 0.
002100
002110 01  VALUATION-HISTORY-RECORD.
002120     COPY VALHREC.
002130
002140*    Value by preferred supplier - kept in supplier reference
002150*    order, a new supplier is inserted at its place. Suppliers
002160*    beyond the table's capacity are folded into one overflow
002170*    line so the subtotals still add up to the total.
002180 01  SUPPLIER-SUMMARY-WORK.
002190     05 SUPPLIER-ENTRIES-USED    PIC S9(04) COMP VALUE 0.
002200     05 SUPP-SCAN-SUB            PIC S9(04) COMP.
002210     05 SUPP-INSERT-SUB          PIC S9(04) COMP.
002220     05 SUPP-SHIFT-SUB           PIC S9(04) COMP.
002230     05 OVERFLOW-SUPPLIER-ITEMS  PIC 9(07) COMP-3 VALUE 0.
002240     05 OVERFLOW-SUPPLIER-UNITS  PIC S9(09) COMP-3 VALUE 0.
002250     05 OVERFLOW-SUPPLIER-VALUE  PIC S9(11)V99 COMP-3 VALUE 0.
002260     05 OVERFLOW-SUPPLIER-DISC   PIC S9(11)V99 COMP-3 VALUE 0.
002270 01  SUPPLIER-SUMMARY-TABLE.
002280     05 SUPPLIER-SUMMARY-ENTRY OCCURS 500 TIMES.
002290        10 SSE-SUPPLIER-REFERENCE PIC 9(06).
002300        10 SSE-ITEMS             PIC 9(07) COMP-3.
002310        10 SSE-UNITS             PIC S9(09) COMP-3.
002320        10 SSE-VALUE             PIC S9(11)V99 COMP-3.
002330        10 SSE-DISCONTINUED-VALUE PIC S9(11)V99 COMP-3.
002340
002350*    Exception items held for their sections at the end of the
002360*    report - the count of items beyond each table's capacity
002370*    is reported instead.
002380 01  EXCEPTION-WORK.
002390     05 NEGATIVE-ENTRIES-USED    PIC S9(04) COMP VALUE 0.
002400     05 DISC-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
002410     05 EXCP-SCAN-SUB            PIC S9(04) COMP.
002420     05 EXCP-NOT-LISTED          PIC 9(07) COMP-3.
002430 01  NEGATIVE-STOCK-TABLE.
002440     05 NEGATIVE-STOCK-ENTRY OCCURS 200 TIMES.
002450        10 NSE-ITEM-REFERENCE    PIC 9(04).
002460        10 NSE-DESCRIPTION       PIC X(40).
002470        10 NSE-STATUS            PIC X(01).
002480        10 NSE-SUPPLIER-REFERENCE PIC 9(06).
002490        10 NSE-STOCK-ON-HAND     PIC S9(04).
002500        10 NSE-PRICE             PIC 9(6)V99.
002510        10 NSE-VALUE             PIC S9(10)V99 COMP-3.
002520 01  DISCONTINUED-STOCK-TABLE.
002530     05 DISCONTINUED-STOCK-ENTRY OCCURS 200 TIMES.
002540        10 DSE-ITEM-REFERENCE    PIC 9(04).
002550        10 DSE-DESCRIPTION       PIC X(40).
002560        10 DSE-STATUS            PIC X(01).
002570        10 DSE-SUPPLIER-REFERENCE PIC 9(06).
002580        10 DSE-STOCK-ON-HAND     PIC S9(04).
002590        10 DSE-PRICE             PIC 9(6)V99.
002600        10 DSE-VALUE             PIC S9(10)V99 COMP-3.
002610
002620 01  ACCUMULATORS.
002630     05 CNT-ITEMS-READ           PIC 9(07) COMP-3 VALUE 0.
002640     05 CNT-ITEMS-VALUED         PIC 9(07) COMP-3 VALUE 0.
002650     05 CNT-NO-STOCK             PIC 9(07) COMP-3 VALUE 0.
002660     05 CNT-HISTORY-PRICED       PIC 9(07) COMP-3 VALUE 0.
002670     05 CNT-MASTER-PRICED        PIC 9(07) COMP-3 VALUE 0.
002680     05 CNT-NEGATIVE-ON-HAND     PIC 9(07) COMP-3 VALUE 0.
002690     05 CNT-DISCONTINUED-STOCK   PIC 9(07) COMP-3 VALUE 0.
002700     05 CNT-HISTORY-READ         PIC 9(07) COMP-3 VALUE 0.
002710     05 CNT-HISTORY-UNMATCHED    PIC 9(07) COMP-3 VALUE 0.
002720
002730 01  LINE-COUNT-WORK.
002740     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
002750     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
002760     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
002770
002780 01  CURRENT-DATE-WORK.
002790     05 CDW-FULL-DATE            PIC 9(08).
002800     05 CDW-FULL-DATE-R REDEFINES CDW-FULL-DATE.
002810        10 CDW-CCYY              PIC X(04).
002820        10 CDW-CCMM              PIC X(02).
002830        10 CDW-CCDD              PIC X(02).
002840     05 CDW-DATE                 PIC 9(06).
002850     05 CDW-DATE-R  REDEFINES CDW-DATE.
002860        10 CDW-YY                PIC 9(02).
002870        10 CDW-MM                PIC 9(02).
002880        10 CDW-DD                PIC 9(02).
002890
002900 01  RUN-DATE-DDMMYY             PIC 9(06).
002910 01  RUN-DATE-DDMMYY-R REDEFINES RUN-DATE-DDMMYY.
002920     05 RDD-DD                   PIC 9(02).
002930     05 RDD-MM                   PIC 9(02).
002940     05 RDD-YY                   PIC 9(02).
002950
002960*****************************************************************
002970* REPORT LINE LAYOUTS                                           *
002980*****************************************************************
002990 01  HEADING-LINE-1.
003000     05 FILLER                   PIC X(01) VALUE SPACES.
003010     05 FILLER                   PIC X(40) VALUE
003020        'PERIOD-END INVENTORY VALUATION'.
003030     05 FILLER                   PIC X(12) VALUE 'RUN DATE : '.
003040     05 HL1-RUN-DATE             PIC 99/99/99.
003050     05 FILLER                   PIC X(09) VALUE '  PAGE : '.
003060     05 HL1-PAGE-NUMBER          PIC ZZZZ9.
003070
003080 01  HEADING-LINE-2.
003090     05 FILLER                   PIC X(01) VALUE SPACES.
003100     05 FILLER                   PIC X(50) VALUE ALL '-'.
003110
003120 01  DETAIL-LINE-PARM.
003130     05 FILLER                   PIC X(01) VALUE SPACES.
003140     05 DLP-LABEL                PIC X(30).
003150     05 FILLER                   PIC X(02) VALUE SPACES.
003160     05 DLP-VALUE                PIC X(10).
003170
003180 01  SECTION-HEADING-LINE.
003190     05 FILLER                   PIC X(01) VALUE SPACES.
003200     05 SHL-TITLE                PIC X(60).
003210
003220 01  ITEM-COLUMN-HEADING.
003230     05 FILLER                   PIC X(01) VALUE SPACES.
003240     05 FILLER                   PIC X(47) VALUE
003250        'ITEM  DESCRIPTION'.
003260     05 FILLER                   PIC X(38) VALUE
003270        'S  SUPPLR  ON-HAND  UNIT PRICE  SOURCE'.
003280     05 FILLER                   PIC X(14) VALUE SPACES.
003290     05 FILLER                   PIC X(05) VALUE 'VALUE'.
003300
003310 01  ITEM-DETAIL-LINE.
003320     05 FILLER                   PIC X(01) VALUE SPACES.
003330     05 IDL-ITEM-REFERENCE       PIC 9(04).
003340     05 FILLER                   PIC X(02) VALUE SPACES.
003350     05 IDL-DESCRIPTION          PIC X(40).
003360     05 FILLER                   PIC X(01) VALUE SPACES.
003370     05 IDL-STATUS               PIC X(01).
003380     05 FILLER                   PIC X(02) VALUE SPACES.
003390     05 IDL-SUPPLIER-REFERENCE   PIC 9(06).
003400     05 FILLER                   PIC X(02) VALUE SPACES.
003410     05 IDL-STOCK-ON-HAND        PIC ---,--9.
003420     05 FILLER                   PIC X(02) VALUE SPACES.
003430     05 IDL-PRICE                PIC ZZZ,ZZ9.99.
003440     05 FILLER                   PIC X(02) VALUE SPACES.
003450     05 IDL-PRICE-SOURCE         PIC X(07).
003460     05 FILLER                   PIC X(02) VALUE SPACES.
003470     05 IDL-VALUE                PIC Z,ZZZ,ZZZ,ZZ9.99-.
003480
003490 01  SUPPLIER-COLUMN-HEADING.
003500     05 FILLER                   PIC X(01) VALUE SPACES.
003510     05 FILLER                   PIC X(49) VALUE
003520        'SUPPLR  SUPPLIER NAME'.
003530     05 FILLER                   PIC X(06) VALUE ' ITEMS'.
003540     05 FILLER                   PIC X(12) VALUE
003550        '       UNITS'.
003560     05 FILLER                   PIC X(16) VALUE
003570        '           VALUE'.
003580     05 FILLER                   PIC X(23) VALUE
003590        '           DISCONTINUED'.
003600
003610 01  SUPPLIER-SUMMARY-LINE.
003620     05 FILLER                   PIC X(01) VALUE SPACES.
003630     05 SSL-SUPPLIER-REFERENCE   PIC 9(06).
003640     05 FILLER                   PIC X(02) VALUE SPACES.
003650     05 SSL-SUPPLIER-NAME        PIC X(40).
003660     05 FILLER                   PIC X(01) VALUE SPACES.
003670     05 SSL-ITEMS                PIC ZZ,ZZ9.
003680     05 FILLER                   PIC X(01) VALUE SPACES.
003690     05 SSL-UNITS                PIC ZZZ,ZZZ,ZZ9-.
003700     05 FILLER                   PIC X(01) VALUE SPACES.
003710     05 SSL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003720     05 FILLER                   PIC X(02) VALUE SPACES.
003730     05 SSL-DISCONTINUED-VALUE   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003740
003750 01  STATUS-SUMMARY-LINE.
003760     05 FILLER                   PIC X(01) VALUE SPACES.
003770     05 STL-LABEL                PIC X(30).
003780     05 FILLER                   PIC X(02) VALUE SPACES.
003790     05 STL-ITEMS                PIC ZZ,ZZ9.
003800     05 FILLER                   PIC X(07) VALUE ' ITEMS '.
003810     05 STL-UNITS                PIC ZZZ,ZZZ,ZZ9-.
003820     05 FILLER                   PIC X(07) VALUE ' UNITS '.
003830     05 STL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003840
003850 01  DETAIL-LINE-AMOUNT.
003860     05 FILLER                   PIC X(01) VALUE SPACES.
003870     05 DLA-LABEL                PIC X(30).
003880     05 FILLER                   PIC X(02) VALUE SPACES.
003890     05 DLA-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003900
003910 01  DETAIL-LINE-UNITS.
003920     05 FILLER                   PIC X(01) VALUE SPACES.
003930     05 DLU-LABEL                PIC X(30).
003940     05 FILLER                   PIC X(08) VALUE SPACES.
003950     05 DLU-UNITS                PIC ZZZ,ZZZ,ZZ9-.
003960
003970 01  OVERFLOW-LINE.
003980     05 FILLER                   PIC X(01) VALUE SPACES.
003990     05 OFL-COUNT                PIC ZZ,ZZ9.
004000     05 FILLER                   PIC X(01) VALUE SPACES.
004010     05 OFL-TEXT                 PIC X(50).
004020
004030 01  DETAIL-LINE-COUNT.
004040     05 FILLER                   PIC X(01) VALUE SPACES.
004050     05 DLC-LABEL                PIC X(30).
004060     05 FILLER                   PIC X(02) VALUE SPACES.
004070     05 DLC-COUNT                PIC ZZ,ZZZ,ZZ9.
004080
004090 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
004100
004110*****************************************************************
004120 LINKAGE SECTION.
004130*****************************************************************
004140 01  PARM-FIELD.
004150     05 PARM-LENGTH              PIC S9(04) COMP.
004160     05 PARM-DATA                PIC X(10).
004170*
004180 PROCEDURE DIVISION USING PARM-FIELD.
004190*****************************************************************
004200 0000-MAINLINE.
004210*****************************************************************
004220     PERFORM 1000-INITIALIZE
004230         THRU 1000-INITIALIZE-EXIT.
004240
004250     PERFORM 2000-PROCESS-ITEM-MASTER
004260         THRU 2000-PROCESS-ITEM-MASTER-EXIT
004270         UNTIL END-OF-ITEM-MASTER.
004280
004290*    Price history beyond the last item on the master belongs
004300*    to no item being valued.
004310     PERFORM 2300-SKIP-UNMATCHED-HISTORY
004320         THRU 2300-SKIP-UNMATCHED-HISTORY-EXIT
004330         UNTIL END-OF-PRICE-HISTORY.
004340
004350     PERFORM 4000-WRITE-SUPPLIER-SUMMARY
004360         THRU 4000-WRITE-SUPPLIER-SUMMARY-EXIT.
004370
004380     PERFORM 4100-WRITE-STATUS-SUMMARY
004390         THRU 4100-WRITE-STATUS-SUMMARY-EXIT.
004400
004410     PERFORM 4200-WRITE-MOVEMENT
004420         THRU 4200-WRITE-MOVEMENT-EXIT.
004430
004440     PERFORM 4300-WRITE-NEGATIVE-STOCK
004450         THRU 4300-WRITE-NEGATIVE-STOCK-EXIT.
004460
004470     PERFORM 4400-WRITE-DISCONTINUED-STOCK
004480         THRU 4400-WRITE-DISCONTINUED-STOCK-EXIT.
004490
004494*    Totals cut short by a read error are not kept - the next
004498*    period's movement would be measured against them.
004502     IF NOT INPUT-READ-ERROR
004506         PERFORM 5000-RECORD-VALUATION
004510             THRU 5000-RECORD-VALUATION-EXIT
004514     END-IF.
004520
004530     PERFORM 8000-TERMINATE
004540         THRU 8000-TERMINATE-EXIT.
004550
004560     GOBACK.
004570
004580 0000-MAINLINE-EXIT.
004590     EXIT.
004600*****************************************************************
004610 1000-INITIALIZE.
004620*****************************************************************
004630     PERFORM 1100-EDIT-DATE-PARM
004640         THRU 1100-EDIT-DATE-PARM-EXIT.
004650
004660     OPEN INPUT  ITEM-MASTER-FILE.
004670     IF NOT FS-MASTER-OK
004680         DISPLAY 'INVVRPT - UNABLE TO OPEN ITEMMSTR, STATUS = '
004690                 FS-ITEM-MASTER
004700         GO TO 1000-INITIALIZE-ABEND
004710     END-IF.
004720
004730     OPEN INPUT  PRICE-HISTORY-FILE.
004740     IF NOT FS-HISTORY-OK
004750         DISPLAY 'INVVRPT - UNABLE TO OPEN PRICHIST, STATUS = '
004760                 FS-PRICE-HISTORY
004770         GO TO 1000-INITIALIZE-ABEND
004780     END-IF.
004790
004800     OPEN INPUT  SUPPLIER-MASTER-FILE.
004810     IF NOT FS-SUPPLIER-OK
004820         DISPLAY 'INVVRPT - UNABLE TO OPEN SUPPMSTR, STATUS = '
004830                 FS-SUPPLIER-MASTER
004840         GO TO 1000-INITIALIZE-ABEND
004850     END-IF.
004860
004870     OPEN I-O    VALUATION-HISTORY-FILE.
004880     IF NOT FS-VALUATION-OK
004890         DISPLAY 'INVVRPT - UNABLE TO OPEN VALHIST, STATUS = '
004900                 FS-VALUATION-HISTORY
004910         GO TO 1000-INITIALIZE-ABEND
004920     END-IF.
004930
004940     OPEN OUTPUT REPORT-FILE.
004950     IF NOT FS-REPORT-OK
004960         DISPLAY 'INVVRPT - UNABLE TO OPEN RPTOUT, STATUS = '
004970                 FS-REPORT-FILE
004980         GO TO 1000-INITIALIZE-ABEND
004990     END-IF.
005000
005010     MOVE FUNCTION CURRENT-DATE (1:8) TO CDW-FULL-DATE.
005020     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
005030     MOVE CDW-DD                TO RDD-DD.
005040     MOVE CDW-MM                TO RDD-MM.
005050     MOVE CDW-YY                TO RDD-YY.
005060     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
005070
005080     PERFORM 1200-FIND-PREVIOUS-VALUATION
005090         THRU 1200-FIND-PREVIOUS-VALUATION-EXIT.
005100
005110     PERFORM 7000-WRITE-PAGE-HEADINGS
005120         THRU 7000-WRITE-PAGE-HEADINGS-EXIT.
005130
005140     MOVE BLANK-LINE             TO REPORT-LINE.
005150     PERFORM 7500-WRITE-REPORT-LINE
005160         THRU 7500-WRITE-REPORT-LINE-EXIT.
005170     MOVE ITEM-COLUMN-HEADING    TO REPORT-LINE.
005180     PERFORM 7500-WRITE-REPORT-LINE
005190         THRU 7500-WRITE-REPORT-LINE-EXIT.
005200
005210     PERFORM 2100-READ-PRICE-HISTORY
005220         THRU 2100-READ-PRICE-HISTORY-EXIT.
005230
005240     PERFORM 2200-READ-ITEM-MASTER
005250         THRU 2200-READ-ITEM-MASTER-EXIT.
005260
005270     GO TO 1000-INITIALIZE-EXIT.
005280
005290 1000-INITIALIZE-ABEND.
005300     MOVE 16 TO RETURN-CODE.
005310     GOBACK.
005320
005330 1000-INITIALIZE-EXIT.
005340     EXIT.
005350*****************************************************************
005360 1100-EDIT-DATE-PARM.
005370*****************************************************************
005380*    The as-of date arrives as the JCL PARM, yyyy-mm-dd. A
005390*    missing or malformed date stops the run - it decides every
005400*    price on the report and the key of the history record.
005410     IF PARM-LENGTH NOT = 10
005420         DISPLAY 'INVVRPT - PARM MUST BE THE AS-OF DATE '
005430                 '(YYYY-MM-DD)'
005440         GO TO 1100-EDIT-DATE-PARM-ABEND
005450     END-IF.
005460
005470     IF PARM-DATA (5:1) NOT = '-' OR PARM-DATA (8:1) NOT = '-'
005480         DISPLAY 'INVVRPT - PARM IS NOT A DATE: ' PARM-DATA
005490         GO TO 1100-EDIT-DATE-PARM-ABEND
005500     END-IF.
005510
005520     MOVE PARM-DATA TO AS-OF-DATE.
005530     MOVE AOD-YYYY  TO AYM-YYYY.
005540     MOVE AOD-MM    TO AYM-MM.
005550     MOVE AOD-DD    TO AYM-DD.
005560     IF AS-OF-YYYYMMDD IS NOT NUMERIC
005570         DISPLAY 'INVVRPT - PARM IS NOT A DATE: ' PARM-DATA
005580         GO TO 1100-EDIT-DATE-PARM-ABEND
005590     END-IF.
005600
005610     GO TO 1100-EDIT-DATE-PARM-EXIT.
005620
005630 1100-EDIT-DATE-PARM-ABEND.
005640     MOVE 16 TO RETURN-CODE.
005650     GOBACK.
005660
005670 1100-EDIT-DATE-PARM-EXIT.
005680     EXIT.
005690*****************************************************************
005700 1200-FIND-PREVIOUS-VALUATION.
005710*****************************************************************
005720*    The history file holds one small record per period valued,
005730*    so it is read from the start; the last record dated before
005740*    this as-of date is the previous period.
005750     MOVE LOW-VALUES TO VLH-FD-KEY.
005760     START VALUATION-HISTORY-FILE KEY NOT < VLH-FD-KEY
005770         INVALID KEY
005780             GO TO 1200-FIND-PREVIOUS-VALUATION-EXIT
005790     END-START.
005800
005810     PERFORM 1250-READ-VALUATION-HISTORY
005820         THRU 1250-READ-VALUATION-HISTORY-EXIT
005830         UNTIL END-OF-VALUATIONS.
005840
005850 1200-FIND-PREVIOUS-VALUATION-EXIT.
005860     EXIT.
005870*****************************************************************
005880 1250-READ-VALUATION-HISTORY.
005890*****************************************************************
005900     READ VALUATION-HISTORY-FILE NEXT RECORD
005910         AT END
005920             SET END-OF-VALUATIONS TO TRUE
005930             GO TO 1250-READ-VALUATION-HISTORY-EXIT
005940     END-READ.
005950
005960     IF NOT FS-VALUATION-OK
005970         DISPLAY 'INVVRPT - VALHIST READ ERROR, STATUS = '
005980                 FS-VALUATION-HISTORY
005990         SET END-OF-VALUATIONS TO TRUE
006000         GO TO 1250-READ-VALUATION-HISTORY-EXIT
006010     END-IF.
006020
006030     MOVE VALUATION-HISTORY-FD-RECORD TO VALUATION-HISTORY-RECORD.
006040     IF VLH-AS-OF-DATE NOT < AS-OF-DATE
006050         SET END-OF-VALUATIONS TO TRUE
006060         GO TO 1250-READ-VALUATION-HISTORY-EXIT
006070     END-IF.
006080
006090     MOVE VLH-AS-OF-DATE         TO PREV-AS-OF-DATE.
006100     MOVE VLH-ITEMS-VALUED       TO PREV-ITEMS-VALUED.
006110     MOVE VLH-UNITS-ON-HAND      TO PREV-UNITS-ON-HAND.
006120     MOVE VLH-TOTAL-VALUE        TO PREV-TOTAL-VALUE.
006130     SET PREVIOUS-VALUATION-FOUND TO TRUE.
006140
006150 1250-READ-VALUATION-HISTORY-EXIT.
006160     EXIT.
006170*****************************************************************
006180 2000-PROCESS-ITEM-MASTER.
006190*****************************************************************
006200*    Bring the price history up to this item - records for an
006210*    item no longer on the master are passed over - then read
006220*    the item's trajectory for the price in effect on the
006230*    as-of date.
006240     SET NO-HISTORY-PRICE TO TRUE.
006250
006260     PERFORM 2300-SKIP-UNMATCHED-HISTORY
006270         THRU 2300-SKIP-UNMATCHED-HISTORY-EXIT
006280         UNTIL END-OF-PRICE-HISTORY
006290            OR PRH-STOCK-ITEM-REFERENCE
006300                   NOT < IM-STOCK-ITEM-REFERENCE.
006310
006320     PERFORM 2400-APPLY-PRICE-HISTORY
006330         THRU 2400-APPLY-PRICE-HISTORY-EXIT
006340         UNTIL END-OF-PRICE-HISTORY
006350            OR PRH-STOCK-ITEM-REFERENCE
006360                   NOT = IM-STOCK-ITEM-REFERENCE.
006370
006380     PERFORM 3000-VALUE-ITEM
006390         THRU 3000-VALUE-ITEM-EXIT.
006400
006410     PERFORM 2200-READ-ITEM-MASTER
006420         THRU 2200-READ-ITEM-MASTER-EXIT.
006430
006440 2000-PROCESS-ITEM-MASTER-EXIT.
006450     EXIT.
006460*****************************************************************
006470 2100-READ-PRICE-HISTORY.
006480*****************************************************************
006490     READ PRICE-HISTORY-FILE
006500         AT END
006510             SET END-OF-PRICE-HISTORY TO TRUE
006520             GO TO 2100-READ-PRICE-HISTORY-EXIT
006530     END-READ.
006540
006550     IF NOT FS-HISTORY-OK
006560         DISPLAY 'INVVRPT - PRICHIST READ ERROR, STATUS = '
006570                 FS-PRICE-HISTORY
006580         SET END-OF-PRICE-HISTORY TO TRUE
006583         SET INPUT-READ-ERROR TO TRUE
006586         MOVE 16 TO RETURN-CODE
006590         GO TO 2100-READ-PRICE-HISTORY-EXIT
006600     END-IF.
006610
006620     ADD 1 TO CNT-HISTORY-READ.
006630
006640 2100-READ-PRICE-HISTORY-EXIT.
006650     EXIT.
006660*****************************************************************
006670 2200-READ-ITEM-MASTER.
006680*****************************************************************
006690     READ ITEM-MASTER-FILE
006700         AT END
006710             SET END-OF-ITEM-MASTER TO TRUE
006720             GO TO 2200-READ-ITEM-MASTER-EXIT
006730     END-READ.
006740
006750     IF NOT FS-MASTER-OK
006760         DISPLAY 'INVVRPT - ITEMMSTR READ ERROR, STATUS = '
006770                 FS-ITEM-MASTER
006780         SET END-OF-ITEM-MASTER TO TRUE
006783         SET INPUT-READ-ERROR TO TRUE
006786         MOVE 16 TO RETURN-CODE
006790         GO TO 2200-READ-ITEM-MASTER-EXIT
006800     END-IF.
006810
006820     ADD 1 TO CNT-ITEMS-READ.
006830
006840 2200-READ-ITEM-MASTER-EXIT.
006850     EXIT.
006860*****************************************************************
006870 2300-SKIP-UNMATCHED-HISTORY.
006880*****************************************************************
006890     ADD 1 TO CNT-HISTORY-UNMATCHED.
006900
006910     PERFORM 2100-READ-PRICE-HISTORY
006920         THRU 2100-READ-PRICE-HISTORY-EXIT.
006930
006940 2300-SKIP-UNMATCHED-HISTORY-EXIT.
006950     EXIT.
006960*****************************************************************
006970 2400-APPLY-PRICE-HISTORY.
006980*****************************************************************
006990*    The trajectory is in effective date-time order. Each change
007000*    effective on or before the as-of date overrides the one
007010*    before it. The first change after the date, when nothing
007020*    earlier was found, gives the price it replaced - the price
007030*    that stood on the date. Later changes do not matter.
007040     IF PRH-EFFECTIVE-DATE-TIME (1:10) NOT > AS-OF-DATE
007050         MOVE PRH-NEW-PRICE TO PRICE-IN-EFFECT
007060         SET HISTORY-PRICE-FOUND TO TRUE
007070     ELSE
007080         IF NO-HISTORY-PRICE
007090             MOVE PRH-OLD-PRICE TO PRICE-IN-EFFECT
007100             SET HISTORY-PRICE-FOUND TO TRUE
007110         END-IF
007120     END-IF.
007130
007140     PERFORM 2100-READ-PRICE-HISTORY
007150         THRU 2100-READ-PRICE-HISTORY-EXIT.
007160
007170 2400-APPLY-PRICE-HISTORY-EXIT.
007180     EXIT.
007190*****************************************************************
007200 3000-VALUE-ITEM.
007210*****************************************************************
007220*    An item with no price history has held today's catalog
007230*    price throughout.
007240     IF HISTORY-PRICE-FOUND
007250         MOVE 'HISTORY'      TO PRICE-SOURCE
007260     ELSE
007270         MOVE IM-UNIT-PRICE  TO PRICE-IN-EFFECT
007280         MOVE 'MASTER'       TO PRICE-SOURCE
007290     END-IF.
007300
007310     IF IM-STOCK-ON-HAND = 0
007320         ADD 1 TO CNT-NO-STOCK
007330         GO TO 3000-VALUE-ITEM-EXIT
007340     END-IF.
007350
007360     COMPUTE ITEM-VALUE = IM-STOCK-ON-HAND * PRICE-IN-EFFECT.
007370
007380*    A negative balance is not stock - it is kept out of the
007390*    totals and listed for write-off review.
007400     IF IM-STOCK-ON-HAND < 0
007410         PERFORM 3400-NOTE-NEGATIVE-STOCK
007420             THRU 3400-NOTE-NEGATIVE-STOCK-EXIT
007430         GO TO 3000-VALUE-ITEM-EXIT
007440     END-IF.
007450
007460     ADD 1 TO CNT-ITEMS-VALUED.
007470     IF HISTORY-PRICE-FOUND
007480         ADD 1 TO CNT-HISTORY-PRICED
007490     ELSE
007500         ADD 1 TO CNT-MASTER-PRICED
007510     END-IF.
007520     ADD IM-STOCK-ON-HAND       TO TOTAL-UNITS.
007530     ADD ITEM-VALUE             TO TOTAL-VALUE.
007540
007550     MOVE IM-STOCK-ITEM-REFERENCE TO IDL-ITEM-REFERENCE.
007560     MOVE IM-DESCRIPTION        TO IDL-DESCRIPTION.
007570     MOVE IM-STATUS             TO IDL-STATUS.
007580     MOVE IM-SUPPLIER-REFERENCE TO IDL-SUPPLIER-REFERENCE.
007590     MOVE IM-STOCK-ON-HAND      TO IDL-STOCK-ON-HAND.
007600     MOVE PRICE-IN-EFFECT       TO IDL-PRICE.
007610     MOVE PRICE-SOURCE          TO IDL-PRICE-SOURCE.
007620     MOVE ITEM-VALUE            TO IDL-VALUE.
007630     MOVE ITEM-DETAIL-LINE      TO REPORT-LINE.
007640     PERFORM 7500-WRITE-REPORT-LINE
007650         THRU 7500-WRITE-REPORT-LINE-EXIT.
007660
007670     PERFORM 3100-ADD-TO-SUPPLIER
007680         THRU 3100-ADD-TO-SUPPLIER-EXIT.
007690
007700     PERFORM 3200-ADD-TO-STATUS
007710         THRU 3200-ADD-TO-STATUS-EXIT.
007720
007730     IF IM-STATUS-DISCONTINUED
007740         PERFORM 3300-NOTE-DISCONTINUED-STOCK
007750             THRU 3300-NOTE-DISCONTINUED-STOCK-EXIT
007760     END-IF.
007770
007780 3000-VALUE-ITEM-EXIT.
007790     EXIT.
007800*****************************************************************
007810 3100-ADD-TO-SUPPLIER.
007820*****************************************************************
007830*    Find the supplier's entry, or the place a new one belongs -
007840*    the first entry with a reference not below this one.
007850     SET SUPPLIER-POSITION-NOT-FOUND TO TRUE.
007860     PERFORM 3110-FIND-SUPPLIER-POSITION
007870         THRU 3110-FIND-SUPPLIER-POSITION-EXIT
007880         VARYING SUPP-SCAN-SUB FROM 1 BY 1
007890         UNTIL SUPP-SCAN-SUB > SUPPLIER-ENTRIES-USED
007900            OR SUPPLIER-POSITION-FOUND.
007910
007920     IF SUPPLIER-POSITION-FOUND
007930         IF SSE-SUPPLIER-REFERENCE (SUPP-INSERT-SUB)
007940                = IM-SUPPLIER-REFERENCE
007950             GO TO 3100-ADD-TO-SUPPLIER-ENTRY
007960         END-IF
007970     ELSE
007980         COMPUTE SUPP-INSERT-SUB = SUPPLIER-ENTRIES-USED + 1
007990     END-IF.
008000
008010*    A new supplier. Once the table is full the value goes to
008020*    the overflow line instead of being lost.
008030     IF SUPPLIER-ENTRIES-USED NOT < 500
008040         ADD 1                  TO OVERFLOW-SUPPLIER-ITEMS
008050         ADD IM-STOCK-ON-HAND   TO OVERFLOW-SUPPLIER-UNITS
008060         ADD ITEM-VALUE         TO OVERFLOW-SUPPLIER-VALUE
008070         IF IM-STATUS-DISCONTINUED
008080             ADD ITEM-VALUE     TO OVERFLOW-SUPPLIER-DISC
008090         END-IF
008100         GO TO 3100-ADD-TO-SUPPLIER-EXIT
008110     END-IF.
008120
008130     PERFORM 3120-SHIFT-SUPPLIER-ENTRY
008140         THRU 3120-SHIFT-SUPPLIER-ENTRY-EXIT
008150         VARYING SUPP-SHIFT-SUB FROM SUPPLIER-ENTRIES-USED BY -1
008160         UNTIL SUPP-SHIFT-SUB < SUPP-INSERT-SUB.
008170
008180     ADD 1 TO SUPPLIER-ENTRIES-USED.
008190     MOVE IM-SUPPLIER-REFERENCE
008200         TO SSE-SUPPLIER-REFERENCE (SUPP-INSERT-SUB).
008210     MOVE 0 TO SSE-ITEMS (SUPP-INSERT-SUB).
008220     MOVE 0 TO SSE-UNITS (SUPP-INSERT-SUB).
008230     MOVE 0 TO SSE-VALUE (SUPP-INSERT-SUB).
008240     MOVE 0 TO SSE-DISCONTINUED-VALUE (SUPP-INSERT-SUB).
008250
008260 3100-ADD-TO-SUPPLIER-ENTRY.
008270     ADD 1                TO SSE-ITEMS (SUPP-INSERT-SUB).
008280     ADD IM-STOCK-ON-HAND TO SSE-UNITS (SUPP-INSERT-SUB).
008290     ADD ITEM-VALUE       TO SSE-VALUE (SUPP-INSERT-SUB).
008300     IF IM-STATUS-DISCONTINUED
008310         ADD ITEM-VALUE
008320             TO SSE-DISCONTINUED-VALUE (SUPP-INSERT-SUB)
008330     END-IF.
008340
008350 3100-ADD-TO-SUPPLIER-EXIT.
008360     EXIT.
008370*****************************************************************
008380 3110-FIND-SUPPLIER-POSITION.
008390*****************************************************************
008400     IF SSE-SUPPLIER-REFERENCE (SUPP-SCAN-SUB)
008410            NOT < IM-SUPPLIER-REFERENCE
008420         MOVE SUPP-SCAN-SUB TO SUPP-INSERT-SUB
008430         SET SUPPLIER-POSITION-FOUND TO TRUE
008440     END-IF.
008450
008460 3110-FIND-SUPPLIER-POSITION-EXIT.
008470     EXIT.
008480*****************************************************************
008490 3120-SHIFT-SUPPLIER-ENTRY.
008500*****************************************************************
008510*    Move one entry down a place to open the gap for the new
008520*    supplier - the table is worked from the bottom up.
008530     MOVE SUPPLIER-SUMMARY-ENTRY (SUPP-SHIFT-SUB)
008540         TO SUPPLIER-SUMMARY-ENTRY (SUPP-SHIFT-SUB + 1).
008550
008560 3120-SHIFT-SUPPLIER-ENTRY-EXIT.
008570     EXIT.
008580*****************************************************************
008590 3200-ADD-TO-STATUS.
008600*****************************************************************
008610     EVALUATE TRUE
008620         WHEN IM-STATUS-ACTIVE
008630             ADD 1                TO ACTIVE-ITEMS
008640             ADD IM-STOCK-ON-HAND TO ACTIVE-UNITS
008650             ADD ITEM-VALUE       TO ACTIVE-VALUE
008660         WHEN IM-STATUS-DISCONTINUED
008670             ADD 1                TO DISCONTINUED-ITEMS
008680             ADD IM-STOCK-ON-HAND TO DISCONTINUED-UNITS
008690             ADD ITEM-VALUE       TO DISCONTINUED-VALUE
008700         WHEN OTHER
008710             ADD 1                TO OTHER-STATUS-ITEMS
008720             ADD IM-STOCK-ON-HAND TO OTHER-STATUS-UNITS
008730             ADD ITEM-VALUE       TO OTHER-STATUS-VALUE
008740     END-EVALUATE.
008750
008760 3200-ADD-TO-STATUS-EXIT.
008770     EXIT.
008780*****************************************************************
008790 3300-NOTE-DISCONTINUED-STOCK.
008800*****************************************************************
008810     ADD 1 TO CNT-DISCONTINUED-STOCK.
008820     IF DISC-ENTRIES-USED NOT < 200
008830         GO TO 3300-NOTE-DISCONTINUED-STOCK-EXIT
008840     END-IF.
008850
008860     ADD 1 TO DISC-ENTRIES-USED.
008870     MOVE IM-STOCK-ITEM-REFERENCE
008880         TO DSE-ITEM-REFERENCE (DISC-ENTRIES-USED).
008890     MOVE IM-DESCRIPTION
008900         TO DSE-DESCRIPTION (DISC-ENTRIES-USED).
008910     MOVE IM-STATUS
008920         TO DSE-STATUS (DISC-ENTRIES-USED).
008930     MOVE IM-SUPPLIER-REFERENCE
008940         TO DSE-SUPPLIER-REFERENCE (DISC-ENTRIES-USED).
008950     MOVE IM-STOCK-ON-HAND
008960         TO DSE-STOCK-ON-HAND (DISC-ENTRIES-USED).
008970     MOVE PRICE-IN-EFFECT
008980         TO DSE-PRICE (DISC-ENTRIES-USED).
008990     MOVE ITEM-VALUE
009000         TO DSE-VALUE (DISC-ENTRIES-USED).
009010
009020 3300-NOTE-DISCONTINUED-STOCK-EXIT.
009030     EXIT.
009040*****************************************************************
009050 3400-NOTE-NEGATIVE-STOCK.
009060*****************************************************************
009070     ADD 1 TO CNT-NEGATIVE-ON-HAND.
009080     ADD IM-STOCK-ON-HAND TO NEGATIVE-UNITS.
009090     ADD ITEM-VALUE       TO NEGATIVE-VALUE.
009100     IF NEGATIVE-ENTRIES-USED NOT < 200
009110         GO TO 3400-NOTE-NEGATIVE-STOCK-EXIT
009120     END-IF.
009130
009140     ADD 1 TO NEGATIVE-ENTRIES-USED.
009150     MOVE IM-STOCK-ITEM-REFERENCE
009160         TO NSE-ITEM-REFERENCE (NEGATIVE-ENTRIES-USED).
009170     MOVE IM-DESCRIPTION
009180         TO NSE-DESCRIPTION (NEGATIVE-ENTRIES-USED).
009190     MOVE IM-STATUS
009200         TO NSE-STATUS (NEGATIVE-ENTRIES-USED).
009210     MOVE IM-SUPPLIER-REFERENCE
009220         TO NSE-SUPPLIER-REFERENCE (NEGATIVE-ENTRIES-USED).
009230     MOVE IM-STOCK-ON-HAND
009240         TO NSE-STOCK-ON-HAND (NEGATIVE-ENTRIES-USED).
009250     MOVE PRICE-IN-EFFECT
009260         TO NSE-PRICE (NEGATIVE-ENTRIES-USED).
009270     MOVE ITEM-VALUE
009280         TO NSE-VALUE (NEGATIVE-ENTRIES-USED).
009290
009300 3400-NOTE-NEGATIVE-STOCK-EXIT.
009310     EXIT.
009320*****************************************************************
009330 4000-WRITE-SUPPLIER-SUMMARY.
009340*****************************************************************
009350     MOVE 'VALUE BY PREFERRED SUPPLIER' TO SHL-TITLE.
009360     PERFORM 7100-WRITE-SECTION-HEADING
009370         THRU 7100-WRITE-SECTION-HEADING-EXIT.
009380     MOVE SUPPLIER-COLUMN-HEADING TO REPORT-LINE.
009390     PERFORM 7500-WRITE-REPORT-LINE
009400         THRU 7500-WRITE-REPORT-LINE-EXIT.
009410
009420     PERFORM 4050-WRITE-SUPPLIER-LINE
009430         THRU 4050-WRITE-SUPPLIER-LINE-EXIT
009440         VARYING SUPP-SCAN-SUB FROM 1 BY 1
009450         UNTIL SUPP-SCAN-SUB > SUPPLIER-ENTRIES-USED.
009460
009470     IF OVERFLOW-SUPPLIER-ITEMS > 0
009480         MOVE 999999                  TO SSL-SUPPLIER-REFERENCE
009490         MOVE 'FURTHER SUPPLIERS FOLDED HERE'
009500                                      TO SSL-SUPPLIER-NAME
009510         MOVE OVERFLOW-SUPPLIER-ITEMS TO SSL-ITEMS
009520         MOVE OVERFLOW-SUPPLIER-UNITS TO SSL-UNITS
009530         MOVE OVERFLOW-SUPPLIER-VALUE TO SSL-VALUE
009540         MOVE OVERFLOW-SUPPLIER-DISC  TO SSL-DISCONTINUED-VALUE
009550         MOVE SUPPLIER-SUMMARY-LINE   TO REPORT-LINE
009560         PERFORM 7500-WRITE-REPORT-LINE
009570             THRU 7500-WRITE-REPORT-LINE-EXIT
009580     END-IF.
009590
009600     MOVE 0                     TO SSL-SUPPLIER-REFERENCE.
009610     MOVE 'TOTAL ALL SUPPLIERS' TO SSL-SUPPLIER-NAME.
009620     MOVE CNT-ITEMS-VALUED      TO SSL-ITEMS.
009630     MOVE TOTAL-UNITS           TO SSL-UNITS.
009640     MOVE TOTAL-VALUE           TO SSL-VALUE.
009650     MOVE DISCONTINUED-VALUE    TO SSL-DISCONTINUED-VALUE.
009660     MOVE SUPPLIER-SUMMARY-LINE TO REPORT-LINE.
009670     MOVE SPACES                TO REPORT-LINE (2:6).
009680     PERFORM 7500-WRITE-REPORT-LINE
009690         THRU 7500-WRITE-REPORT-LINE-EXIT.
009700
009710 4000-WRITE-SUPPLIER-SUMMARY-EXIT.
009720     EXIT.
009730*****************************************************************
009740 4050-WRITE-SUPPLIER-LINE.
009750*****************************************************************
009760     MOVE SSE-SUPPLIER-REFERENCE (SUPP-SCAN-SUB)
009770         TO SSL-SUPPLIER-REFERENCE.
009780
009790     IF SSE-SUPPLIER-REFERENCE (SUPP-SCAN-SUB) = 0
009800         MOVE 'NO PREFERRED SUPPLIER ASSIGNED'
009810             TO SSL-SUPPLIER-NAME
009820     ELSE
009830         MOVE SSE-SUPPLIER-REFERENCE (SUPP-SCAN-SUB)
009840             TO SM-SUPPLIER-REFERENCE
009850         READ SUPPLIER-MASTER-FILE
009860             INVALID KEY
009870                 MOVE 'SUPPLIER NOT ON SUPPLIER MASTER'
009880                     TO SM-SUPPLIER-NAME
009890         END-READ
009900         MOVE SM-SUPPLIER-NAME TO SSL-SUPPLIER-NAME
009910     END-IF.
009920
009930     MOVE SSE-ITEMS (SUPP-SCAN-SUB)  TO SSL-ITEMS.
009940     MOVE SSE-UNITS (SUPP-SCAN-SUB)  TO SSL-UNITS.
009950     MOVE SSE-VALUE (SUPP-SCAN-SUB)  TO SSL-VALUE.
009960     MOVE SSE-DISCONTINUED-VALUE (SUPP-SCAN-SUB)
009970         TO SSL-DISCONTINUED-VALUE.
009980     MOVE SUPPLIER-SUMMARY-LINE      TO REPORT-LINE.
009990     PERFORM 7500-WRITE-REPORT-LINE
010000         THRU 7500-WRITE-REPORT-LINE-EXIT.
010010
010020 4050-WRITE-SUPPLIER-LINE-EXIT.
010030     EXIT.
010040*****************************************************************
010050 4100-WRITE-STATUS-SUMMARY.
010060*****************************************************************
010070     MOVE 'VALUE BY ITEM STATUS' TO SHL-TITLE.
010080     PERFORM 7100-WRITE-SECTION-HEADING
010090         THRU 7100-WRITE-SECTION-HEADING-EXIT.
010100
010110     MOVE 'ACTIVE'               TO STL-LABEL.
010120     MOVE ACTIVE-ITEMS           TO STL-ITEMS.
010130     MOVE ACTIVE-UNITS           TO STL-UNITS.
010140     MOVE ACTIVE-VALUE           TO STL-VALUE.
010150     MOVE STATUS-SUMMARY-LINE    TO REPORT-LINE.
010160     PERFORM 7500-WRITE-REPORT-LINE
010170         THRU 7500-WRITE-REPORT-LINE-EXIT.
010180
010190     MOVE 'DISCONTINUED'         TO STL-LABEL.
010200     MOVE DISCONTINUED-ITEMS     TO STL-ITEMS.
010210     MOVE DISCONTINUED-UNITS     TO STL-UNITS.
010220     MOVE DISCONTINUED-VALUE     TO STL-VALUE.
010230     MOVE STATUS-SUMMARY-LINE    TO REPORT-LINE.
010240     PERFORM 7500-WRITE-REPORT-LINE
010250         THRU 7500-WRITE-REPORT-LINE-EXIT.
010260
010270     IF OTHER-STATUS-ITEMS > 0
010280         MOVE 'OTHER STATUS'       TO STL-LABEL
010290         MOVE OTHER-STATUS-ITEMS   TO STL-ITEMS
010300         MOVE OTHER-STATUS-UNITS   TO STL-UNITS
010310         MOVE OTHER-STATUS-VALUE   TO STL-VALUE
010320         MOVE STATUS-SUMMARY-LINE  TO REPORT-LINE
010330         PERFORM 7500-WRITE-REPORT-LINE
010340             THRU 7500-WRITE-REPORT-LINE-EXIT
010350     END-IF.
010360
010370     MOVE 'TOTAL STOCK VALUE'    TO STL-LABEL.
010380     MOVE CNT-ITEMS-VALUED       TO STL-ITEMS.
010390     MOVE TOTAL-UNITS            TO STL-UNITS.
010400     MOVE TOTAL-VALUE            TO STL-VALUE.
010410     MOVE STATUS-SUMMARY-LINE    TO REPORT-LINE.
010420     PERFORM 7500-WRITE-REPORT-LINE
010430         THRU 7500-WRITE-REPORT-LINE-EXIT.
010440
010450 4100-WRITE-STATUS-SUMMARY-EXIT.
010460     EXIT.
010470*****************************************************************
010480 4200-WRITE-MOVEMENT.
010490*****************************************************************
010500     MOVE 'MOVEMENT AGAINST PREVIOUS VALUATION' TO SHL-TITLE.
010510     PERFORM 7100-WRITE-SECTION-HEADING
010520         THRU 7100-WRITE-SECTION-HEADING-EXIT.
010530
010540     IF NOT PREVIOUS-VALUATION-FOUND
010550         MOVE 'NO EARLIER VALUATION ON VALHIST' TO SHL-TITLE
010560         MOVE SECTION-HEADING-LINE TO REPORT-LINE
010570         PERFORM 7500-WRITE-REPORT-LINE
010580             THRU 7500-WRITE-REPORT-LINE-EXIT
010590         GO TO 4200-WRITE-MOVEMENT-EXIT
010600     END-IF.
010610
010620     COMPUTE MOVEMENT-VALUE = TOTAL-VALUE - PREV-TOTAL-VALUE.
010630     COMPUTE MOVEMENT-UNITS = TOTAL-UNITS - PREV-UNITS-ON-HAND.
010640
010650     MOVE 'PREVIOUS VALUATION AS OF'     TO DLP-LABEL.
010660     MOVE PREV-AS-OF-DATE                TO DLP-VALUE.
010670     MOVE DETAIL-LINE-PARM               TO REPORT-LINE.
010680     PERFORM 7500-WRITE-REPORT-LINE
010690         THRU 7500-WRITE-REPORT-LINE-EXIT.
010700
010710     MOVE 'PREVIOUS STOCK VALUE'         TO DLA-LABEL.
010720     MOVE PREV-TOTAL-VALUE               TO DLA-AMOUNT.
010730     MOVE DETAIL-LINE-AMOUNT             TO REPORT-LINE.
010740     PERFORM 7500-WRITE-REPORT-LINE
010750         THRU 7500-WRITE-REPORT-LINE-EXIT.
010760
010770     MOVE 'THIS PERIOD STOCK VALUE'      TO DLA-LABEL.
010780     MOVE TOTAL-VALUE                    TO DLA-AMOUNT.
010790     MOVE DETAIL-LINE-AMOUNT             TO REPORT-LINE.
010800     PERFORM 7500-WRITE-REPORT-LINE
010810         THRU 7500-WRITE-REPORT-LINE-EXIT.
010820
010830     MOVE 'MOVEMENT IN VALUE'            TO DLA-LABEL.
010840     MOVE MOVEMENT-VALUE                 TO DLA-AMOUNT.
010850     MOVE DETAIL-LINE-AMOUNT             TO REPORT-LINE.
010860     PERFORM 7500-WRITE-REPORT-LINE
010870         THRU 7500-WRITE-REPORT-LINE-EXIT.
010880
010890     MOVE 'PREVIOUS UNITS ON HAND'       TO DLU-LABEL.
010900     MOVE PREV-UNITS-ON-HAND             TO DLU-UNITS.
010910     MOVE DETAIL-LINE-UNITS              TO REPORT-LINE.
010920     PERFORM 7500-WRITE-REPORT-LINE
010930         THRU 7500-WRITE-REPORT-LINE-EXIT.
010940
010950     MOVE 'THIS PERIOD UNITS ON HAND'    TO DLU-LABEL.
010960     MOVE TOTAL-UNITS                    TO DLU-UNITS.
010970     MOVE DETAIL-LINE-UNITS              TO REPORT-LINE.
010980     PERFORM 7500-WRITE-REPORT-LINE
010990         THRU 7500-WRITE-REPORT-LINE-EXIT.
011000
011010     MOVE 'MOVEMENT IN UNITS'            TO DLU-LABEL.
011020     MOVE MOVEMENT-UNITS                 TO DLU-UNITS.
011030     MOVE DETAIL-LINE-UNITS              TO REPORT-LINE.
011040     PERFORM 7500-WRITE-REPORT-LINE
011050         THRU 7500-WRITE-REPORT-LINE-EXIT.
011060
011070 4200-WRITE-MOVEMENT-EXIT.
011080     EXIT.
011090*****************************************************************
011100 4300-WRITE-NEGATIVE-STOCK.
011110*****************************************************************
011120     MOVE 'EXCEPTIONS - NEGATIVE ON-HAND (NOT IN TOTALS)'
011130         TO SHL-TITLE.
011140     PERFORM 7100-WRITE-SECTION-HEADING
011150         THRU 7100-WRITE-SECTION-HEADING-EXIT.
011160
011170     IF CNT-NEGATIVE-ON-HAND = 0
011180         MOVE 'NONE' TO SHL-TITLE
011190         MOVE SECTION-HEADING-LINE TO REPORT-LINE
011200         PERFORM 7500-WRITE-REPORT-LINE
011210             THRU 7500-WRITE-REPORT-LINE-EXIT
011220         GO TO 4300-WRITE-NEGATIVE-STOCK-EXIT
011230     END-IF.
011240
011250     MOVE ITEM-COLUMN-HEADING TO REPORT-LINE.
011260     PERFORM 7500-WRITE-REPORT-LINE
011270         THRU 7500-WRITE-REPORT-LINE-EXIT.
011280
011290     PERFORM 4350-WRITE-NEGATIVE-LINE
011300         THRU 4350-WRITE-NEGATIVE-LINE-EXIT
011310         VARYING EXCP-SCAN-SUB FROM 1 BY 1
011320         UNTIL EXCP-SCAN-SUB > NEGATIVE-ENTRIES-USED.
011330
011340     IF CNT-NEGATIVE-ON-HAND > NEGATIVE-ENTRIES-USED
011350         COMPUTE EXCP-NOT-LISTED =
011360             CNT-NEGATIVE-ON-HAND - NEGATIVE-ENTRIES-USED
011370         MOVE EXCP-NOT-LISTED  TO OFL-COUNT
011380         MOVE 'MORE NEGATIVE ITEMS NOT LISTED' TO OFL-TEXT
011390         MOVE OVERFLOW-LINE    TO REPORT-LINE
011400         PERFORM 7500-WRITE-REPORT-LINE
011410             THRU 7500-WRITE-REPORT-LINE-EXIT
011420     END-IF.
011430
011440     MOVE 'NEGATIVE ON-HAND'     TO STL-LABEL.
011450     MOVE CNT-NEGATIVE-ON-HAND   TO STL-ITEMS.
011460     MOVE NEGATIVE-UNITS         TO STL-UNITS.
011470     MOVE NEGATIVE-VALUE         TO STL-VALUE.
011480     MOVE STATUS-SUMMARY-LINE    TO REPORT-LINE.
011490     PERFORM 7500-WRITE-REPORT-LINE
011500         THRU 7500-WRITE-REPORT-LINE-EXIT.
011510
011520 4300-WRITE-NEGATIVE-STOCK-EXIT.
011530     EXIT.
011540*****************************************************************
011550 4350-WRITE-NEGATIVE-LINE.
011560*****************************************************************
011570     MOVE NSE-ITEM-REFERENCE (EXCP-SCAN-SUB)
011580         TO IDL-ITEM-REFERENCE.
011590     MOVE NSE-DESCRIPTION (EXCP-SCAN-SUB)     TO IDL-DESCRIPTION.
011600     MOVE NSE-STATUS (EXCP-SCAN-SUB)          TO IDL-STATUS.
011610     MOVE NSE-SUPPLIER-REFERENCE (EXCP-SCAN-SUB)
011620         TO IDL-SUPPLIER-REFERENCE.
011630     MOVE NSE-STOCK-ON-HAND (EXCP-SCAN-SUB)
011640         TO IDL-STOCK-ON-HAND.
011650     MOVE NSE-PRICE (EXCP-SCAN-SUB)           TO IDL-PRICE.
011660     MOVE SPACES                              TO IDL-PRICE-SOURCE.
011670     MOVE NSE-VALUE (EXCP-SCAN-SUB)           TO IDL-VALUE.
011680     MOVE ITEM-DETAIL-LINE                    TO REPORT-LINE.
011690     PERFORM 7500-WRITE-REPORT-LINE
011700         THRU 7500-WRITE-REPORT-LINE-EXIT.
011710
011720 4350-WRITE-NEGATIVE-LINE-EXIT.
011730     EXIT.
011740*****************************************************************
011750 4400-WRITE-DISCONTINUED-STOCK.
011760*****************************************************************
011770     MOVE 'EXCEPTIONS - DISCONTINUED ITEMS HOLDING STOCK'
011780         TO SHL-TITLE.
011790     PERFORM 7100-WRITE-SECTION-HEADING
011800         THRU 7100-WRITE-SECTION-HEADING-EXIT.
011810
011820     IF CNT-DISCONTINUED-STOCK = 0
011830         MOVE 'NONE' TO SHL-TITLE
011840         MOVE SECTION-HEADING-LINE TO REPORT-LINE
011850         PERFORM 7500-WRITE-REPORT-LINE
011860             THRU 7500-WRITE-REPORT-LINE-EXIT
011870         GO TO 4400-WRITE-DISCONTINUED-STOCK-EXIT
011880     END-IF.
011890
011900     MOVE ITEM-COLUMN-HEADING TO REPORT-LINE.
011910     PERFORM 7500-WRITE-REPORT-LINE
011920         THRU 7500-WRITE-REPORT-LINE-EXIT.
011930
011940     PERFORM 4450-WRITE-DISCONTINUED-LINE
011950         THRU 4450-WRITE-DISCONTINUED-LINE-EXIT
011960         VARYING EXCP-SCAN-SUB FROM 1 BY 1
011970         UNTIL EXCP-SCAN-SUB > DISC-ENTRIES-USED.
011980
011990     IF CNT-DISCONTINUED-STOCK > DISC-ENTRIES-USED
012000         COMPUTE EXCP-NOT-LISTED =
012010             CNT-DISCONTINUED-STOCK - DISC-ENTRIES-USED
012020         MOVE EXCP-NOT-LISTED  TO OFL-COUNT
012030         MOVE 'MORE DISCONTINUED ITEMS NOT LISTED' TO OFL-TEXT
012040         MOVE OVERFLOW-LINE    TO REPORT-LINE
012050         PERFORM 7500-WRITE-REPORT-LINE
012060             THRU 7500-WRITE-REPORT-LINE-EXIT
012070     END-IF.
012080
012090     MOVE 'DISCONTINUED WITH STOCK'  TO STL-LABEL.
012100     MOVE DISCONTINUED-ITEMS         TO STL-ITEMS.
012110     MOVE DISCONTINUED-UNITS         TO STL-UNITS.
012120     MOVE DISCONTINUED-VALUE         TO STL-VALUE.
012130     MOVE STATUS-SUMMARY-LINE        TO REPORT-LINE.
012140     PERFORM 7500-WRITE-REPORT-LINE
012150         THRU 7500-WRITE-REPORT-LINE-EXIT.
012160
012170 4400-WRITE-DISCONTINUED-STOCK-EXIT.
012180     EXIT.
012190*****************************************************************
012200 4450-WRITE-DISCONTINUED-LINE.
012210*****************************************************************
012220     MOVE DSE-ITEM-REFERENCE (EXCP-SCAN-SUB)
012230         TO IDL-ITEM-REFERENCE.
012240     MOVE DSE-DESCRIPTION (EXCP-SCAN-SUB)     TO IDL-DESCRIPTION.
012250     MOVE DSE-STATUS (EXCP-SCAN-SUB)          TO IDL-STATUS.
012260     MOVE DSE-SUPPLIER-REFERENCE (EXCP-SCAN-SUB)
012270         TO IDL-SUPPLIER-REFERENCE.
012280     MOVE DSE-STOCK-ON-HAND (EXCP-SCAN-SUB)
012290         TO IDL-STOCK-ON-HAND.
012300     MOVE DSE-PRICE (EXCP-SCAN-SUB)           TO IDL-PRICE.
012310     MOVE SPACES                              TO IDL-PRICE-SOURCE.
012320     MOVE DSE-VALUE (EXCP-SCAN-SUB)           TO IDL-VALUE.
012330     MOVE ITEM-DETAIL-LINE                    TO REPORT-LINE.
012340     PERFORM 7500-WRITE-REPORT-LINE
012350         THRU 7500-WRITE-REPORT-LINE-EXIT.
012360
012370 4450-WRITE-DISCONTINUED-LINE-EXIT.
012380     EXIT.
012390*****************************************************************
012400 5000-RECORD-VALUATION.
012410*****************************************************************
012420*    Keep this run's totals for the next period's movement. A
012430*    rerun for the same as-of date folds over its own record.
012440     MOVE AS-OF-DATE             TO VLH-AS-OF-DATE.
012450     MOVE CNT-ITEMS-VALUED       TO VLH-ITEMS-VALUED.
012460     MOVE TOTAL-UNITS            TO VLH-UNITS-ON-HAND.
012470     MOVE TOTAL-VALUE            TO VLH-TOTAL-VALUE.
012480     MOVE DISCONTINUED-VALUE     TO VLH-DISCONTINUED-VALUE.
012490     MOVE CNT-HISTORY-PRICED     TO VLH-ITEMS-HISTORY-PRICED.
012500     MOVE CNT-MASTER-PRICED      TO VLH-ITEMS-MASTER-PRICED.
012510     MOVE CNT-NEGATIVE-ON-HAND   TO VLH-NEGATIVE-ITEMS.
012520     MOVE SPACES                 TO VLH-RUN-DATE.
012530     STRING CDW-CCYY '-' CDW-CCMM '-' CDW-CCDD
012540         DELIMITED BY SIZE INTO VLH-RUN-DATE.
012550
012560     MOVE VALUATION-HISTORY-RECORD TO VALUATION-HISTORY-FD-RECORD.
012570     WRITE VALUATION-HISTORY-FD-RECORD.
012580
012590     IF FS-VALUATION-DUPREC
012600         REWRITE VALUATION-HISTORY-FD-RECORD
012610     END-IF.
012620
012630     IF NOT FS-VALUATION-OK
012640         DISPLAY 'INVVRPT - VALHIST WRITE ERROR, STATUS = '
012650                 FS-VALUATION-HISTORY
012660         MOVE 16 TO RETURN-CODE
012670     END-IF.
012680
012690 5000-RECORD-VALUATION-EXIT.
012700     EXIT.
012710*****************************************************************
012720 7000-WRITE-PAGE-HEADINGS.
012730*****************************************************************
012740     ADD 1 TO PAGE-NUMBER.
012750     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
012760     MOVE HEADING-LINE-1       TO REPORT-LINE.
012770     PERFORM 7500-WRITE-REPORT-LINE
012780         THRU 7500-WRITE-REPORT-LINE-EXIT.
012790     MOVE HEADING-LINE-2       TO REPORT-LINE.
012800     PERFORM 7500-WRITE-REPORT-LINE
012810         THRU 7500-WRITE-REPORT-LINE-EXIT.
012820
012830     MOVE 'STOCK VALUED AS OF'           TO DLP-LABEL.
012840     MOVE AS-OF-DATE                     TO DLP-VALUE.
012850     MOVE DETAIL-LINE-PARM               TO REPORT-LINE.
012860     PERFORM 7500-WRITE-REPORT-LINE
012870         THRU 7500-WRITE-REPORT-LINE-EXIT.
012880
012890 7000-WRITE-PAGE-HEADINGS-EXIT.
012900     EXIT.
012910*****************************************************************
012920 7100-WRITE-SECTION-HEADING.
012930*****************************************************************
012940     MOVE BLANK-LINE           TO REPORT-LINE.
012950     PERFORM 7500-WRITE-REPORT-LINE
012960         THRU 7500-WRITE-REPORT-LINE-EXIT.
012970     MOVE SECTION-HEADING-LINE TO REPORT-LINE.
012980     PERFORM 7500-WRITE-REPORT-LINE
012990         THRU 7500-WRITE-REPORT-LINE-EXIT.
013000     MOVE HEADING-LINE-2       TO REPORT-LINE.
013010     PERFORM 7500-WRITE-REPORT-LINE
013020         THRU 7500-WRITE-REPORT-LINE-EXIT.
013030
013040 7100-WRITE-SECTION-HEADING-EXIT.
013050     EXIT.
013060*****************************************************************
013070 7500-WRITE-REPORT-LINE.
013080*****************************************************************
013090     WRITE REPORT-LINE.
013100     ADD 1 TO LINES-ON-PAGE.
013110
013120 7500-WRITE-REPORT-LINE-EXIT.
013130     EXIT.
013140*****************************************************************
013150 8000-TERMINATE.
013160*****************************************************************
013170     MOVE BLANK-LINE                     TO REPORT-LINE.
013180     PERFORM 7500-WRITE-REPORT-LINE
013190         THRU 7500-WRITE-REPORT-LINE-EXIT.
013200
013210     MOVE 'ITEMS READ'                   TO DLC-LABEL.
013220     MOVE CNT-ITEMS-READ                 TO DLC-COUNT.
013230     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013240     PERFORM 7500-WRITE-REPORT-LINE
013250         THRU 7500-WRITE-REPORT-LINE-EXIT.
013260
013270     MOVE 'ITEMS VALUED'                 TO DLC-LABEL.
013280     MOVE CNT-ITEMS-VALUED               TO DLC-COUNT.
013290     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013300     PERFORM 7500-WRITE-REPORT-LINE
013310         THRU 7500-WRITE-REPORT-LINE-EXIT.
013320
013330     MOVE '  PRICED FROM PRICE HISTORY'  TO DLC-LABEL.
013340     MOVE CNT-HISTORY-PRICED             TO DLC-COUNT.
013350     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013360     PERFORM 7500-WRITE-REPORT-LINE
013370         THRU 7500-WRITE-REPORT-LINE-EXIT.
013380
013390     MOVE '  PRICED FROM ITEM MASTER'    TO DLC-LABEL.
013400     MOVE CNT-MASTER-PRICED              TO DLC-COUNT.
013410     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013420     PERFORM 7500-WRITE-REPORT-LINE
013430         THRU 7500-WRITE-REPORT-LINE-EXIT.
013440
013450     MOVE 'ITEMS WITH NO STOCK'          TO DLC-LABEL.
013460     MOVE CNT-NO-STOCK                   TO DLC-COUNT.
013470     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013480     PERFORM 7500-WRITE-REPORT-LINE
013490         THRU 7500-WRITE-REPORT-LINE-EXIT.
013500
013510     MOVE 'ITEMS WITH NEGATIVE ON-HAND'  TO DLC-LABEL.
013520     MOVE CNT-NEGATIVE-ON-HAND           TO DLC-COUNT.
013530     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013540     PERFORM 7500-WRITE-REPORT-LINE
013550         THRU 7500-WRITE-REPORT-LINE-EXIT.
013560
013570     MOVE 'DISCONTINUED ITEMS WITH STOCK' TO DLC-LABEL.
013580     MOVE CNT-DISCONTINUED-STOCK         TO DLC-COUNT.
013590     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013600     PERFORM 7500-WRITE-REPORT-LINE
013610         THRU 7500-WRITE-REPORT-LINE-EXIT.
013620
013630     MOVE 'PRICE HISTORY RECORDS READ'   TO DLC-LABEL.
013640     MOVE CNT-HISTORY-READ               TO DLC-COUNT.
013650     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013660     PERFORM 7500-WRITE-REPORT-LINE
013670         THRU 7500-WRITE-REPORT-LINE-EXIT.
013680
013690     MOVE 'HISTORY FOR ITEMS NOT ON FILE' TO DLC-LABEL.
013700     MOVE CNT-HISTORY-UNMATCHED          TO DLC-COUNT.
013710     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
013720     PERFORM 7500-WRITE-REPORT-LINE
013730         THRU 7500-WRITE-REPORT-LINE-EXIT.
013740
013750     CLOSE ITEM-MASTER-FILE.
013760     CLOSE PRICE-HISTORY-FILE.
013770     CLOSE SUPPLIER-MASTER-FILE.
013780     CLOSE VALUATION-HISTORY-FILE.
013790     CLOSE REPORT-FILE.
013800
013810 8000-TERMINATE-EXIT.
013820     EXIT.
