000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    POLOAD.
000030 AUTHOR.        APPLICATION SUPPORT.
000040 INSTALLATION.  DISTRIBUTION SYSTEMS.
000050 DATE-WRITTEN.  07/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* MODULE NAME  = POLOAD                                         *
000100*                                                               *
000110* DESCRIPTIVE NAME = Accepted purchase order load               *
000120*                                                               *
000130*     REPLSCAN writes a purchase-order suggestion for every     *
000140*     item at or below its reorder point (see REPLSUGG) and     *
000150*     purchasing works through them each morning. The orders    *
000160*     purchasing accepts come back the same day as the          *
000170*     accepted order feed, in the REPLSUGG layout - rejected    *
000180*     suggestions removed, quantities amended where the buyer   *
000190*     changed them. This program loads that feed onto the       *
000200*     OPENORD open purchase order file (see OPORDREC), keyed by *
000210*     item and supplier, so REPLSCAN can net what is already    *
000220*     on order off its next suggestion, KAFKIN can match the    *
000230*     warehouse's GoodsReceipt messages to the order, and the   *
000240*     POOVRPT report can list orders that are overdue.          *
000250*                                                               *
000260*     For each accepted order:                                  *
000270*                                                               *
000280*         - no order on file for the item and supplier - a new  *
000290*           open order is written,                              *
000300*         - a closed order on file - it is replaced by the new  *
000310*           order,                                              *
000320*         - an order still open or part received - the new      *
000330*           quantity is added to it and the later expected      *
000340*           date kept, since one supplier delivers an item      *
000350*           against a single running order.                     *
000360*                                                               *
000370*     An order already loaded by a run for the same order date  *
000380*     is skipped, so the job can be rerun safely. A zero        *
000390*     quantity or a zero supplier is rejected.                  *
000400*                                                               *
000410*     The run parameter (JCL PARM=) is the order date           *
000420*     (yyyy-mm-dd), a space, and the supplier lead time in      *
000430*     days (1-3 digits), e.g. 2026-09-03 14. The expected date  *
000440*     of every order loaded is the order date plus the lead     *
000450*     time.                                                     *
000460*                                                               *
000470* NOTES :                                                       *
000480*  DEPENDENCIES = None                                          *
000490*  RESTRICTIONS = OPENORD must be closed to CICS while the load *
000500*                 runs - KAFKIN updates it from GoodsReceipt    *
000510*                 messages.                                     *
000520*  REGISTER CONVENTIONS = Normal                                *
000530*  MODULE TYPE = Executable                                     *
000540*  PROCESSOR = COBOL                                            *
000550*  ATTRIBUTES = Read/write                                      *
000560*                                                               *
000570*---------------------------------------------------------------*
000580*                                                               *
000590* CHANGE ACTIVITY :                                             *
000600*                                                               *
000610*  2026-10-07  APPMAINT  New program.                           *
000620*                                                               *
000630*****************************************************************
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-370.
000670 OBJECT-COMPUTER.  IBM-370.
000680 SPECIAL-NAMES.    C01 IS TO-NEW-PAGE.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT ORDER-FEED-FILE ASSIGN TO ORDERIN
000720            ORGANIZATION IS SEQUENTIAL
000730            ACCESS MODE IS SEQUENTIAL
000740            FILE STATUS IS FS-ORDER-FEED.
000750
000760     SELECT OPEN-ORDER-FILE ASSIGN TO OPENORD
000770            ORGANIZATION IS INDEXED
000780            ACCESS MODE IS RANDOM
000790            RECORD KEY IS OPO-ORDER-KEY
000800            FILE STATUS IS FS-OPEN-ORDER.
000810
000820     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000830            ORGANIZATION IS SEQUENTIAL
000840            ACCESS MODE IS SEQUENTIAL
000850            FILE STATUS IS FS-REPORT-FILE.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890*****************************************************************
000900 FD  ORDER-FEED-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  ORDER-FEED-RECORD.
000940     COPY REPLSUGG.
000950*****************************************************************
000960 FD  OPEN-ORDER-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  OPEN-ORDER-RECORD.
000990     COPY OPORDREC.
001000*****************************************************************
001010 FD  REPORT-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  REPORT-LINE                PIC X(133).
001050*****************************************************************
001060 WORKING-STORAGE SECTION.
001070*****************************************************************
001080 77  WS-FILLER-77                PIC X(01) VALUE SPACES.
001090
001100 01  FILE-STATUS-SWITCHES.
001110     05 FS-ORDER-FEED            PIC X(02) VALUE '00'.
001120        88 FS-ORDER-FEED-OK           VALUE '00'.
001130        88 FS-ORDER-FEED-AT-END       VALUE '10'.
001140     05 FS-OPEN-ORDER            PIC X(02) VALUE '00'.
001150        88 FS-OPEN-ORDER-OK           VALUE '00'.
001160        88 FS-OPEN-ORDER-NOTFND       VALUE '23'.
001170     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001180        88 FS-REPORT-OK               VALUE '00'.
001190
001200 01  PROGRAM-SWITCHES.
001210     05 SW-END-OF-ORDER-FEED     PIC X(01) VALUE 'N'.
001220        88 END-OF-ORDER-FEED          VALUE 'Y'.
001230
001240*    The order date and lead time, from the JCL PARM
001250 01  RUN-PARM-WORK.
001260     05 ORDER-DATE               PIC X(10).
001270     05 ORDER-DATE-R REDEFINES ORDER-DATE.
001280        10 ODT-YYYY              PIC X(04).
001290        10 FILLER                PIC X(01).
001300        10 ODT-MM                PIC X(02).
001310        10 FILLER                PIC X(01).
001320        10 ODT-DD                PIC X(02).
001330     05 LEAD-TIME-DAYS           PIC 9(03) VALUE 0.
001340     05 PARM-LEAD-X              PIC X(03).
001350     05 PARM-LEAD-9 REDEFINES PARM-LEAD-X
001360                                 PIC 9(03).
001370     05 PARM-LEAD-LEN            PIC S9(04) COMP.
001380
001390*    Expected date of the orders loaded - the order date plus
001400*    the lead time, worked through the integer day number.
001410 01  EXPECTED-DATE-WORK.
001420     05 ORDER-YYYYMMDD           PIC 9(08).
001430     05 ORDER-YYYYMMDD-R REDEFINES ORDER-YYYYMMDD.
001440        10 OYM-YYYY              PIC X(04).
001450        10 OYM-MM                PIC X(02).
001460        10 OYM-DD                PIC X(02).
001470     05 EXPECTED-INTEGER         PIC 9(08) COMP.
001480     05 EXPECTED-YYYYMMDD        PIC 9(08).
001490     05 EXPECTED-YYYYMMDD-R REDEFINES EXPECTED-YYYYMMDD.
001500        10 EYM-YYYY              PIC X(04).
001510        10 EYM-MM                PIC X(02).
001520        10 EYM-DD                PIC X(02).
001530     05 EXPECTED-DATE            PIC X(10).
001540     05 EXPECTED-DATE-R REDEFINES EXPECTED-DATE.
001550        10 EDT-YYYY              PIC X(04).
001560        10 EDT-SEP-1             PIC X(01).
001570        10 EDT-MM                PIC X(02).
001580        10 EDT-SEP-2             PIC X(01).
001590        10 EDT-DD                PIC X(02).
001600
001610 01  ACCUMULATORS.
001620     05 CNT-RECORDS-READ         PIC 9(07) COMP-3 VALUE 0.
001630     05 CNT-NEW-ORDERS           PIC 9(07) COMP-3 VALUE 0.
001640     05 CNT-REPLACED-ORDERS      PIC 9(07) COMP-3 VALUE 0.
001650     05 CNT-ADDED-TO-OPEN        PIC 9(07) COMP-3 VALUE 0.
001660     05 CNT-ALREADY-LOADED       PIC 9(07) COMP-3 VALUE 0.
001670     05 CNT-ZERO-QUANTITY        PIC 9(07) COMP-3 VALUE 0.
001680     05 CNT-NO-SUPPLIER          PIC 9(07) COMP-3 VALUE 0.
001690     05 CNT-WRITE-ERRORS         PIC 9(07) COMP-3 VALUE 0.
001700     05 CNT-UNITS-LOADED         PIC 9(09) COMP-3 VALUE 0.
001710
001720 01  LINE-COUNT-WORK.
001730     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001740     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001750     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001760
001770 01  CURRENT-DATE-WORK.
001780     05 CDW-DATE                 PIC 9(06).
001790     05 CDW-DATE-R  REDEFINES CDW-DATE.
001800        10 CDW-YY                PIC 9(02).
001810        10 CDW-MM                PIC 9(02).
001820        10 CDW-DD                PIC 9(02).
001830
001840 01  RUN-DATE-DDMMYY             PIC 9(06).
001850 01  RUN-DATE-DDMMYY-R REDEFINES RUN-DATE-DDMMYY.
001860     05 RDD-DD                   PIC 9(02).
001870     05 RDD-MM                   PIC 9(02).
001880     05 RDD-YY                   PIC 9(02).
001890
001900*****************************************************************
001910* REPORT LINE LAYOUTS                                           *
001920*****************************************************************
001930 01  HEADING-LINE-1.
001940     05 FILLER                   PIC X(01) VALUE SPACES.
001950     05 FILLER                   PIC X(40) VALUE
001960        'ACCEPTED PURCHASE ORDER LOAD REPORT'.
001970     05 FILLER                   PIC X(12) VALUE 'RUN DATE : '.
001980     05 HL1-RUN-DATE             PIC 99/99/99.
001990     05 FILLER                   PIC X(09) VALUE '  PAGE : '.
002000     05 HL1-PAGE-NUMBER          PIC ZZZZ9.
002010
002020 01  HEADING-LINE-2.
002030     05 FILLER                   PIC X(01) VALUE SPACES.
002040     05 FILLER                   PIC X(50) VALUE ALL '-'.
002050
002060 01  DETAIL-LINE-PARM.
002070     05 FILLER                   PIC X(01) VALUE SPACES.
002080     05 DLP-LABEL                PIC X(30).
002090     05 FILLER                   PIC X(02) VALUE SPACES.
002100     05 DLP-VALUE                PIC X(10).
002110
002120 01  COLUMN-HEADING-LINE.
002130     05 FILLER                   PIC X(01) VALUE SPACES.
002140     05 FILLER                   PIC X(54) VALUE
002150        'ITEM  SUPPLIER  DESCRIPTION'.
002160     05 FILLER                   PIC X(40) VALUE
002170        '  QTY  EXPECTED    ACTION'.
002180
002190 01  ORDER-DETAIL-LINE.
002200     05 FILLER                   PIC X(01) VALUE SPACES.
002210     05 ODL-ITEM-REFERENCE       PIC 9(04).
002220     05 FILLER                   PIC X(02) VALUE SPACES.
002230     05 ODL-SUPPLIER-REFERENCE   PIC 9(06).
002240     05 FILLER                   PIC X(04) VALUE SPACES.
002250     05 ODL-DESCRIPTION          PIC X(40).
002260     05 FILLER                   PIC X(01) VALUE SPACES.
002270     05 ODL-QUANTITY             PIC ZZZZ9.
002280     05 FILLER                   PIC X(02) VALUE SPACES.
002290     05 ODL-EXPECTED-DATE        PIC X(10).
002300     05 FILLER                   PIC X(02) VALUE SPACES.
002310     05 ODL-ACTION               PIC X(30).
002320
002330 01  DETAIL-LINE-COUNT.
002340     05 FILLER                   PIC X(01) VALUE SPACES.
002350     05 DLC-LABEL                PIC X(30).
002360     05 FILLER                   PIC X(02) VALUE SPACES.
002370     05 DLC-COUNT                PIC ZZ,ZZZ,ZZ9.
002380
002390 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002400
002410*****************************************************************
002420 LINKAGE SECTION.
002430*****************************************************************
002440 01  PARM-FIELD.
002450     05 PARM-LENGTH              PIC S9(04) COMP.
002460     05 PARM-DATA                PIC X(14).
002470*
002480 PROCEDURE DIVISION USING PARM-FIELD.
002490*****************************************************************
002500 0000-MAINLINE.
002510*****************************************************************
002520     PERFORM 1000-INITIALIZE
002530         THRU 1000-INITIALIZE-EXIT.
002540
002550     PERFORM 2000-PROCESS-ORDER
002560         THRU 2000-PROCESS-ORDER-EXIT
002570         UNTIL END-OF-ORDER-FEED.
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
002710
002720     OPEN INPUT  ORDER-FEED-FILE.
002730     IF NOT FS-ORDER-FEED-OK
002740         DISPLAY 'POLOAD - UNABLE TO OPEN ORDERIN, STATUS = '
002750                 FS-ORDER-FEED
002760         GO TO 1000-INITIALIZE-ABEND
002770     END-IF.
002780
002790     OPEN I-O    OPEN-ORDER-FILE.
002800     IF NOT FS-OPEN-ORDER-OK
002810         DISPLAY 'POLOAD - UNABLE TO OPEN OPENORD, STATUS = '
002820                 FS-OPEN-ORDER
002830         GO TO 1000-INITIALIZE-ABEND
002840     END-IF.
002850
002860     OPEN OUTPUT REPORT-FILE.
002870     IF NOT FS-REPORT-OK
002880         DISPLAY 'POLOAD - UNABLE TO OPEN RPTOUT, STATUS = '
002890                 FS-REPORT-FILE
002900         GO TO 1000-INITIALIZE-ABEND
002910     END-IF.
002920
002930     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
002940     MOVE CDW-DD                TO RDD-DD.
002950     MOVE CDW-MM                TO RDD-MM.
002960     MOVE CDW-YY                TO RDD-YY.
002970     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
002980
002990     PERFORM 7000-WRITE-PAGE-HEADINGS
003000         THRU 7000-WRITE-PAGE-HEADINGS-EXIT.
003010
003020     PERFORM 2100-READ-ORDER-FEED
003030         THRU 2100-READ-ORDER-FEED-EXIT.
003040
003050     GO TO 1000-INITIALIZE-EXIT.
003060
003070 1000-INITIALIZE-ABEND.
003080     MOVE 16 TO RETURN-CODE.
003090     GOBACK.
003100
003110 1000-INITIALIZE-EXIT.
003120     EXIT.
003130*****************************************************************
003140 1100-EDIT-RUN-PARM.
003150*****************************************************************
003160*    The PARM is the order date (yyyy-mm-dd), a space, and the
003170*    lead time in days (1-3 digits). A missing or malformed
003180*    half stops the run - orders loaded with no expected date
003190*    would never show as overdue.
003200     IF PARM-LENGTH < 12 OR PARM-LENGTH > 14
003210         DISPLAY 'POLOAD - PARM MUST BE ORDER DATE AND LEAD TIME '
003220                 '(E.G. 2026-09-03 14)'
003230         GO TO 1100-EDIT-RUN-PARM-ABEND
003240     END-IF.
003250
003260     IF PARM-DATA (5:1) NOT = '-' OR PARM-DATA (8:1) NOT = '-'
003270        OR PARM-DATA (11:1) NOT = ' '
003280         DISPLAY 'POLOAD - PARM IS NOT A DATE: ' PARM-DATA
003290         GO TO 1100-EDIT-RUN-PARM-ABEND
003300     END-IF.
003310
003320     MOVE PARM-DATA (1:10) TO ORDER-DATE.
003330     MOVE ODT-YYYY TO OYM-YYYY.
003340     MOVE ODT-MM   TO OYM-MM.
003350     MOVE ODT-DD   TO OYM-DD.
003360     IF ORDER-YYYYMMDD IS NOT NUMERIC
003370         DISPLAY 'POLOAD - PARM IS NOT A DATE: ' PARM-DATA
003380         GO TO 1100-EDIT-RUN-PARM-ABEND
003390     END-IF.
003400
003410     COMPUTE PARM-LEAD-LEN = PARM-LENGTH - 11.
003420     MOVE ALL '0' TO PARM-LEAD-X.
003430     MOVE PARM-DATA (12:PARM-LEAD-LEN)
003440         TO PARM-LEAD-X (4 - PARM-LEAD-LEN:PARM-LEAD-LEN).
003450     IF PARM-LEAD-9 IS NOT NUMERIC
003460         DISPLAY 'POLOAD - LEAD TIME NOT NUMERIC: '
003470                 PARM-DATA
003480         GO TO 1100-EDIT-RUN-PARM-ABEND
003490     END-IF.
003500     MOVE PARM-LEAD-9 TO LEAD-TIME-DAYS.
003510
003520     COMPUTE EXPECTED-INTEGER =
003530         FUNCTION INTEGER-OF-DATE (ORDER-YYYYMMDD)
003540             + LEAD-TIME-DAYS.
003550     MOVE FUNCTION DATE-OF-INTEGER (EXPECTED-INTEGER)
003560         TO EXPECTED-YYYYMMDD.
003570     MOVE EYM-YYYY TO EDT-YYYY.
003580     MOVE EYM-MM   TO EDT-MM.
003590     MOVE EYM-DD   TO EDT-DD.
003600     MOVE '-'      TO EDT-SEP-1 EDT-SEP-2.
003610
003620     GO TO 1100-EDIT-RUN-PARM-EXIT.
003630
003640 1100-EDIT-RUN-PARM-ABEND.
003650     MOVE 16 TO RETURN-CODE.
003660     GOBACK.
003670
003680 1100-EDIT-RUN-PARM-EXIT.
003690     EXIT.
003700*****************************************************************
003710 2000-PROCESS-ORDER.
003720*****************************************************************
003730     MOVE SUG-STOCK-ITEM-REFERENCE   TO ODL-ITEM-REFERENCE.
003740     MOVE SUG-SUPPLIER-REFERENCE     TO ODL-SUPPLIER-REFERENCE.
003750     MOVE SUG-DESCRIPTION            TO ODL-DESCRIPTION.
003760     MOVE SUG-SUGGESTED-QUANTITY     TO ODL-QUANTITY.
003770     MOVE EXPECTED-DATE              TO ODL-EXPECTED-DATE.
003780
003790     IF SUG-SUGGESTED-QUANTITY = 0
003800         ADD 1 TO CNT-ZERO-QUANTITY
003810         MOVE 'REJECTED - ZERO QUANTITY' TO ODL-ACTION
003820         GO TO 2000-PROCESS-ORDER-PRINT
003830     END-IF.
003840
003850     IF SUG-SUPPLIER-REFERENCE = 0
003860         ADD 1 TO CNT-NO-SUPPLIER
003870         MOVE 'REJECTED - NO SUPPLIER' TO ODL-ACTION
003880         GO TO 2000-PROCESS-ORDER-PRINT
003890     END-IF.
003900
003910     MOVE SUG-STOCK-ITEM-REFERENCE   TO OPO-STOCK-ITEM-REFERENCE.
003920     MOVE SUG-SUPPLIER-REFERENCE     TO OPO-SUPPLIER-REFERENCE.
003930     READ OPEN-ORDER-FILE
003940         INVALID KEY
003950             PERFORM 3100-WRITE-NEW-ORDER
003960                 THRU 3100-WRITE-NEW-ORDER-EXIT
003970             GO TO 2000-PROCESS-ORDER-PRINT
003980     END-READ.
003990
004000     IF NOT FS-OPEN-ORDER-OK
004010         DISPLAY 'POLOAD - OPENORD READ ERROR, STATUS = '
004020                 FS-OPEN-ORDER ' ITEM = ' SUG-STOCK-ITEM-REFERENCE
004030         ADD 1 TO CNT-WRITE-ERRORS
004040         MOVE 'NOT LOADED - OPENORD READ ERROR' TO ODL-ACTION
004050         GO TO 2000-PROCESS-ORDER-PRINT
004060     END-IF.
004070
004080*    A rerun of a load already made for this order date finds
004090*    its own work on file - leave it as it is.
004100     IF OPO-LAST-LOADED-DATE = ORDER-DATE
004110         ADD 1 TO CNT-ALREADY-LOADED
004120         MOVE 'SKIPPED - ALREADY LOADED' TO ODL-ACTION
004130         GO TO 2000-PROCESS-ORDER-PRINT
004140     END-IF.
004150
004160     IF OPO-STATUS-CLOSED
004170         PERFORM 3200-REPLACE-CLOSED-ORDER
004180             THRU 3200-REPLACE-CLOSED-ORDER-EXIT
004190     ELSE
004200         PERFORM 3300-ADD-TO-OPEN-ORDER
004210             THRU 3300-ADD-TO-OPEN-ORDER-EXIT
004220     END-IF.
004230
004240 2000-PROCESS-ORDER-PRINT.
004250     MOVE ORDER-DETAIL-LINE          TO REPORT-LINE.
004260     PERFORM 7500-WRITE-REPORT-LINE
004270         THRU 7500-WRITE-REPORT-LINE-EXIT.
004280
004290     PERFORM 2100-READ-ORDER-FEED
004300         THRU 2100-READ-ORDER-FEED-EXIT.
004310
004320 2000-PROCESS-ORDER-EXIT.
004330     EXIT.
004340*****************************************************************
004350 2100-READ-ORDER-FEED.
004360*****************************************************************
004370     READ ORDER-FEED-FILE
004380         AT END
004390             SET END-OF-ORDER-FEED TO TRUE
004400             GO TO 2100-READ-ORDER-FEED-EXIT
004410     END-READ.
004420
004430     IF NOT FS-ORDER-FEED-OK
004440         DISPLAY 'POLOAD - ORDERIN READ ERROR, STATUS = '
004450                 FS-ORDER-FEED
004460         SET END-OF-ORDER-FEED TO TRUE
004470         GO TO 2100-READ-ORDER-FEED-EXIT
004480     END-IF.
004490
004500     ADD 1 TO CNT-RECORDS-READ.
004510
004520 2100-READ-ORDER-FEED-EXIT.
004530     EXIT.
004540*****************************************************************
004550 3000-BUILD-NEW-ORDER.
004560*****************************************************************
004570*    Lay a fresh open order over the record area - the key is
004580*    already in place.
004590     MOVE SUG-DESCRIPTION            TO OPO-DESCRIPTION.
004600     MOVE SUG-SUGGESTED-QUANTITY     TO OPO-ORDER-QUANTITY.
004610     MOVE 0                          TO OPO-RECEIVED-QUANTITY.
004620     MOVE ORDER-DATE                 TO OPO-ORDER-DATE.
004630     MOVE EXPECTED-DATE              TO OPO-EXPECTED-DATE.
004640     MOVE ORDER-DATE                 TO OPO-LAST-LOADED-DATE.
004650     SET OPO-STATUS-OPEN             TO TRUE.
004660     MOVE SPACES TO OPO-LAST-RECEIPT-DATE-TIME.
004670
004680 3000-BUILD-NEW-ORDER-EXIT.
004690     EXIT.
004700*****************************************************************
004710 3100-WRITE-NEW-ORDER.
004720*****************************************************************
004730     PERFORM 3000-BUILD-NEW-ORDER
004740         THRU 3000-BUILD-NEW-ORDER-EXIT.
004750
004760     WRITE OPEN-ORDER-RECORD.
004770     IF NOT FS-OPEN-ORDER-OK
004780         DISPLAY 'POLOAD - OPENORD WRITE ERROR, STATUS = '
004790                 FS-OPEN-ORDER ' ITEM = ' OPO-STOCK-ITEM-REFERENCE
004800         ADD 1 TO CNT-WRITE-ERRORS
004810         MOVE 'NOT LOADED - OPENORD WRITE ERROR' TO ODL-ACTION
004820         GO TO 3100-WRITE-NEW-ORDER-EXIT
004830     END-IF.
004840
004850     ADD 1 TO CNT-NEW-ORDERS.
004860     ADD SUG-SUGGESTED-QUANTITY TO CNT-UNITS-LOADED.
004870     MOVE 'NEW ORDER'                TO ODL-ACTION.
004880
004890 3100-WRITE-NEW-ORDER-EXIT.
004900     EXIT.
004910*****************************************************************
004920 3200-REPLACE-CLOSED-ORDER.
004930*****************************************************************
004940*    The order on file has been received in full - the new
004950*    order takes its place.
004960     PERFORM 3000-BUILD-NEW-ORDER
004970         THRU 3000-BUILD-NEW-ORDER-EXIT.
004980
004990     REWRITE OPEN-ORDER-RECORD.
005000     IF NOT FS-OPEN-ORDER-OK
005010         DISPLAY 'POLOAD - OPENORD REWRITE ERROR, STATUS = '
005020                 FS-OPEN-ORDER ' ITEM = ' OPO-STOCK-ITEM-REFERENCE
005030         ADD 1 TO CNT-WRITE-ERRORS
005040         MOVE 'NOT LOADED - OPENORD REWRITE ERROR' TO ODL-ACTION
005050         GO TO 3200-REPLACE-CLOSED-ORDER-EXIT
005060     END-IF.
005070
005080     ADD 1 TO CNT-REPLACED-ORDERS.
005090     ADD SUG-SUGGESTED-QUANTITY TO CNT-UNITS-LOADED.
005100     MOVE 'NEW ORDER - CLOSED ORDER REPLACED' TO ODL-ACTION.
005110
005120 3200-REPLACE-CLOSED-ORDER-EXIT.
005130     EXIT.
005140*****************************************************************
005150 3300-ADD-TO-OPEN-ORDER.
005160*****************************************************************
005170*    The supplier still owes stock on the order on file - the
005180*    new quantity is added to it. The order date and anything
005190*    already received stand; the expected date moves out if
005200*    the new order is due later.
005210     ADD SUG-SUGGESTED-QUANTITY      TO OPO-ORDER-QUANTITY.
005220     IF EXPECTED-DATE > OPO-EXPECTED-DATE
005230         MOVE EXPECTED-DATE          TO OPO-EXPECTED-DATE
005240     END-IF.
005250     MOVE ORDER-DATE                 TO OPO-LAST-LOADED-DATE.
005260
005270     REWRITE OPEN-ORDER-RECORD.
005280     IF NOT FS-OPEN-ORDER-OK
005290         DISPLAY 'POLOAD - OPENORD REWRITE ERROR, STATUS = '
005300                 FS-OPEN-ORDER ' ITEM = ' OPO-STOCK-ITEM-REFERENCE
005310         ADD 1 TO CNT-WRITE-ERRORS
005320         MOVE 'NOT LOADED - OPENORD REWRITE ERROR' TO ODL-ACTION
005330         GO TO 3300-ADD-TO-OPEN-ORDER-EXIT
005340     END-IF.
005350
005360     ADD 1 TO CNT-ADDED-TO-OPEN.
005370     ADD SUG-SUGGESTED-QUANTITY TO CNT-UNITS-LOADED.
005380     MOVE 'ADDED TO OPEN ORDER'      TO ODL-ACTION.
005390
005400 3300-ADD-TO-OPEN-ORDER-EXIT.
005410     EXIT.
005420*****************************************************************
005430 7000-WRITE-PAGE-HEADINGS.
005440*****************************************************************
005450     ADD 1 TO PAGE-NUMBER.
005460     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
005470     MOVE HEADING-LINE-1       TO REPORT-LINE.
005480     PERFORM 7500-WRITE-REPORT-LINE
005490         THRU 7500-WRITE-REPORT-LINE-EXIT.
005500     MOVE HEADING-LINE-2       TO REPORT-LINE.
005510     PERFORM 7500-WRITE-REPORT-LINE
005520         THRU 7500-WRITE-REPORT-LINE-EXIT.
005530
005540     MOVE 'ORDER DATE'                   TO DLP-LABEL.
005550     MOVE ORDER-DATE                     TO DLP-VALUE.
005560     MOVE DETAIL-LINE-PARM               TO REPORT-LINE.
005570     PERFORM 7500-WRITE-REPORT-LINE
005580         THRU 7500-WRITE-REPORT-LINE-EXIT.
005590
005600     MOVE 'LEAD TIME DAYS'               TO DLP-LABEL.
005610     MOVE SPACES                         TO DLP-VALUE.
005620     MOVE LEAD-TIME-DAYS                 TO DLP-VALUE (1:3).
005630     MOVE DETAIL-LINE-PARM               TO REPORT-LINE.
005640     PERFORM 7500-WRITE-REPORT-LINE
005650         THRU 7500-WRITE-REPORT-LINE-EXIT.
005660
005670     MOVE 'EXPECTED DATE'                TO DLP-LABEL.
005680     MOVE EXPECTED-DATE                  TO DLP-VALUE.
005690     MOVE DETAIL-LINE-PARM               TO REPORT-LINE.
005700     PERFORM 7500-WRITE-REPORT-LINE
005710         THRU 7500-WRITE-REPORT-LINE-EXIT.
005720
005730     MOVE BLANK-LINE                     TO REPORT-LINE.
005740     PERFORM 7500-WRITE-REPORT-LINE
005750         THRU 7500-WRITE-REPORT-LINE-EXIT.
005760     MOVE COLUMN-HEADING-LINE            TO REPORT-LINE.
005770     PERFORM 7500-WRITE-REPORT-LINE
005780         THRU 7500-WRITE-REPORT-LINE-EXIT.
005790
005800 7000-WRITE-PAGE-HEADINGS-EXIT.
005810     EXIT.
005820*****************************************************************
005830 7500-WRITE-REPORT-LINE.
005840*****************************************************************
005850     WRITE REPORT-LINE.
005860     ADD 1 TO LINES-ON-PAGE.
005870
005880 7500-WRITE-REPORT-LINE-EXIT.
005890     EXIT.
005900*****************************************************************
005910 8000-TERMINATE.
005920*****************************************************************
005930     MOVE BLANK-LINE                     TO REPORT-LINE.
005940     PERFORM 7500-WRITE-REPORT-LINE
005950         THRU 7500-WRITE-REPORT-LINE-EXIT.
005960
005970     MOVE 'ACCEPTED ORDERS READ'         TO DLC-LABEL.
005980     MOVE CNT-RECORDS-READ               TO DLC-COUNT.
005990     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006000     PERFORM 7500-WRITE-REPORT-LINE
006010         THRU 7500-WRITE-REPORT-LINE-EXIT.
006020
006030     MOVE 'NEW OPEN ORDERS'              TO DLC-LABEL.
006040     MOVE CNT-NEW-ORDERS                 TO DLC-COUNT.
006050     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006060     PERFORM 7500-WRITE-REPORT-LINE
006070         THRU 7500-WRITE-REPORT-LINE-EXIT.
006080
006090     MOVE 'CLOSED ORDERS REPLACED'       TO DLC-LABEL.
006100     MOVE CNT-REPLACED-ORDERS            TO DLC-COUNT.
006110     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006120     PERFORM 7500-WRITE-REPORT-LINE
006130         THRU 7500-WRITE-REPORT-LINE-EXIT.
006140
006150     MOVE 'ADDED TO OPEN ORDERS'         TO DLC-LABEL.
006160     MOVE CNT-ADDED-TO-OPEN              TO DLC-COUNT.
006170     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006180     PERFORM 7500-WRITE-REPORT-LINE
006190         THRU 7500-WRITE-REPORT-LINE-EXIT.
006200
006210     MOVE 'ALREADY LOADED - SKIPPED'     TO DLC-LABEL.
006220     MOVE CNT-ALREADY-LOADED             TO DLC-COUNT.
006230     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006240     PERFORM 7500-WRITE-REPORT-LINE
006250         THRU 7500-WRITE-REPORT-LINE-EXIT.
006260
006270     MOVE 'REJECTED - ZERO QUANTITY'     TO DLC-LABEL.
006280     MOVE CNT-ZERO-QUANTITY              TO DLC-COUNT.
006290     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006300     PERFORM 7500-WRITE-REPORT-LINE
006310         THRU 7500-WRITE-REPORT-LINE-EXIT.
006320
006330     MOVE 'REJECTED - NO SUPPLIER'       TO DLC-LABEL.
006340     MOVE CNT-NO-SUPPLIER                TO DLC-COUNT.
006350     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006360     PERFORM 7500-WRITE-REPORT-LINE
006370         THRU 7500-WRITE-REPORT-LINE-EXIT.
006380
006390     MOVE 'OPENORD I/O ERRORS'           TO DLC-LABEL.
006400     MOVE CNT-WRITE-ERRORS               TO DLC-COUNT.
006410     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006420     PERFORM 7500-WRITE-REPORT-LINE
006430         THRU 7500-WRITE-REPORT-LINE-EXIT.
006440
006450     MOVE 'TOTAL UNITS LOADED'           TO DLC-LABEL.
006460     MOVE CNT-UNITS-LOADED               TO DLC-COUNT.
006470     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
006480     PERFORM 7500-WRITE-REPORT-LINE
006490         THRU 7500-WRITE-REPORT-LINE-EXIT.
006500
006510     CLOSE ORDER-FEED-FILE.
006520     CLOSE OPEN-ORDER-FILE.
006530     CLOSE REPORT-FILE.
006540
006550*    Orders the file would not take are a reason to look at
006560*    the job before anyone relies on the open order file.
006570     IF CNT-WRITE-ERRORS > 0
006580         MOVE 8 TO RETURN-CODE
006590     END-IF.
006600
006610 8000-TERMINATE-EXIT.
006620     EXIT.
