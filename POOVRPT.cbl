000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    POOVRPT.
000030 AUTHOR.        APPLICATION SUPPORT.
000040 INSTALLATION.  DISTRIBUTION SYSTEMS.
000050 DATE-WRITTEN.  07/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* MODULE NAME  = POOVRPT                                        *
000100*                                                               *
000110* DESCRIPTIVE NAME = Overdue purchase orders by supplier        *
000120*                                                               *
000130*     This program lists every purchase order on the OPENORD    *
000140*     open order file (see OPORDREC) that is past its expected  *
000150*     date and not yet received in full, grouped by supplier,   *
000160*     so the buyers can chase each supplier from our own        *
000170*     record of what is owed. The input is OPENORD unloaded     *
000180*     and sorted into supplier order with the item reference    *
000190*     as a minor key - the job's sort step does that and drops  *
000200*     the closed orders.                                        *
000210*                                                               *
000220*     Each supplier group is headed with the supplier's name    *
000230*     from the SUPPMSTR master, followed by one line per        *
000240*     overdue order - quantity ordered, received and still      *
000250*     owed, order and expected dates and the days overdue - and *
000260*     a group total. Grand totals close the report.             *
000270*                                                               *
000280*     The run parameter (JCL PARM=) is the business date the    *
000290*     orders are judged against (yyyy-mm-dd). An order is       *
000300*     overdue when its expected date is before that date.       *
000310*                                                               *
000320* NOTES :                                                       *
000330*  DEPENDENCIES = None                                          *
000340*  RESTRICTIONS = The input must be sorted by supplier          *
000350*                 reference and item reference.                 *
000360*  REGISTER CONVENTIONS = Normal                                *
000370*  MODULE TYPE = Executable                                     *
000380*  PROCESSOR = COBOL                                            *
000390*  ATTRIBUTES = Read only                                       *
000400*                                                               *
000410*---------------------------------------------------------------*
000420*                                                               *
000430* CHANGE ACTIVITY :                                             *
000440*                                                               *
000450*  2026-10-07  APPMAINT  New program.                           *
000460*                                                               *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  IBM-370.
000510 OBJECT-COMPUTER.  IBM-370.
000520 SPECIAL-NAMES.    C01 IS TO-NEW-PAGE.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPEN-ORDER-FILE ASSIGN TO ORDERIN
000560            ORGANIZATION IS SEQUENTIAL
000570            ACCESS MODE IS SEQUENTIAL
000580            FILE STATUS IS FS-OPEN-ORDER.
000590
000600     SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPPMSTR
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS RANDOM
000630            RECORD KEY IS SM-SUPPLIER-REFERENCE
000640            FILE STATUS IS FS-SUPPLIER-MASTER.
000650
000660     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000670            ORGANIZATION IS SEQUENTIAL
000680            ACCESS MODE IS SEQUENTIAL
000690            FILE STATUS IS FS-REPORT-FILE.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*****************************************************************
000740 FD  OPEN-ORDER-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  OPEN-ORDER-RECORD.
000780     COPY OPORDREC.
000790*****************************************************************
000800 FD  SUPPLIER-MASTER-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  SUPPLIER-MASTER-RECORD.
000830     COPY SUPPMSTR.
000840*****************************************************************
000850 FD  REPORT-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  REPORT-LINE                PIC X(133).
000890*****************************************************************
000900 WORKING-STORAGE SECTION.
000910*****************************************************************
000920 77  WS-FILLER-77                PIC X(01) VALUE SPACES.
000930
000940 01  FILE-STATUS-SWITCHES.
000950     05 FS-OPEN-ORDER            PIC X(02) VALUE '00'.
000960        88 FS-OPEN-ORDER-OK           VALUE '00'.
000970        88 FS-OPEN-ORDER-AT-END       VALUE '10'.
000980     05 FS-SUPPLIER-MASTER       PIC X(02) VALUE '00'.
000990        88 FS-SUPPLIER-OK             VALUE '00'.
001000        88 FS-SUPPLIER-NOTFND         VALUE '23'.
001010     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001020        88 FS-REPORT-OK               VALUE '00'.
001030
001040 01  PROGRAM-SWITCHES.
001050     05 SW-END-OF-OPEN-ORDERS    PIC X(01) VALUE 'N'.
001060        88 END-OF-OPEN-ORDERS         VALUE 'Y'.
001070     05 SW-GROUP-OPEN            PIC X(01) VALUE 'N'.
001080        88 GROUP-OPEN                 VALUE 'Y'.
001090        88 NO-GROUP-OPEN              VALUE 'N'.
001100
001110*    The business date the orders are judged against, from the
001120*    JCL PARM, and the same date as a day number for working
001130*    out how late each order is.
001140 01  RUN-PARM-WORK.
001150     05 BUSINESS-DATE            PIC X(10).
001160     05 BUSINESS-DATE-R REDEFINES BUSINESS-DATE.
001170        10 BDT-YYYY              PIC X(04).
001180        10 FILLER                PIC X(01).
001190        10 BDT-MM                PIC X(02).
001200        10 FILLER                PIC X(01).
001210        10 BDT-DD                PIC X(02).
001220     05 BUSINESS-YYYYMMDD        PIC 9(08).
001230     05 BUSINESS-YYYYMMDD-R REDEFINES BUSINESS-YYYYMMDD.
001240        10 BYM-YYYY              PIC X(04).
001250        10 BYM-MM                PIC X(02).
001260        10 BYM-DD                PIC X(02).
001270     05 BUSINESS-INTEGER         PIC 9(08) COMP.
001280
001290 01  OVERDUE-WORK.
001300     05 EXPECTED-YYYYMMDD        PIC 9(08).
001310     05 EXPECTED-YYYYMMDD-R REDEFINES EXPECTED-YYYYMMDD.
001320        10 EYM-YYYY              PIC X(04).
001330        10 EYM-MM                PIC X(02).
001340        10 EYM-DD                PIC X(02).
001350     05 DAYS-OVERDUE             PIC 9(05).
001360     05 OPEN-ON-ORDER            PIC 9(05).
001370
001380*    The supplier group the report is positioned on
001390 01  GROUP-WORK.
001400     05 GROUP-SUPPLIER-REFERENCE PIC 9(06).
001410     05 GRP-ORDER-COUNT          PIC 9(05) COMP-3 VALUE 0.
001420     05 GRP-OPEN-UNITS           PIC 9(07) COMP-3 VALUE 0.
001430
001440 01  ACCUMULATORS.
001450     05 CNT-ORDERS-READ          PIC 9(07) COMP-3 VALUE 0.
001460     05 CNT-CLOSED-SKIPPED       PIC 9(07) COMP-3 VALUE 0.
001470     05 CNT-NOT-YET-DUE          PIC 9(07) COMP-3 VALUE 0.
001480     05 CNT-OVERDUE-ORDERS       PIC 9(07) COMP-3 VALUE 0.
001490     05 CNT-SUPPLIER-GROUPS      PIC 9(07) COMP-3 VALUE 0.
001500     05 CNT-OVERDUE-UNITS        PIC 9(09) COMP-3 VALUE 0.
001510
001520 01  LINE-COUNT-WORK.
001530     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001540     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001550     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001560
001570 01  CURRENT-DATE-WORK.
001580     05 CDW-DATE                 PIC 9(06).
001590     05 CDW-DATE-R  REDEFINES CDW-DATE.
001600        10 CDW-YY                PIC 9(02).
001610        10 CDW-MM                PIC 9(02).
001620        10 CDW-DD                PIC 9(02).
001630
001640 01  RUN-DATE-DDMMYY             PIC 9(06).
001650 01  RUN-DATE-DDMMYY-R REDEFINES RUN-DATE-DDMMYY.
001660     05 RDD-DD                   PIC 9(02).
001670     05 RDD-MM                   PIC 9(02).
001680     05 RDD-YY                   PIC 9(02).
001690
001700*****************************************************************
001710* REPORT LINE LAYOUTS                                           *
001720*****************************************************************
001730 01  HEADING-LINE-1.
001740     05 FILLER                   PIC X(01) VALUE SPACES.
001750     05 FILLER                   PIC X(40) VALUE
001760        'OVERDUE PURCHASE ORDERS BY SUPPLIER'.
001770     05 FILLER                   PIC X(12) VALUE 'RUN DATE : '.
001780     05 HL1-RUN-DATE             PIC 99/99/99.
001790     05 FILLER                   PIC X(09) VALUE '  PAGE : '.
001800     05 HL1-PAGE-NUMBER          PIC ZZZZ9.
001810
001820 01  HEADING-LINE-2.
001830     05 FILLER                   PIC X(01) VALUE SPACES.
001840     05 FILLER                   PIC X(50) VALUE ALL '-'.
001850
001860 01  DETAIL-LINE-PARM.
001870     05 FILLER                   PIC X(01) VALUE SPACES.
001880     05 DLP-LABEL                PIC X(30).
001890     05 FILLER                   PIC X(02) VALUE SPACES.
001900     05 DLP-VALUE                PIC X(10).
001910
001920 01  SUPPLIER-HEADING-LINE.
001930     05 FILLER                   PIC X(01) VALUE SPACES.
001940     05 FILLER                   PIC X(10) VALUE 'SUPPLIER: '.
001950     05 SHL-SUPPLIER-REFERENCE   PIC 9(06).
001960     05 FILLER                   PIC X(02) VALUE SPACES.
001970     05 SHL-SUPPLIER-NAME        PIC X(40).
001980
001990 01  COLUMN-HEADING-LINE.
002000     05 FILLER                   PIC X(01) VALUE SPACES.
002010     05 FILLER                   PIC X(47) VALUE
002020        'ITEM  DESCRIPTION'.
002030     05 FILLER                   PIC X(60) VALUE
002040        '  QTY  RECVD   OPEN  ORDERED     EXPECTED     LATE'.
002050
002060 01  OVERDUE-DETAIL-LINE.
002070     05 FILLER                   PIC X(01) VALUE SPACES.
002080     05 ODL-ITEM-REFERENCE       PIC 9(04).
002090     05 FILLER                   PIC X(02) VALUE SPACES.
002100     05 ODL-DESCRIPTION          PIC X(40).
002110     05 FILLER                   PIC X(02) VALUE SPACES.
002120     05 ODL-ORDER-QUANTITY       PIC ZZZZ9.
002130     05 FILLER                   PIC X(02) VALUE SPACES.
002140     05 ODL-RECEIVED-QUANTITY    PIC ZZZZ9.
002150     05 FILLER                   PIC X(02) VALUE SPACES.
002160     05 ODL-OPEN-QUANTITY        PIC ZZZZ9.
002170     05 FILLER                   PIC X(02) VALUE SPACES.
002180     05 ODL-ORDER-DATE           PIC X(10).
002190     05 FILLER                   PIC X(02) VALUE SPACES.
002200     05 ODL-EXPECTED-DATE        PIC X(10).
002210     05 FILLER                   PIC X(02) VALUE SPACES.
002220     05 ODL-DAYS-OVERDUE         PIC ZZZZ9.
002230
002240 01  GROUP-TOTAL-LINE.
002250     05 FILLER                   PIC X(01) VALUE SPACES.
002260     05 FILLER                   PIC X(16) VALUE
002270        'SUPPLIER TOTAL: '.
002280     05 GTL-ORDER-COUNT          PIC ZZZZ9.
002290     05 FILLER                   PIC X(10) VALUE ' ORDER(S) '.
002300     05 GTL-OPEN-UNITS           PIC ZZ,ZZZ,ZZ9.
002310     05 FILLER                   PIC X(16) VALUE
002320        ' UNITS OVERDUE'.
002330
002340 01  DETAIL-LINE-COUNT.
002350     05 FILLER                   PIC X(01) VALUE SPACES.
002360     05 DLC-LABEL                PIC X(30).
002370     05 FILLER                   PIC X(02) VALUE SPACES.
002380     05 DLC-COUNT                PIC ZZ,ZZZ,ZZ9.
002390
002400 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002410
002420*****************************************************************
002430 LINKAGE SECTION.
002440*****************************************************************
002450 01  PARM-FIELD.
002460     05 PARM-LENGTH              PIC S9(04) COMP.
002470     05 PARM-DATA                PIC X(10).
002480*
002490 PROCEDURE DIVISION USING PARM-FIELD.
002500*****************************************************************
002510 0000-MAINLINE.
002520*****************************************************************
002530     PERFORM 1000-INITIALIZE
002540         THRU 1000-INITIALIZE-EXIT.
002550
002560     PERFORM 2000-PROCESS-OPEN-ORDER
002570         THRU 2000-PROCESS-OPEN-ORDER-EXIT
002580         UNTIL END-OF-OPEN-ORDERS.
002590
002600*    Close out the last supplier group on the file.
002610     IF GROUP-OPEN
002620         PERFORM 3200-CLOSE-SUPPLIER-GROUP
002630             THRU 3200-CLOSE-SUPPLIER-GROUP-EXIT
002640     END-IF.
002650
002660     PERFORM 8000-TERMINATE
002670         THRU 8000-TERMINATE-EXIT.
002680
002690     GOBACK.
002700
002710 0000-MAINLINE-EXIT.
002720     EXIT.
002730*****************************************************************
002740 1000-INITIALIZE.
002750*****************************************************************
002760     PERFORM 1100-EDIT-DATE-PARM
002770         THRU 1100-EDIT-DATE-PARM-EXIT.
002780
002790     OPEN INPUT  OPEN-ORDER-FILE.
002800     IF NOT FS-OPEN-ORDER-OK
002810         DISPLAY 'POOVRPT - UNABLE TO OPEN ORDERIN, STATUS = '
002820                 FS-OPEN-ORDER
002830         GO TO 1000-INITIALIZE-ABEND
002840     END-IF.
002850
002860     OPEN INPUT  SUPPLIER-MASTER-FILE.
002870     IF NOT FS-SUPPLIER-OK
002880         DISPLAY 'POOVRPT - UNABLE TO OPEN SUPPMSTR, STATUS = '
002890                 FS-SUPPLIER-MASTER
002900         GO TO 1000-INITIALIZE-ABEND
002910     END-IF.
002920
002930     OPEN OUTPUT REPORT-FILE.
002940     IF NOT FS-REPORT-OK
002950         DISPLAY 'POOVRPT - UNABLE TO OPEN RPTOUT, STATUS = '
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
003060     PERFORM 7000-WRITE-PAGE-HEADINGS
003070         THRU 7000-WRITE-PAGE-HEADINGS-EXIT.
003080
003090     PERFORM 2100-READ-OPEN-ORDER
003100         THRU 2100-READ-OPEN-ORDER-EXIT.
003110
003120     GO TO 1000-INITIALIZE-EXIT.
003130
003140 1000-INITIALIZE-ABEND.
003150     MOVE 16 TO RETURN-CODE.
003160     GOBACK.
003170
003180 1000-INITIALIZE-EXIT.
003190     EXIT.
003200*****************************************************************
003210 1100-EDIT-DATE-PARM.
003220*****************************************************************
003230*    The business date arrives as the JCL PARM, yyyy-mm-dd. A
003240*    missing or malformed date stops the run - with no date
003250*    to judge against every order would look on time.
003260     IF PARM-LENGTH NOT = 10
003270         DISPLAY 'POOVRPT - PARM MUST BE THE BUSINESS DATE '
003280                 '(YYYY-MM-DD)'
003290         GO TO 1100-EDIT-DATE-PARM-ABEND
003300     END-IF.
003310
003320     IF PARM-DATA (5:1) NOT = '-' OR PARM-DATA (8:1) NOT = '-'
003330         DISPLAY 'POOVRPT - PARM IS NOT A DATE: ' PARM-DATA
003340         GO TO 1100-EDIT-DATE-PARM-ABEND
003350     END-IF.
003360
003370     MOVE PARM-DATA TO BUSINESS-DATE.
003380     MOVE BDT-YYYY  TO BYM-YYYY.
003390     MOVE BDT-MM    TO BYM-MM.
003400     MOVE BDT-DD    TO BYM-DD.
003410     IF BUSINESS-YYYYMMDD IS NOT NUMERIC
003420         DISPLAY 'POOVRPT - PARM IS NOT A DATE: ' PARM-DATA
003430         GO TO 1100-EDIT-DATE-PARM-ABEND
003440     END-IF.
003450     COMPUTE BUSINESS-INTEGER =
003460         FUNCTION INTEGER-OF-DATE (BUSINESS-YYYYMMDD).
003470
003480     GO TO 1100-EDIT-DATE-PARM-EXIT.
003490
003500 1100-EDIT-DATE-PARM-ABEND.
003510     MOVE 16 TO RETURN-CODE.
003520     GOBACK.
003530
003540 1100-EDIT-DATE-PARM-EXIT.
003550     EXIT.
003560*****************************************************************
003570 2000-PROCESS-OPEN-ORDER.
003580*****************************************************************
003590*    The sort step should drop closed orders, but one that
003600*    slips through owes nothing and is not listed. An order
003610*    due today or later is not yet overdue.
003620     IF OPO-STATUS-CLOSED
003630        OR OPO-RECEIVED-QUANTITY NOT < OPO-ORDER-QUANTITY
003640         ADD 1 TO CNT-CLOSED-SKIPPED
003650         GO TO 2000-PROCESS-OPEN-ORDER-NEXT
003660     END-IF.
003670
003680     IF OPO-EXPECTED-DATE NOT < BUSINESS-DATE
003690         ADD 1 TO CNT-NOT-YET-DUE
003700         GO TO 2000-PROCESS-OPEN-ORDER-NEXT
003710     END-IF.
003720
003730*    Control break on the supplier reference - the input is
003740*    sorted into supplier order by the job's sort step.
003750     EVALUATE TRUE
003760         WHEN NO-GROUP-OPEN
003770             PERFORM 3100-OPEN-SUPPLIER-GROUP
003780                 THRU 3100-OPEN-SUPPLIER-GROUP-EXIT
003790         WHEN OPO-SUPPLIER-REFERENCE
003800                 NOT = GROUP-SUPPLIER-REFERENCE
003810             PERFORM 3200-CLOSE-SUPPLIER-GROUP
003820                 THRU 3200-CLOSE-SUPPLIER-GROUP-EXIT
003830             PERFORM 3100-OPEN-SUPPLIER-GROUP
003840                 THRU 3100-OPEN-SUPPLIER-GROUP-EXIT
003850     END-EVALUATE.
003860
003870     PERFORM 3300-WRITE-OVERDUE-DETAIL
003880         THRU 3300-WRITE-OVERDUE-DETAIL-EXIT.
003890
003900 2000-PROCESS-OPEN-ORDER-NEXT.
003910     PERFORM 2100-READ-OPEN-ORDER
003920         THRU 2100-READ-OPEN-ORDER-EXIT.
003930
003940 2000-PROCESS-OPEN-ORDER-EXIT.
003950     EXIT.
003960*****************************************************************
003970 2100-READ-OPEN-ORDER.
003980*****************************************************************
003990     READ OPEN-ORDER-FILE
004000         AT END
004010             SET END-OF-OPEN-ORDERS TO TRUE
004020             GO TO 2100-READ-OPEN-ORDER-EXIT
004030     END-READ.
004040
004050     IF NOT FS-OPEN-ORDER-OK
004060         DISPLAY 'POOVRPT - ORDERIN READ ERROR, STATUS = '
004070                 FS-OPEN-ORDER
004080         SET END-OF-OPEN-ORDERS TO TRUE
004090         GO TO 2100-READ-OPEN-ORDER-EXIT
004100     END-IF.
004110
004120     ADD 1 TO CNT-ORDERS-READ.
004130
004140 2100-READ-OPEN-ORDER-EXIT.
004150     EXIT.
004160*****************************************************************
004170 3100-OPEN-SUPPLIER-GROUP.
004180*****************************************************************
004190*    Head the new supplier group with the supplier's name from
004200*    the master - the buyer needs it to make the call.
004210     MOVE OPO-SUPPLIER-REFERENCE TO GROUP-SUPPLIER-REFERENCE.
004220     MOVE 0 TO GRP-ORDER-COUNT.
004230     MOVE 0 TO GRP-OPEN-UNITS.
004240     SET GROUP-OPEN TO TRUE.
004250     ADD 1 TO CNT-SUPPLIER-GROUPS.
004260
004270     MOVE OPO-SUPPLIER-REFERENCE TO SHL-SUPPLIER-REFERENCE.
004280     MOVE OPO-SUPPLIER-REFERENCE TO SM-SUPPLIER-REFERENCE.
004290     READ SUPPLIER-MASTER-FILE
004300         INVALID KEY
004310             MOVE 'SUPPLIER NOT ON SUPPLIER MASTER'
004320                 TO SM-SUPPLIER-NAME
004330     END-READ.
004340     MOVE SM-SUPPLIER-NAME TO SHL-SUPPLIER-NAME.
004350
004360     MOVE BLANK-LINE             TO REPORT-LINE.
004370     PERFORM 7500-WRITE-REPORT-LINE
004380         THRU 7500-WRITE-REPORT-LINE-EXIT.
004390     MOVE SUPPLIER-HEADING-LINE  TO REPORT-LINE.
004400     PERFORM 7500-WRITE-REPORT-LINE
004410         THRU 7500-WRITE-REPORT-LINE-EXIT.
004420     MOVE COLUMN-HEADING-LINE    TO REPORT-LINE.
004430     PERFORM 7500-WRITE-REPORT-LINE
004440         THRU 7500-WRITE-REPORT-LINE-EXIT.
004450
004460 3100-OPEN-SUPPLIER-GROUP-EXIT.
004470     EXIT.
004480*****************************************************************
004490 3200-CLOSE-SUPPLIER-GROUP.
004500*****************************************************************
004510     MOVE GRP-ORDER-COUNT        TO GTL-ORDER-COUNT.
004520     MOVE GRP-OPEN-UNITS         TO GTL-OPEN-UNITS.
004530     MOVE GROUP-TOTAL-LINE       TO REPORT-LINE.
004540     PERFORM 7500-WRITE-REPORT-LINE
004550         THRU 7500-WRITE-REPORT-LINE-EXIT.
004560     SET NO-GROUP-OPEN TO TRUE.
004570
004580 3200-CLOSE-SUPPLIER-GROUP-EXIT.
004590     EXIT.
004600*****************************************************************
004610 3300-WRITE-OVERDUE-DETAIL.
004620*****************************************************************
004630     COMPUTE OPEN-ON-ORDER =
004640         OPO-ORDER-QUANTITY - OPO-RECEIVED-QUANTITY.
004650
004660     MOVE OPO-EXPECTED-DATE (1:4) TO EYM-YYYY.
004670     MOVE OPO-EXPECTED-DATE (6:2) TO EYM-MM.
004680     MOVE OPO-EXPECTED-DATE (9:2) TO EYM-DD.
004690     IF EXPECTED-YYYYMMDD IS NUMERIC
004700         COMPUTE DAYS-OVERDUE = BUSINESS-INTEGER
004710             - FUNCTION INTEGER-OF-DATE (EXPECTED-YYYYMMDD)
004720     ELSE
004730         MOVE 0 TO DAYS-OVERDUE
004740     END-IF.
004750
004760     MOVE OPO-STOCK-ITEM-REFERENCE  TO ODL-ITEM-REFERENCE.
004770     MOVE OPO-DESCRIPTION           TO ODL-DESCRIPTION.
004780     MOVE OPO-ORDER-QUANTITY        TO ODL-ORDER-QUANTITY.
004790     MOVE OPO-RECEIVED-QUANTITY     TO ODL-RECEIVED-QUANTITY.
004800     MOVE OPEN-ON-ORDER             TO ODL-OPEN-QUANTITY.
004810     MOVE OPO-ORDER-DATE            TO ODL-ORDER-DATE.
004820     MOVE OPO-EXPECTED-DATE         TO ODL-EXPECTED-DATE.
004830     MOVE DAYS-OVERDUE              TO ODL-DAYS-OVERDUE.
004840     MOVE OVERDUE-DETAIL-LINE       TO REPORT-LINE.
004850     PERFORM 7500-WRITE-REPORT-LINE
004860         THRU 7500-WRITE-REPORT-LINE-EXIT.
004870
004880     ADD 1 TO GRP-ORDER-COUNT.
004890     ADD 1 TO CNT-OVERDUE-ORDERS.
004900     ADD OPEN-ON-ORDER TO GRP-OPEN-UNITS.
004910     ADD OPEN-ON-ORDER TO CNT-OVERDUE-UNITS.
004920
004930 3300-WRITE-OVERDUE-DETAIL-EXIT.
004940     EXIT.
004950*****************************************************************
004960 7000-WRITE-PAGE-HEADINGS.
004970*****************************************************************
004980     ADD 1 TO PAGE-NUMBER.
004990     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
005000     MOVE HEADING-LINE-1       TO REPORT-LINE.
005010     PERFORM 7500-WRITE-REPORT-LINE
005020         THRU 7500-WRITE-REPORT-LINE-EXIT.
005030     MOVE HEADING-LINE-2       TO REPORT-LINE.
005040     PERFORM 7500-WRITE-REPORT-LINE
005050         THRU 7500-WRITE-REPORT-LINE-EXIT.
005060
005070     MOVE 'OVERDUE AS OF'                TO DLP-LABEL.
005080     MOVE BUSINESS-DATE                  TO DLP-VALUE.
005090     MOVE DETAIL-LINE-PARM               TO REPORT-LINE.
005100     PERFORM 7500-WRITE-REPORT-LINE
005110         THRU 7500-WRITE-REPORT-LINE-EXIT.
005120
005130 7000-WRITE-PAGE-HEADINGS-EXIT.
005140     EXIT.
005150*****************************************************************
005160 7500-WRITE-REPORT-LINE.
005170*****************************************************************
005180     WRITE REPORT-LINE.
005190     ADD 1 TO LINES-ON-PAGE.
005200
005210 7500-WRITE-REPORT-LINE-EXIT.
005220     EXIT.
005230*****************************************************************
005240 8000-TERMINATE.
005250*****************************************************************
005260     MOVE BLANK-LINE                     TO REPORT-LINE.
005270     PERFORM 7500-WRITE-REPORT-LINE
005280         THRU 7500-WRITE-REPORT-LINE-EXIT.
005290
005300     MOVE 'OPEN ORDERS READ'             TO DLC-LABEL.
005310     MOVE CNT-ORDERS-READ                TO DLC-COUNT.
005320     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005330     PERFORM 7500-WRITE-REPORT-LINE
005340         THRU 7500-WRITE-REPORT-LINE-EXIT.
005350
005360     MOVE 'CLOSED ORDERS SKIPPED'        TO DLC-LABEL.
005370     MOVE CNT-CLOSED-SKIPPED             TO DLC-COUNT.
005380     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005390     PERFORM 7500-WRITE-REPORT-LINE
005400         THRU 7500-WRITE-REPORT-LINE-EXIT.
005410
005420     MOVE 'ORDERS NOT YET DUE'           TO DLC-LABEL.
005430     MOVE CNT-NOT-YET-DUE                TO DLC-COUNT.
005440     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005450     PERFORM 7500-WRITE-REPORT-LINE
005460         THRU 7500-WRITE-REPORT-LINE-EXIT.
005470
005480     MOVE 'OVERDUE ORDERS LISTED'        TO DLC-LABEL.
005490     MOVE CNT-OVERDUE-ORDERS             TO DLC-COUNT.
005500     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005510     PERFORM 7500-WRITE-REPORT-LINE
005520         THRU 7500-WRITE-REPORT-LINE-EXIT.
005530
005540     MOVE 'SUPPLIERS WITH OVERDUE ORDERS' TO DLC-LABEL.
005550     MOVE CNT-SUPPLIER-GROUPS            TO DLC-COUNT.
005560     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005570     PERFORM 7500-WRITE-REPORT-LINE
005580         THRU 7500-WRITE-REPORT-LINE-EXIT.
005590
005600     MOVE 'TOTAL UNITS OVERDUE'          TO DLC-LABEL.
005610     MOVE CNT-OVERDUE-UNITS              TO DLC-COUNT.
005620     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
005630     PERFORM 7500-WRITE-REPORT-LINE
005640         THRU 7500-WRITE-REPORT-LINE-EXIT.
005650
005660     CLOSE OPEN-ORDER-FILE.
005670     CLOSE SUPPLIER-MASTER-FILE.
005680     CLOSE REPORT-FILE.
005690
005700 8000-TERMINATE-EXIT.
005710     EXIT.
