000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKVRPT.
000030 AUTHOR.        APPLICATION SUPPORT.
000040 INSTALLATION.  DISTRIBUTION SYSTEMS.
000050 DATE-WRITTEN.  16/09/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* MODULE NAME  = STKVRPT                                        *
000100*                                                               *
000110* DESCRIPTIVE NAME = Stock position variances by supplier       *
000120*                                                               *
000130*     This program prints the stock position variance file the  *
000140*     STKVSCAN scan writes (see the STKVREC copybook), grouped  *
000150*     by preferred supplier. The input must be sorted into      *
000160*     supplier order with the item reference as a minor key -   *
000170*     the variance job's sort step does that.                   *
000180*                                                               *
000190*     Each supplier group is headed with the supplier's name    *
000200*     from the SUPPMSTR master, as the replenishment report     *
000210*     does, followed by one line per item showing the last      *
000220*     published level, the item master's on-hand, the           *
000230*     difference, the unit price and the difference's value.   *
000240*     Items listed only for a negative on-hand show no          *
000250*     published level and carry the on-hand's value instead.    *
000260*     A group total of items and value closes each supplier,    *
000270*     and grand totals close the report.                        *
000280*                                                               *
000290* NOTES :                                                       *
000300*  DEPENDENCIES = None                                          *
000310*  RESTRICTIONS = The variance file must be sorted by supplier  *
000320*                 reference and item reference.                 *
000330*  REGISTER CONVENTIONS = Normal                                *
000340*  MODULE TYPE = Executable                                     *
000350*  PROCESSOR = COBOL                                            *
000360*  ATTRIBUTES = Read only                                       *
000370*                                                               *
000380*---------------------------------------------------------------*
000390*                                                               *
000400* CHANGE ACTIVITY :                                             *
000410*                                                               *
000420*  2026-09-16  APPMAINT  New program.                           *
000430*                                                               *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490 SPECIAL-NAMES.    C01 IS TO-NEW-PAGE.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT VARIANCE-FILE   ASSIGN TO VARIIN
000530            ORGANIZATION IS SEQUENTIAL
000540            ACCESS MODE IS SEQUENTIAL
000550            FILE STATUS IS FS-VARIANCE.
000560
000570     SELECT SUPPLIER-MASTER-FILE ASSIGN TO SUPPMSTR
000580            ORGANIZATION IS INDEXED
000590            ACCESS MODE IS RANDOM
000600            RECORD KEY IS SM-SUPPLIER-REFERENCE
000610            FILE STATUS IS FS-SUPPLIER-MASTER.
000620
000630     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000640            ORGANIZATION IS SEQUENTIAL
000650            ACCESS MODE IS SEQUENTIAL
000660            FILE STATUS IS FS-REPORT-FILE.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700*****************************************************************
000710 FD  VARIANCE-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  VARIANCE-RECORD.
000750     COPY STKVREC.
000760*****************************************************************
000770 FD  SUPPLIER-MASTER-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  SUPPLIER-MASTER-RECORD.
000800     COPY SUPPMSTR.
000810*****************************************************************
000820 FD  REPORT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  REPORT-LINE                PIC X(133).
000860*****************************************************************
000870 WORKING-STORAGE SECTION.
000880*****************************************************************
000890 77  WS-FILLER-77                PIC X(01) VALUE SPACES.
000900
000910 01  FILE-STATUS-SWITCHES.
000920     05 FS-VARIANCE              PIC X(02) VALUE '00'.
000930        88 FS-VARIANCE-OK             VALUE '00'.
000940        88 FS-VARIANCE-AT-END         VALUE '10'.
000950     05 FS-SUPPLIER-MASTER       PIC X(02) VALUE '00'.
000960        88 FS-SUPPLIER-OK             VALUE '00'.
000970        88 FS-SUPPLIER-NOTFND         VALUE '23'.
000980     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
000990        88 FS-REPORT-OK               VALUE '00'.
001000
001010 01  PROGRAM-SWITCHES.
001020     05 SW-END-OF-VARIANCES      PIC X(01) VALUE 'N'.
001030        88 END-OF-VARIANCES           VALUE 'Y'.
001040     05 SW-GROUP-OPEN            PIC X(01) VALUE 'N'.
001050        88 GROUP-OPEN                 VALUE 'Y'.
001060        88 NO-GROUP-OPEN              VALUE 'N'.
001070
001080*    The supplier group the report is positioned on
001090 01  GROUP-WORK.
001100     05 GROUP-SUPPLIER-REFERENCE PIC 9(06).
001110     05 GRP-ITEM-COUNT           PIC 9(05) COMP-3 VALUE 0.
001120     05 GRP-VARIANCE-VALUE       PIC S9(11)V99 COMP-3 VALUE 0.
001130
001140 01  ACCUMULATORS.
001150     05 CNT-VARIANCES-READ       PIC 9(07) COMP-3 VALUE 0.
001160     05 CNT-SUPPLIER-GROUPS      PIC 9(07) COMP-3 VALUE 0.
001170     05 CNT-OVER-TOLERANCE       PIC 9(07) COMP-3 VALUE 0.
001180     05 CNT-NEGATIVE-ON-HAND     PIC 9(07) COMP-3 VALUE 0.
001190     05 TOT-VARIANCE-VALUE       PIC S9(11)V99 COMP-3 VALUE 0.
001200
001210 01  LINE-COUNT-WORK.
001220     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001230     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001240     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001250
001260 01  CURRENT-DATE-WORK.
001270     05 CDW-DATE                 PIC 9(06).
001280     05 CDW-DATE-R  REDEFINES CDW-DATE.
001290        10 CDW-YY                PIC 9(02).
001300        10 CDW-MM                PIC 9(02).
001310        10 CDW-DD                PIC 9(02).
001320
001330 01  RUN-DATE-DDMMYY             PIC 9(06).
001340 01  RUN-DATE-DDMMYY-R REDEFINES RUN-DATE-DDMMYY.
001350     05 RDD-DD                   PIC 9(02).
001360     05 RDD-MM                   PIC 9(02).
001370     05 RDD-YY                   PIC 9(02).
001380
001390*****************************************************************
001400* REPORT LINE LAYOUTS                                           *
001410*****************************************************************
001420 01  HEADING-LINE-1.
001430     05 FILLER                   PIC X(01) VALUE SPACES.
001440     05 FILLER                   PIC X(40) VALUE
001450        'STOCK POSITION VARIANCES BY SUPPLIER'.
001460     05 FILLER                   PIC X(12) VALUE 'RUN DATE : '.
001470     05 HL1-RUN-DATE             PIC 99/99/99.
001480     05 FILLER                   PIC X(09) VALUE '  PAGE : '.
001490     05 HL1-PAGE-NUMBER          PIC ZZZZ9.
001500
001510 01  HEADING-LINE-2.
001520     05 FILLER                   PIC X(01) VALUE SPACES.
001530     05 FILLER                   PIC X(50) VALUE ALL '-'.
001540
001550 01  SUPPLIER-HEADING-LINE.
001560     05 FILLER                   PIC X(01) VALUE SPACES.
001570     05 FILLER                   PIC X(10) VALUE 'SUPPLIER: '.
001580     05 SHL-SUPPLIER-REFERENCE   PIC 9(06).
001590     05 FILLER                   PIC X(02) VALUE SPACES.
001600     05 SHL-SUPPLIER-NAME        PIC X(40).
001610
001620 01  COLUMN-HEADING-LINE.
001630     05 FILLER                   PIC X(01) VALUE SPACES.
001640     05 FILLER                   PIC X(47) VALUE
001650        'ITEM  DESCRIPTION'.
001660     05 FILLER                   PIC X(22) VALUE
001670        'LEVEL ON-HAND   DIFF  '.
001680     05 FILLER                   PIC X(33) VALUE
001690        'UNIT PRICE   VARIANCE VALUE  NOTE'.
001700
001710 01  VARIANCE-DETAIL-LINE.
001720     05 FILLER                   PIC X(01) VALUE SPACES.
001730     05 VDL-ITEM-REFERENCE       PIC 9(04).
001740     05 FILLER                   PIC X(02) VALUE SPACES.
001750     05 VDL-DESCRIPTION          PIC X(40).
001760     05 FILLER                   PIC X(01) VALUE SPACES.
001770     05 VDL-PUBLISHED-LEVEL      PIC -ZZZ9.
001780     05 VDL-PUBLISHED-LEVEL-X REDEFINES VDL-PUBLISHED-LEVEL
001790                                 PIC X(05).
001800     05 FILLER                   PIC X(03) VALUE SPACES.
001810     05 VDL-STOCK-ON-HAND        PIC -ZZZ9.
001820     05 FILLER                   PIC X(01) VALUE SPACES.
001830     05 VDL-DIFFERENCE           PIC -ZZZZ9.
001840     05 FILLER                   PIC X(02) VALUE SPACES.
001850     05 VDL-UNIT-PRICE           PIC ZZZ,ZZ9.99.
001860     05 FILLER                   PIC X(02) VALUE SPACES.
001870     05 VDL-VARIANCE-VALUE       PIC -ZZZ,ZZZ,ZZ9.99.
001880     05 FILLER                   PIC X(02) VALUE SPACES.
001890     05 VDL-NOTE                 PIC X(20).
001900
001910 01  GROUP-TOTAL-LINE.
001920     05 FILLER                   PIC X(01) VALUE SPACES.
001930     05 FILLER                   PIC X(16) VALUE
001940        'SUPPLIER TOTAL: '.
001950     05 GTL-ITEM-COUNT           PIC ZZZZ9.
001960     05 FILLER                   PIC X(09) VALUE ' ITEM(S) '.
001970     05 FILLER                   PIC X(16) VALUE
001980        'VARIANCE VALUE: '.
001990     05 GTL-VARIANCE-VALUE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002000
002010 01  DETAIL-LINE-COUNT.
002020     05 FILLER                   PIC X(01) VALUE SPACES.
002030     05 DLC-LABEL                PIC X(30).
002040     05 FILLER                   PIC X(02) VALUE SPACES.
002050     05 DLC-COUNT                PIC ZZ,ZZZ,ZZ9.
002060
002070 01  DETAIL-LINE-VALUE.
002080     05 FILLER                   PIC X(01) VALUE SPACES.
002090     05 DLV-LABEL                PIC X(30).
002100     05 FILLER                   PIC X(02) VALUE SPACES.
002110     05 DLV-VALUE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002120
002130 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002140
002150*****************************************************************
002160 LINKAGE SECTION.
002170*****************************************************************
002180*
002190 PROCEDURE DIVISION.
002200*****************************************************************
002210 0000-MAINLINE.
002220*****************************************************************
002230     PERFORM 1000-INITIALIZE
002240         THRU 1000-INITIALIZE-EXIT.
002250
002260     PERFORM 2000-PROCESS-VARIANCE
002270         THRU 2000-PROCESS-VARIANCE-EXIT
002280         UNTIL END-OF-VARIANCES.
002290
002300*    Close out the last supplier group on the file.
002310     IF GROUP-OPEN
002320         PERFORM 3200-CLOSE-SUPPLIER-GROUP
002330             THRU 3200-CLOSE-SUPPLIER-GROUP-EXIT
002340     END-IF.
002350
002360     PERFORM 8000-TERMINATE
002370         THRU 8000-TERMINATE-EXIT.
002380
002390     GOBACK.
002400
002410 0000-MAINLINE-EXIT.
002420     EXIT.
002430*****************************************************************
002440 1000-INITIALIZE.
002450*****************************************************************
002460     OPEN INPUT  VARIANCE-FILE.
002470     IF NOT FS-VARIANCE-OK
002480         DISPLAY 'STKVRPT - UNABLE TO OPEN VARIIN, STATUS = '
002490                 FS-VARIANCE
002500         GO TO 1000-INITIALIZE-ABEND
002510     END-IF.
002520
002530     OPEN INPUT  SUPPLIER-MASTER-FILE.
002540     IF NOT FS-SUPPLIER-OK
002550         DISPLAY 'STKVRPT - UNABLE TO OPEN SUPPMSTR, STATUS = '
002560                 FS-SUPPLIER-MASTER
002570         GO TO 1000-INITIALIZE-ABEND
002580     END-IF.
002590
002600     OPEN OUTPUT REPORT-FILE.
002610     IF NOT FS-REPORT-OK
002620         DISPLAY 'STKVRPT - UNABLE TO OPEN RPTOUT, STATUS = '
002630                 FS-REPORT-FILE
002640         GO TO 1000-INITIALIZE-ABEND
002650     END-IF.
002660
002670     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
002680     MOVE CDW-DD                TO RDD-DD.
002690     MOVE CDW-MM                TO RDD-MM.
002700     MOVE CDW-YY                TO RDD-YY.
002710     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
002720
002730     PERFORM 7000-WRITE-PAGE-HEADINGS
002740         THRU 7000-WRITE-PAGE-HEADINGS-EXIT.
002750
002760     PERFORM 2100-READ-VARIANCE-RECORD
002770         THRU 2100-READ-VARIANCE-RECORD-EXIT.
002780
002790     GO TO 1000-INITIALIZE-EXIT.
002800
002810 1000-INITIALIZE-ABEND.
002820     MOVE 16 TO RETURN-CODE.
002830     GOBACK.
002840
002850 1000-INITIALIZE-EXIT.
002860     EXIT.
002870*****************************************************************
002880 2000-PROCESS-VARIANCE.
002890*****************************************************************
002900*    Control break on the supplier reference - the input is
002910*    sorted into supplier order by the job's sort step.
002920     EVALUATE TRUE
002930         WHEN NO-GROUP-OPEN
002940             PERFORM 3100-OPEN-SUPPLIER-GROUP
002950                 THRU 3100-OPEN-SUPPLIER-GROUP-EXIT
002960         WHEN SVR-SUPPLIER-REFERENCE
002970                 NOT = GROUP-SUPPLIER-REFERENCE
002980             PERFORM 3200-CLOSE-SUPPLIER-GROUP
002990                 THRU 3200-CLOSE-SUPPLIER-GROUP-EXIT
003000             PERFORM 3100-OPEN-SUPPLIER-GROUP
003010                 THRU 3100-OPEN-SUPPLIER-GROUP-EXIT
003020     END-EVALUATE.
003030
003040     PERFORM 3300-WRITE-VARIANCE-DETAIL
003050         THRU 3300-WRITE-VARIANCE-DETAIL-EXIT.
003060
003070     PERFORM 2100-READ-VARIANCE-RECORD
003080         THRU 2100-READ-VARIANCE-RECORD-EXIT.
003090
003100 2000-PROCESS-VARIANCE-EXIT.
003110     EXIT.
003120*****************************************************************
003130 2100-READ-VARIANCE-RECORD.
003140*****************************************************************
003150     READ VARIANCE-FILE
003160         AT END
003170             SET END-OF-VARIANCES TO TRUE
003180             GO TO 2100-READ-VARIANCE-RECORD-EXIT
003190     END-READ.
003200
003210     IF NOT FS-VARIANCE-OK
003220         DISPLAY 'STKVRPT - VARIIN READ ERROR, STATUS = '
003230                 FS-VARIANCE
003240         SET END-OF-VARIANCES TO TRUE
003250         GO TO 2100-READ-VARIANCE-RECORD-EXIT
003260     END-IF.
003270
003280     ADD 1 TO CNT-VARIANCES-READ.
003290
003300 2100-READ-VARIANCE-RECORD-EXIT.
003310     EXIT.
003320*****************************************************************
003330 3100-OPEN-SUPPLIER-GROUP.
003340*****************************************************************
003350*    Head the new supplier group with the supplier's name from
003360*    the master. Supplier zero means the item has no preferred
003370*    supplier assigned yet; an unknown supplier means the
003380*    master has not caught up - the heading says so.
003390     MOVE SVR-SUPPLIER-REFERENCE TO GROUP-SUPPLIER-REFERENCE.
003400     MOVE 0 TO GRP-ITEM-COUNT.
003410     MOVE 0 TO GRP-VARIANCE-VALUE.
003420     SET GROUP-OPEN TO TRUE.
003430     ADD 1 TO CNT-SUPPLIER-GROUPS.
003440
003450     MOVE SVR-SUPPLIER-REFERENCE TO SHL-SUPPLIER-REFERENCE.
003460     IF SVR-SUPPLIER-REFERENCE = 0
003470         MOVE 'NO PREFERRED SUPPLIER ASSIGNED'
003480             TO SHL-SUPPLIER-NAME
003490     ELSE
003500         MOVE SVR-SUPPLIER-REFERENCE TO SM-SUPPLIER-REFERENCE
003510         READ SUPPLIER-MASTER-FILE
003520             INVALID KEY
003530                 MOVE 'SUPPLIER NOT ON SUPPLIER MASTER'
003540                     TO SM-SUPPLIER-NAME
003550         END-READ
003560         MOVE SM-SUPPLIER-NAME TO SHL-SUPPLIER-NAME
003570     END-IF.
003580
003590     MOVE BLANK-LINE             TO REPORT-LINE.
003600     PERFORM 7500-WRITE-REPORT-LINE
003610         THRU 7500-WRITE-REPORT-LINE-EXIT.
003620     MOVE SUPPLIER-HEADING-LINE  TO REPORT-LINE.
003630     PERFORM 7500-WRITE-REPORT-LINE
003640         THRU 7500-WRITE-REPORT-LINE-EXIT.
003650     MOVE COLUMN-HEADING-LINE    TO REPORT-LINE.
003660     PERFORM 7500-WRITE-REPORT-LINE
003670         THRU 7500-WRITE-REPORT-LINE-EXIT.
003680
003690 3100-OPEN-SUPPLIER-GROUP-EXIT.
003700     EXIT.
003710*****************************************************************
003720 3200-CLOSE-SUPPLIER-GROUP.
003730*****************************************************************
003740     MOVE GRP-ITEM-COUNT         TO GTL-ITEM-COUNT.
003750     MOVE GRP-VARIANCE-VALUE     TO GTL-VARIANCE-VALUE.
003760     MOVE GROUP-TOTAL-LINE       TO REPORT-LINE.
003770     PERFORM 7500-WRITE-REPORT-LINE
003780         THRU 7500-WRITE-REPORT-LINE-EXIT.
003790     SET NO-GROUP-OPEN TO TRUE.
003800
003810 3200-CLOSE-SUPPLIER-GROUP-EXIT.
003820     EXIT.
003830*****************************************************************
003840 3300-WRITE-VARIANCE-DETAIL.
003850*****************************************************************
003860     MOVE SPACES                   TO VARIANCE-DETAIL-LINE.
003870     MOVE SVR-STOCK-ITEM-REFERENCE TO VDL-ITEM-REFERENCE.
003880     MOVE SVR-DESCRIPTION          TO VDL-DESCRIPTION.
003890     IF SVR-LEVEL-PUBLISHED
003900         MOVE SVR-PUBLISHED-LEVEL  TO VDL-PUBLISHED-LEVEL
003910     ELSE
003920         MOVE '  N/A'              TO VDL-PUBLISHED-LEVEL-X
003930     END-IF.
003940     MOVE SVR-STOCK-ON-HAND        TO VDL-STOCK-ON-HAND.
003950     MOVE SVR-DIFFERENCE           TO VDL-DIFFERENCE.
003960     MOVE SVR-UNIT-PRICE           TO VDL-UNIT-PRICE.
003970     MOVE SVR-VARIANCE-VALUE       TO VDL-VARIANCE-VALUE.
003980
003990     EVALUATE TRUE
004000         WHEN SVR-OVER-TOLERANCE-AND-NEG
004010             MOVE 'OVER TOL/NEG ON-HAND' TO VDL-NOTE
004020             ADD 1 TO CNT-OVER-TOLERANCE
004030             ADD 1 TO CNT-NEGATIVE-ON-HAND
004040         WHEN SVR-OVER-TOLERANCE
004050             MOVE 'OVER TOLERANCE'       TO VDL-NOTE
004060             ADD 1 TO CNT-OVER-TOLERANCE
004070         WHEN OTHER
004080             MOVE 'NEGATIVE ON-HAND'     TO VDL-NOTE
004090             ADD 1 TO CNT-NEGATIVE-ON-HAND
004100     END-EVALUATE.
004110
004120     MOVE VARIANCE-DETAIL-LINE     TO REPORT-LINE.
004130     PERFORM 7500-WRITE-REPORT-LINE
004140         THRU 7500-WRITE-REPORT-LINE-EXIT.
004150
004160     ADD 1 TO GRP-ITEM-COUNT.
004170     ADD SVR-VARIANCE-VALUE TO GRP-VARIANCE-VALUE.
004180     ADD SVR-VARIANCE-VALUE TO TOT-VARIANCE-VALUE.
004190
004200 3300-WRITE-VARIANCE-DETAIL-EXIT.
004210     EXIT.
004220*****************************************************************
004230 7000-WRITE-PAGE-HEADINGS.
004240*****************************************************************
004250     ADD 1 TO PAGE-NUMBER.
004260     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
004270     MOVE HEADING-LINE-1       TO REPORT-LINE.
004280     PERFORM 7500-WRITE-REPORT-LINE
004290         THRU 7500-WRITE-REPORT-LINE-EXIT.
004300     MOVE HEADING-LINE-2       TO REPORT-LINE.
004310     PERFORM 7500-WRITE-REPORT-LINE
004320         THRU 7500-WRITE-REPORT-LINE-EXIT.
004330
004340 7000-WRITE-PAGE-HEADINGS-EXIT.
004350     EXIT.
004360*****************************************************************
004370 7500-WRITE-REPORT-LINE.
004380*****************************************************************
004390     WRITE REPORT-LINE.
004400     ADD 1 TO LINES-ON-PAGE.
004410
004420 7500-WRITE-REPORT-LINE-EXIT.
004430     EXIT.
004440*****************************************************************
004450 8000-TERMINATE.
004460*****************************************************************
004470     MOVE BLANK-LINE                     TO REPORT-LINE.
004480     PERFORM 7500-WRITE-REPORT-LINE
004490         THRU 7500-WRITE-REPORT-LINE-EXIT.
004500
004510     MOVE 'VARIANCES PRINTED'            TO DLC-LABEL.
004520     MOVE CNT-VARIANCES-READ             TO DLC-COUNT.
004530     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
004540     PERFORM 7500-WRITE-REPORT-LINE
004550         THRU 7500-WRITE-REPORT-LINE-EXIT.
004560
004570     MOVE 'SUPPLIER GROUPS'              TO DLC-LABEL.
004580     MOVE CNT-SUPPLIER-GROUPS            TO DLC-COUNT.
004590     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
004600     PERFORM 7500-WRITE-REPORT-LINE
004610         THRU 7500-WRITE-REPORT-LINE-EXIT.
004620
004630     MOVE 'ITEMS OVER TOLERANCE'         TO DLC-LABEL.
004640     MOVE CNT-OVER-TOLERANCE             TO DLC-COUNT.
004650     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
004660     PERFORM 7500-WRITE-REPORT-LINE
004670         THRU 7500-WRITE-REPORT-LINE-EXIT.
004680
004690     MOVE 'ITEMS WITH NEGATIVE ON-HAND'  TO DLC-LABEL.
004700     MOVE CNT-NEGATIVE-ON-HAND           TO DLC-COUNT.
004710     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
004720     PERFORM 7500-WRITE-REPORT-LINE
004730         THRU 7500-WRITE-REPORT-LINE-EXIT.
004740
004750     MOVE 'TOTAL VARIANCE VALUE'         TO DLV-LABEL.
004760     MOVE TOT-VARIANCE-VALUE             TO DLV-VALUE.
004770     MOVE DETAIL-LINE-VALUE              TO REPORT-LINE.
004780     PERFORM 7500-WRITE-REPORT-LINE
004790         THRU 7500-WRITE-REPORT-LINE-EXIT.
004800
004810     CLOSE VARIANCE-FILE.
004820     CLOSE SUPPLIER-MASTER-FILE.
004830     CLOSE REPORT-FILE.
004840
004850 8000-TERMINATE-EXIT.
004860     EXIT.
