000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SHRKRPT.
000030 AUTHOR.        APPLICATION SUPPORT.
000040 INSTALLATION.  DISTRIBUTION SYSTEMS.
000050 DATE-WRITTEN.  23/09/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* MODULE NAME  = SHRKRPT                                        *
000100*                                                               *
000110* DESCRIPTIVE NAME = Weekly shrinkage and write-off report      *
000120*                                                               *
000130*     This program reads the STKLEDG stock movement ledger      *
000140*     (see the LEDGREC copybook) the KAFKIN inbound adapter     *
000150*     writes for every applied stock adjustment, and reports    *
000160*     the week's stock losses. Each movement's reason code is   *
000170*     looked up on the RSNCODE table operations maintain        *
000180*     through KAFKRSN: only codes in the shrinkage (S) and      *
000190*     write-off (W) categories are losses - count corrections,  *
000200*     returns and other movements are left out.                 *
000210*                                                               *
000220*     The units lost are the movement quantity with its sign    *
000230*     turned round, so a loss entered and then reversed under   *
000240*     the same code nets out. Losses are valued at the item     *
000250*     master's IM-UNIT-PRICE as it stands at the run.           *
000260*                                                               *
000270*     The report lists the losses by item (the ledger arrives   *
000280*     in item order, so this is a control break on the key),    *
000290*     then by reason code from the table, then grand totals.    *
000300*     A ledger entry whose reason code is no longer on the      *
000310*     table cannot be classified - it is counted, not valued.   *
000320*                                                               *
000330*     The run parameter (JCL PARM=) is the last day of the      *
000340*     week being reported (yyyy-mm-dd). The week is that day    *
000350*     and the six days before it, by the movement's own         *
000360*     date-time on the ledger.                                  *
000370*                                                               *
000380* NOTES :                                                       *
000390*  DEPENDENCIES = None                                          *
000400*  RESTRICTIONS = None                                          *
000410*  REGISTER CONVENTIONS = Normal                                *
000420*  MODULE TYPE = Executable                                     *
000430*  PROCESSOR = COBOL                                            *
000440*  ATTRIBUTES = Read only                                       *
000450*                                                               *
000460*---------------------------------------------------------------*
000470*                                                               *
000480* CHANGE ACTIVITY :                                             *
000490*                                                               *
000500*  2026-09-23  APPMAINT  New program.                           *
000510*                                                               *
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.  IBM-370.
000560 OBJECT-COMPUTER.  IBM-370.
000570 SPECIAL-NAMES.    C01 IS TO-NEW-PAGE.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT LEDGER-FILE     ASSIGN TO STKLEDG
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS SEQUENTIAL
000630            RECORD KEY IS LED-LEDGER-KEY
000640            FILE STATUS IS FS-LEDGER.
000650
000660     SELECT REASON-CODE-FILE ASSIGN TO RSNCODE
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS SEQUENTIAL
000690            RECORD KEY IS RSN-REASON-CODE
000700            FILE STATUS IS FS-REASON-CODE.
000710
000720     SELECT ITEM-MASTER-FILE ASSIGN TO ITEMMSTR
000730            ORGANIZATION IS INDEXED
000740            ACCESS MODE IS RANDOM
000750            RECORD KEY IS IM-STOCK-ITEM-REFERENCE
000760            FILE STATUS IS FS-ITEM-MASTER.
000770
000780     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000790            ORGANIZATION IS SEQUENTIAL
000800            ACCESS MODE IS SEQUENTIAL
000810            FILE STATUS IS FS-REPORT-FILE.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850*****************************************************************
000860 FD  LEDGER-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  STOCK-LEDGER-RECORD.
000890     COPY LEDGREC.
000900*****************************************************************
000910 FD  REASON-CODE-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  REASON-CODE-RECORD.
000940     COPY RSNCREC.
000950*****************************************************************
000960 FD  ITEM-MASTER-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  ITEM-MASTER-RECORD.
000990     COPY ITEMMSTR.
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
001110     05 FS-LEDGER                PIC X(02) VALUE '00'.
001120        88 FS-LEDGER-OK               VALUE '00'.
001130        88 FS-LEDGER-AT-END           VALUE '10'.
001140     05 FS-REASON-CODE           PIC X(02) VALUE '00'.
001150        88 FS-REASON-CODE-OK          VALUE '00'.
001160        88 FS-REASON-CODE-AT-END      VALUE '10'.
001170     05 FS-ITEM-MASTER           PIC X(02) VALUE '00'.
001180        88 FS-ITEM-MASTER-OK          VALUE '00'.
001190        88 FS-ITEM-MASTER-NOTFND      VALUE '23'.
001200     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001210        88 FS-REPORT-OK               VALUE '00'.
001220
001230 01  PROGRAM-SWITCHES.
001240     05 SW-END-OF-LEDGER         PIC X(01) VALUE 'N'.
001250        88 END-OF-LEDGER              VALUE 'Y'.
001260     05 SW-END-OF-REASON-CODES   PIC X(01) VALUE 'N'.
001270        88 END-OF-REASON-CODES        VALUE 'Y'.
001280     05 SW-ITEM-OPEN             PIC X(01) VALUE 'N'.
001290        88 ITEM-OPEN                  VALUE 'Y'.
001300        88 NO-ITEM-OPEN               VALUE 'N'.
001310     05 SW-ITEM-HEADING          PIC X(01) VALUE 'N'.
001320        88 ITEM-HEADING-DONE          VALUE 'Y'.
001330
001340*    The week from the JCL PARM - its last day, and the first
001350*    day six days before it, both as yyyy-mm-dd so they compare
001360*    directly against the ledger's date-time.
001370 01  WEEK-PARM-WORK.
001380     05 WEEK-FROM-DATE           PIC X(10).
001390     05 WEEK-TO-DATE             PIC X(10).
001400     05 WEEK-TO-YYYYMMDD         PIC X(08).
001410     05 WEEK-TO-9 REDEFINES WEEK-TO-YYYYMMDD
001420                                 PIC 9(08).
001430     05 WEEK-FROM-INTEGER        PIC 9(08) COMP.
001440     05 WEEK-FROM-YYYYMMDD       PIC 9(08).
001450     05 WEEK-FROM-YYYYMMDD-R REDEFINES WEEK-FROM-YYYYMMDD.
001460        10 WFR-YYYY              PIC 9(04).
001470        10 WFR-MM                PIC 9(02).
001480        10 WFR-DD                PIC 9(02).
001490     05 WEEK-FROM-DISPLAY.
001500        10 WFD-YYYY              PIC 9(04).
001510        10 FILLER                PIC X(01) VALUE '-'.
001520        10 WFD-MM                PIC 9(02).
001530        10 FILLER                PIC X(01) VALUE '-'.
001540        10 WFD-DD                PIC 9(02).
001550
001560*    The item the report is positioned on, with the master's
001570*    description and price once its first loss is met.
001580 01  ITEM-GROUP-WORK.
001590     05 GROUP-ITEM-REFERENCE     PIC 9(04).
001600     05 GROUP-DESCRIPTION        PIC X(40).
001610     05 GROUP-UNIT-PRICE         PIC 9(06)V99.
001620     05 GRP-LOSS-ENTRIES         PIC 9(05) COMP-3 VALUE 0.
001630     05 GRP-UNITS-LOST           PIC S9(07) COMP-3 VALUE 0.
001640     05 GRP-VALUE-LOST           PIC S9(11)V99 COMP-3 VALUE 0.
001650
001660*    One movement's loss, worked out before it is added in.
001670 01  ENTRY-LOSS-WORK.
001680     05 ENTRY-UNITS-LOST         PIC S9(05) COMP-3.
001690     05 ENTRY-VALUE-LOST         PIC S9(11)V99 COMP-3.
001700
001710*    The reason code table, loaded from RSNCODE at start-up,
001720*    with the week's losses accumulated against each code.
001730 01  REASON-TABLE-WORK.
001740     05 REASON-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
001750     05 REASON-SCAN-SUB          PIC S9(04) COMP.
001760     05 REASON-HIT-SUB           PIC S9(04) COMP.
001770 01  REASON-TABLE.
001780     05 REASON-TABLE-ENTRY OCCURS 50 TIMES.
001790        10 RTE-REASON-CODE       PIC X(04).
001800        10 RTE-DESCRIPTION       PIC X(30).
001810        10 RTE-CATEGORY          PIC X(01).
001820           88 RTE-LOSS-CATEGORY       VALUE 'S' 'W'.
001830        10 RTE-LOSS-ENTRIES      PIC 9(07) COMP-3.
001840        10 RTE-UNITS-LOST        PIC S9(07) COMP-3.
001850        10 RTE-VALUE-LOST        PIC S9(11)V99 COMP-3.
001860
001870 01  ACCUMULATORS.
001880     05 CNT-LEDGER-READ          PIC 9(07) COMP-3 VALUE 0.
001890     05 CNT-IN-WEEK              PIC 9(07) COMP-3 VALUE 0.
001900     05 CNT-LOSS-ENTRIES         PIC 9(07) COMP-3 VALUE 0.
001910     05 CNT-NOT-LOSS             PIC 9(07) COMP-3 VALUE 0.
001920     05 CNT-UNCLASSIFIED         PIC 9(07) COMP-3 VALUE 0.
001930     05 CNT-ITEMS-WITH-LOSS      PIC 9(07) COMP-3 VALUE 0.
001940     05 CNT-ITEMS-NOT-ON-MASTER  PIC 9(07) COMP-3 VALUE 0.
001950     05 CNT-UNITS-LOST           PIC S9(09) COMP-3 VALUE 0.
001960     05 CNT-VALUE-LOST           PIC S9(11)V99 COMP-3 VALUE 0.
001970
001980 01  LINE-COUNT-WORK.
001990     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
002000     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
002010     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
002020
002030 01  CURRENT-DATE-WORK.
002040     05 CDW-DATE                 PIC 9(06).
002050     05 CDW-DATE-R  REDEFINES CDW-DATE.
002060        10 CDW-YY                PIC 9(02).
002070        10 CDW-MM                PIC 9(02).
002080        10 CDW-DD                PIC 9(02).
002090
002100 01  RUN-DATE-DDMMYY             PIC 9(06).
002110 01  RUN-DATE-DDMMYY-R REDEFINES RUN-DATE-DDMMYY.
002120     05 RDD-DD                   PIC 9(02).
002130     05 RDD-MM                   PIC 9(02).
002140     05 RDD-YY                   PIC 9(02).
002150
002160*****************************************************************
002170* REPORT LINE LAYOUTS                                           *
002180*****************************************************************
002190 01  HEADING-LINE-1.
002200     05 FILLER                   PIC X(01) VALUE SPACES.
002210     05 FILLER                   PIC X(40) VALUE
002220        'WEEKLY SHRINKAGE AND WRITE-OFF REPORT'.
002230     05 FILLER                   PIC X(12) VALUE 'RUN DATE : '.
002240     05 HL1-RUN-DATE             PIC 99/99/99.
002250     05 FILLER                   PIC X(09) VALUE '  PAGE : '.
002260     05 HL1-PAGE-NUMBER          PIC ZZZZ9.
002270
002280 01  HEADING-LINE-2.
002290     05 FILLER                   PIC X(01) VALUE SPACES.
002300     05 FILLER                   PIC X(50) VALUE ALL '-'.
002310
002320 01  WEEK-LINE.
002330     05 FILLER                   PIC X(01) VALUE SPACES.
002340     05 FILLER                   PIC X(06) VALUE 'WEEK: '.
002350     05 WKL-FROM-DATE            PIC X(10).
002360     05 FILLER                   PIC X(04) VALUE ' TO '.
002370     05 WKL-TO-DATE              PIC X(10).
002380
002390 01  ITEM-SECTION-LINE.
002400     05 FILLER                   PIC X(01) VALUE SPACES.
002410     05 FILLER                   PIC X(40) VALUE
002420        'LOSSES BY ITEM'.
002430
002440 01  ITEM-COLUMN-LINE.
002450     05 FILLER                   PIC X(01) VALUE SPACES.
002460     05 FILLER                   PIC X(47) VALUE
002470        'ITEM  DESCRIPTION'.
002480     05 FILLER                   PIC X(20) VALUE
002490        'ENTRIES  UNITS LOST'.
002500     05 FILLER                   PIC X(31) VALUE
002510        '  UNIT PRICE        VALUE LOST'.
002520
002530 01  ITEM-DETAIL-LINE.
002540     05 FILLER                   PIC X(01) VALUE SPACES.
002550     05 IDL-ITEM-REFERENCE       PIC 9(04).
002560     05 FILLER                   PIC X(02) VALUE SPACES.
002570     05 IDL-DESCRIPTION          PIC X(40).
002580     05 FILLER                   PIC X(02) VALUE SPACES.
002590     05 IDL-LOSS-ENTRIES         PIC ZZZZ9.
002600     05 FILLER                   PIC X(02) VALUE SPACES.
002610     05 IDL-UNITS-LOST           PIC -ZZZ,ZZ9.
002620     05 FILLER                   PIC X(02) VALUE SPACES.
002630     05 IDL-UNIT-PRICE           PIC ZZZ,ZZ9.99.
002640     05 FILLER                   PIC X(02) VALUE SPACES.
002650     05 IDL-VALUE-LOST           PIC -ZZ,ZZZ,ZZ9.99.
002660
002670 01  NO-LOSS-LINE.
002680     05 FILLER                   PIC X(01) VALUE SPACES.
002690     05 FILLER                   PIC X(40) VALUE
002700        'NO SHRINKAGE OR WRITE-OFFS IN THE WEEK'.
002710
002720 01  REASON-SECTION-LINE.
002730     05 FILLER                   PIC X(01) VALUE SPACES.
002740     05 FILLER                   PIC X(40) VALUE
002750        'LOSSES BY REASON CODE'.
002760
002770 01  REASON-COLUMN-LINE.
002780     05 FILLER                   PIC X(01) VALUE SPACES.
002790     05 FILLER                   PIC X(40) VALUE
002800        'CODE DESCRIPTION                    CAT'.
002810     05 FILLER                   PIC X(20) VALUE
002820        ' ENTRIES  UNITS LOST'.
002830     05 FILLER                   PIC X(18) VALUE
002840        '        VALUE LOST'.
002850
002860 01  REASON-DETAIL-LINE.
002870     05 FILLER                   PIC X(01) VALUE SPACES.
002880     05 RDL-REASON-CODE          PIC X(04).
002890     05 FILLER                   PIC X(01) VALUE SPACES.
002900     05 RDL-DESCRIPTION          PIC X(30).
002910     05 FILLER                   PIC X(02) VALUE SPACES.
002920     05 RDL-CATEGORY             PIC X(01).
002930     05 FILLER                   PIC X(02) VALUE SPACES.
002940     05 RDL-LOSS-ENTRIES         PIC ZZ,ZZ9.
002950     05 FILLER                   PIC X(02) VALUE SPACES.
002960     05 RDL-UNITS-LOST           PIC -ZZZ,ZZ9.
002970     05 FILLER                   PIC X(02) VALUE SPACES.
002980     05 RDL-VALUE-LOST           PIC -ZZ,ZZZ,ZZ9.99.
002990
003000 01  DETAIL-LINE-PARM.
003010     05 FILLER                   PIC X(01) VALUE SPACES.
003020     05 DLP-LABEL                PIC X(30).
003030     05 FILLER                   PIC X(02) VALUE SPACES.
003040     05 DLP-VALUE                PIC X(10).
003050
003060 01  DETAIL-LINE-COUNT.
003070     05 FILLER                   PIC X(01) VALUE SPACES.
003080     05 DLC-LABEL                PIC X(30).
003090     05 FILLER                   PIC X(02) VALUE SPACES.
003100     05 DLC-COUNT                PIC -ZZ,ZZZ,ZZ9.
003110
003120 01  DETAIL-LINE-VALUE.
003130     05 FILLER                   PIC X(01) VALUE SPACES.
003140     05 DLV-LABEL                PIC X(30).
003150     05 FILLER                   PIC X(02) VALUE SPACES.
003160     05 DLV-VALUE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003170
003180 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
003190
003200*****************************************************************
003210 LINKAGE SECTION.
003220*****************************************************************
003230 01  PARM-FIELD.
003240     05 PARM-LENGTH              PIC S9(04) COMP.
003250     05 PARM-DATA                PIC X(10).
003260*
003270 PROCEDURE DIVISION USING PARM-FIELD.
003280*****************************************************************
003290 0000-MAINLINE.
003300*****************************************************************
003310     PERFORM 1000-INITIALIZE
003320         THRU 1000-INITIALIZE-EXIT.
003330
003340     PERFORM 2000-PROCESS-LEDGER-ENTRY
003350         THRU 2000-PROCESS-LEDGER-ENTRY-EXIT
003360         UNTIL END-OF-LEDGER.
003370
003380*    Close out the last item on the ledger.
003390     IF ITEM-OPEN
003400         PERFORM 3200-CLOSE-ITEM-GROUP
003410             THRU 3200-CLOSE-ITEM-GROUP-EXIT
003420     END-IF.
003430
003440     PERFORM 8000-TERMINATE
003450         THRU 8000-TERMINATE-EXIT.
003460
003470     GOBACK.
003480
003490 0000-MAINLINE-EXIT.
003500     EXIT.
003510*****************************************************************
003520 1000-INITIALIZE.
003530*****************************************************************
003540     PERFORM 1100-EDIT-RUN-PARM
003550         THRU 1100-EDIT-RUN-PARM-EXIT.
003560
003570     OPEN INPUT  LEDGER-FILE.
003580     IF NOT FS-LEDGER-OK
003590         DISPLAY 'SHRKRPT - UNABLE TO OPEN STKLEDG, STATUS = '
003600                 FS-LEDGER
003610         GO TO 1000-INITIALIZE-ABEND
003620     END-IF.
003630
003640     OPEN INPUT  REASON-CODE-FILE.
003650     IF NOT FS-REASON-CODE-OK
003660         DISPLAY 'SHRKRPT - UNABLE TO OPEN RSNCODE, STATUS = '
003670                 FS-REASON-CODE
003680         GO TO 1000-INITIALIZE-ABEND
003690     END-IF.
003700
003710     OPEN INPUT  ITEM-MASTER-FILE.
003720     IF NOT FS-ITEM-MASTER-OK
003730         DISPLAY 'SHRKRPT - UNABLE TO OPEN ITEMMSTR, STATUS = '
003740                 FS-ITEM-MASTER
003750         GO TO 1000-INITIALIZE-ABEND
003760     END-IF.
003770
003780     OPEN OUTPUT REPORT-FILE.
003790     IF NOT FS-REPORT-OK
003800         DISPLAY 'SHRKRPT - UNABLE TO OPEN RPTOUT, STATUS = '
003810                 FS-REPORT-FILE
003820         GO TO 1000-INITIALIZE-ABEND
003830     END-IF.
003840
003850     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
003860     MOVE CDW-DD                TO RDD-DD.
003870     MOVE CDW-MM                TO RDD-MM.
003880     MOVE CDW-YY                TO RDD-YY.
003890     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
003900
003910     PERFORM 1200-LOAD-REASON-TABLE
003920         THRU 1200-LOAD-REASON-TABLE-EXIT
003930         UNTIL END-OF-REASON-CODES.
003940     CLOSE REASON-CODE-FILE.
003950
003960     PERFORM 7000-WRITE-PAGE-HEADINGS
003970         THRU 7000-WRITE-PAGE-HEADINGS-EXIT.
003980
003990     MOVE WEEK-FROM-DATE        TO WKL-FROM-DATE.
004000     MOVE WEEK-TO-DATE          TO WKL-TO-DATE.
004010     MOVE WEEK-LINE             TO REPORT-LINE.
004020     PERFORM 7500-WRITE-REPORT-LINE
004030         THRU 7500-WRITE-REPORT-LINE-EXIT.
004040
004050     PERFORM 2100-READ-LEDGER-RECORD
004060         THRU 2100-READ-LEDGER-RECORD-EXIT.
004070
004080     GO TO 1000-INITIALIZE-EXIT.
004090
004100 1000-INITIALIZE-ABEND.
004110     MOVE 16 TO RETURN-CODE.
004120     GOBACK.
004130
004140 1000-INITIALIZE-EXIT.
004150     EXIT.
004160*****************************************************************
004170 1100-EDIT-RUN-PARM.
004180*****************************************************************
004190*    The PARM is the last day of the week (yyyy-mm-dd). The
004200*    first day is six days before it, so the week is always
004210*    seven days whatever day of the week the job is run for.
004220     IF PARM-LENGTH NOT = 10
004230         DISPLAY 'SHRKRPT - PARM MUST BE THE WEEK ENDING DATE '
004240                 '(E.G. 2026-09-20)'
004250         GO TO 1100-EDIT-RUN-PARM-ABEND
004260     END-IF.
004270
004280     IF PARM-DATA (5:1) NOT = '-' OR PARM-DATA (8:1) NOT = '-'
004290         DISPLAY 'SHRKRPT - PARM IS NOT A DATE: ' PARM-DATA
004300         GO TO 1100-EDIT-RUN-PARM-ABEND
004310     END-IF.
004320
004330     MOVE PARM-DATA (1:4)       TO WEEK-TO-YYYYMMDD (1:4).
004340     MOVE PARM-DATA (6:2)       TO WEEK-TO-YYYYMMDD (5:2).
004350     MOVE PARM-DATA (9:2)       TO WEEK-TO-YYYYMMDD (7:2).
004360     IF WEEK-TO-9 IS NOT NUMERIC
004370         DISPLAY 'SHRKRPT - PARM IS NOT A DATE: ' PARM-DATA
004380         GO TO 1100-EDIT-RUN-PARM-ABEND
004390     END-IF.
004400
004410     MOVE PARM-DATA (1:10)      TO WEEK-TO-DATE.
004420     COMPUTE WEEK-FROM-INTEGER =
004430         FUNCTION INTEGER-OF-DATE (WEEK-TO-9) - 6.
004440     MOVE FUNCTION DATE-OF-INTEGER (WEEK-FROM-INTEGER)
004450         TO WEEK-FROM-YYYYMMDD.
004460     MOVE WFR-YYYY              TO WFD-YYYY.
004470     MOVE WFR-MM                TO WFD-MM.
004480     MOVE WFR-DD                TO WFD-DD.
004490     MOVE WEEK-FROM-DISPLAY     TO WEEK-FROM-DATE.
004500
004510     GO TO 1100-EDIT-RUN-PARM-EXIT.
004520
004530 1100-EDIT-RUN-PARM-ABEND.
004540     MOVE 16 TO RETURN-CODE.
004550     GOBACK.
004560
004570 1100-EDIT-RUN-PARM-EXIT.
004580     EXIT.
004590*****************************************************************
004600 1200-LOAD-REASON-TABLE.
004610*****************************************************************
004620*    Retired codes are loaded too - a ledger entry written
004630*    before its code was retired is still a loss of that kind.
004640     READ REASON-CODE-FILE
004650         AT END
004660             SET END-OF-REASON-CODES TO TRUE
004670             GO TO 1200-LOAD-REASON-TABLE-EXIT
004680     END-READ.
004690
004700     IF NOT FS-REASON-CODE-OK
004710         DISPLAY 'SHRKRPT - RSNCODE READ ERROR, STATUS = '
004720                 FS-REASON-CODE
004730         SET END-OF-REASON-CODES TO TRUE
004740         GO TO 1200-LOAD-REASON-TABLE-EXIT
004750     END-IF.
004760
004770     IF REASON-ENTRIES-USED NOT < 50
004780         DISPLAY 'SHRKRPT - REASON TABLE FULL, CODE IGNORED: '
004790                 RSN-REASON-CODE
004800         GO TO 1200-LOAD-REASON-TABLE-EXIT
004810     END-IF.
004820
004830     ADD 1 TO REASON-ENTRIES-USED.
004840     MOVE RSN-REASON-CODE
004850         TO RTE-REASON-CODE (REASON-ENTRIES-USED).
004860     MOVE RSN-DESCRIPTION
004870         TO RTE-DESCRIPTION (REASON-ENTRIES-USED).
004880     MOVE RSN-CATEGORY
004890         TO RTE-CATEGORY (REASON-ENTRIES-USED).
004900     MOVE 0 TO RTE-LOSS-ENTRIES (REASON-ENTRIES-USED).
004910     MOVE 0 TO RTE-UNITS-LOST (REASON-ENTRIES-USED).
004920     MOVE 0 TO RTE-VALUE-LOST (REASON-ENTRIES-USED).
004930
004940 1200-LOAD-REASON-TABLE-EXIT.
004950     EXIT.
004960*****************************************************************
004970 2000-PROCESS-LEDGER-ENTRY.
004980*****************************************************************
004990*    Movements outside the week are passed over. Control break
005000*    on the item reference - the ledger key leads with it.
005010     IF LED-DATE-TIME (1:10) < WEEK-FROM-DATE
005020        OR LED-DATE-TIME (1:10) > WEEK-TO-DATE
005030         GO TO 2000-PROCESS-LEDGER-ENTRY-NEXT
005040     END-IF.
005050     ADD 1 TO CNT-IN-WEEK.
005060
005070     MOVE 0 TO REASON-HIT-SUB.
005080     PERFORM 3000-MATCH-REASON-ENTRY
005090         THRU 3000-MATCH-REASON-ENTRY-EXIT
005100         VARYING REASON-SCAN-SUB FROM 1 BY 1
005110         UNTIL REASON-SCAN-SUB > REASON-ENTRIES-USED
005120            OR REASON-HIT-SUB > 0.
005130
005140     IF REASON-HIT-SUB = 0
005150         ADD 1 TO CNT-UNCLASSIFIED
005160         DISPLAY 'SHRKRPT - REASON CODE NOT ON RSNCODE: '
005170                 LED-REASON-CODE ' ITEM '
005180                 LED-STOCK-ITEM-REFERENCE
005190         GO TO 2000-PROCESS-LEDGER-ENTRY-NEXT
005200     END-IF.
005210
005220     IF NOT RTE-LOSS-CATEGORY (REASON-HIT-SUB)
005230         ADD 1 TO CNT-NOT-LOSS
005240         GO TO 2000-PROCESS-LEDGER-ENTRY-NEXT
005250     END-IF.
005260
005270     EVALUATE TRUE
005280         WHEN NO-ITEM-OPEN
005290             PERFORM 3100-OPEN-ITEM-GROUP
005300                 THRU 3100-OPEN-ITEM-GROUP-EXIT
005310         WHEN LED-STOCK-ITEM-REFERENCE
005320                 NOT = GROUP-ITEM-REFERENCE
005330             PERFORM 3200-CLOSE-ITEM-GROUP
005340                 THRU 3200-CLOSE-ITEM-GROUP-EXIT
005350             PERFORM 3100-OPEN-ITEM-GROUP
005360                 THRU 3100-OPEN-ITEM-GROUP-EXIT
005370     END-EVALUATE.
005380
005390     PERFORM 3300-ACCUMULATE-LOSS
005400         THRU 3300-ACCUMULATE-LOSS-EXIT.
005410
005420 2000-PROCESS-LEDGER-ENTRY-NEXT.
005430     PERFORM 2100-READ-LEDGER-RECORD
005440         THRU 2100-READ-LEDGER-RECORD-EXIT.
005450
005460 2000-PROCESS-LEDGER-ENTRY-EXIT.
005470     EXIT.
005480*****************************************************************
005490 2100-READ-LEDGER-RECORD.
005500*****************************************************************
005510     READ LEDGER-FILE
005520         AT END
005530             SET END-OF-LEDGER TO TRUE
005540             GO TO 2100-READ-LEDGER-RECORD-EXIT
005550     END-READ.
005560
005570     IF NOT FS-LEDGER-OK
005580         DISPLAY 'SHRKRPT - STKLEDG READ ERROR, STATUS = '
005590                 FS-LEDGER
005600         SET END-OF-LEDGER TO TRUE
005610         GO TO 2100-READ-LEDGER-RECORD-EXIT
005620     END-IF.
005630
005640     ADD 1 TO CNT-LEDGER-READ.
005650
005660 2100-READ-LEDGER-RECORD-EXIT.
005670     EXIT.
005680*****************************************************************
005690 3000-MATCH-REASON-ENTRY.
005700*****************************************************************
005710     IF RTE-REASON-CODE (REASON-SCAN-SUB) = LED-REASON-CODE
005720         MOVE REASON-SCAN-SUB TO REASON-HIT-SUB
005730     END-IF.
005740
005750 3000-MATCH-REASON-ENTRY-EXIT.
005760     EXIT.
005770*****************************************************************
005780 3100-OPEN-ITEM-GROUP.
005790*****************************************************************
005800*    First loss for a new item - pick up its description and
005810*    the price the losses are valued at. An item the master
005820*    no longer holds is still listed, valued at zero.
005830     MOVE LED-STOCK-ITEM-REFERENCE TO GROUP-ITEM-REFERENCE.
005840     MOVE 0 TO GRP-LOSS-ENTRIES.
005850     MOVE 0 TO GRP-UNITS-LOST.
005860     MOVE 0 TO GRP-VALUE-LOST.
005870     SET ITEM-OPEN TO TRUE.
005880     ADD 1 TO CNT-ITEMS-WITH-LOSS.
005890
005900     MOVE LED-STOCK-ITEM-REFERENCE TO IM-STOCK-ITEM-REFERENCE.
005910     READ ITEM-MASTER-FILE
005920         INVALID KEY
005930             MOVE 'ITEM NOT ON ITEM MASTER' TO GROUP-DESCRIPTION
005940             MOVE 0 TO GROUP-UNIT-PRICE
005950             ADD 1 TO CNT-ITEMS-NOT-ON-MASTER
005960             GO TO 3100-OPEN-ITEM-GROUP-EXIT
005970     END-READ.
005980
005990     MOVE IM-DESCRIPTION         TO GROUP-DESCRIPTION.
006000     MOVE IM-UNIT-PRICE          TO GROUP-UNIT-PRICE.
006010
006020 3100-OPEN-ITEM-GROUP-EXIT.
006030     EXIT.
006040*****************************************************************
006050 3200-CLOSE-ITEM-GROUP.
006060*****************************************************************
006070     IF NOT ITEM-HEADING-DONE
006080         MOVE BLANK-LINE             TO REPORT-LINE
006090         PERFORM 7500-WRITE-REPORT-LINE
006100             THRU 7500-WRITE-REPORT-LINE-EXIT
006110         MOVE ITEM-SECTION-LINE      TO REPORT-LINE
006120         PERFORM 7500-WRITE-REPORT-LINE
006130             THRU 7500-WRITE-REPORT-LINE-EXIT
006140         MOVE ITEM-COLUMN-LINE       TO REPORT-LINE
006150         PERFORM 7500-WRITE-REPORT-LINE
006160             THRU 7500-WRITE-REPORT-LINE-EXIT
006170         SET ITEM-HEADING-DONE TO TRUE
006180     END-IF.
006190
006200     MOVE GROUP-ITEM-REFERENCE   TO IDL-ITEM-REFERENCE.
006210     MOVE GROUP-DESCRIPTION      TO IDL-DESCRIPTION.
006220     MOVE GRP-LOSS-ENTRIES       TO IDL-LOSS-ENTRIES.
006230     MOVE GRP-UNITS-LOST         TO IDL-UNITS-LOST.
006240     MOVE GROUP-UNIT-PRICE       TO IDL-UNIT-PRICE.
006250     MOVE GRP-VALUE-LOST         TO IDL-VALUE-LOST.
006260     MOVE ITEM-DETAIL-LINE       TO REPORT-LINE.
006270     PERFORM 7500-WRITE-REPORT-LINE
006280         THRU 7500-WRITE-REPORT-LINE-EXIT.
006290     SET NO-ITEM-OPEN TO TRUE.
006300
006310 3200-CLOSE-ITEM-GROUP-EXIT.
006320     EXIT.
006330*****************************************************************
006340 3300-ACCUMULATE-LOSS.
006350*****************************************************************
006360*    A loss is entered as a negative adjustment, so the units
006370*    lost are the quantity with its sign turned round.
006380     COMPUTE ENTRY-UNITS-LOST = 0 - LED-QUANTITY.
006390     COMPUTE ENTRY-VALUE-LOST =
006400         ENTRY-UNITS-LOST * GROUP-UNIT-PRICE.
006410
006420     ADD 1                TO GRP-LOSS-ENTRIES.
006430     ADD ENTRY-UNITS-LOST TO GRP-UNITS-LOST.
006440     ADD ENTRY-VALUE-LOST TO GRP-VALUE-LOST.
006450
006460     ADD 1                TO RTE-LOSS-ENTRIES (REASON-HIT-SUB).
006470     ADD ENTRY-UNITS-LOST TO RTE-UNITS-LOST (REASON-HIT-SUB).
006480     ADD ENTRY-VALUE-LOST TO RTE-VALUE-LOST (REASON-HIT-SUB).
006490
006500     ADD 1                TO CNT-LOSS-ENTRIES.
006510     ADD ENTRY-UNITS-LOST TO CNT-UNITS-LOST.
006520     ADD ENTRY-VALUE-LOST TO CNT-VALUE-LOST.
006530
006540 3300-ACCUMULATE-LOSS-EXIT.
006550     EXIT.
006560*****************************************************************
006570 7000-WRITE-PAGE-HEADINGS.
006580*****************************************************************
006590     ADD 1 TO PAGE-NUMBER.
006600     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
006610     MOVE HEADING-LINE-1       TO REPORT-LINE.
006620     PERFORM 7500-WRITE-REPORT-LINE
006630         THRU 7500-WRITE-REPORT-LINE-EXIT.
006640     MOVE HEADING-LINE-2       TO REPORT-LINE.
006650     PERFORM 7500-WRITE-REPORT-LINE
006660         THRU 7500-WRITE-REPORT-LINE-EXIT.
006670
006680 7000-WRITE-PAGE-HEADINGS-EXIT.
006690     EXIT.
006700*****************************************************************
006710 7500-WRITE-REPORT-LINE.
006720*****************************************************************
006730     WRITE REPORT-LINE.
006740     ADD 1 TO LINES-ON-PAGE.
006750
006760 7500-WRITE-REPORT-LINE-EXIT.
006770     EXIT.
006780*****************************************************************
006790 8000-TERMINATE.
006800*****************************************************************
006810     IF NOT ITEM-HEADING-DONE
006820         MOVE BLANK-LINE             TO REPORT-LINE
006830         PERFORM 7500-WRITE-REPORT-LINE
006840             THRU 7500-WRITE-REPORT-LINE-EXIT
006850         MOVE NO-LOSS-LINE           TO REPORT-LINE
006860         PERFORM 7500-WRITE-REPORT-LINE
006870             THRU 7500-WRITE-REPORT-LINE-EXIT
006880     END-IF.
006890
006900     MOVE BLANK-LINE                 TO REPORT-LINE.
006910     PERFORM 7500-WRITE-REPORT-LINE
006920         THRU 7500-WRITE-REPORT-LINE-EXIT.
006930     MOVE REASON-SECTION-LINE        TO REPORT-LINE.
006940     PERFORM 7500-WRITE-REPORT-LINE
006950         THRU 7500-WRITE-REPORT-LINE-EXIT.
006960     MOVE REASON-COLUMN-LINE         TO REPORT-LINE.
006970     PERFORM 7500-WRITE-REPORT-LINE
006980         THRU 7500-WRITE-REPORT-LINE-EXIT.
006990
007000     PERFORM 8100-WRITE-REASON-LINE
007010         THRU 8100-WRITE-REASON-LINE-EXIT
007020         VARYING REASON-SCAN-SUB FROM 1 BY 1
007030         UNTIL REASON-SCAN-SUB > REASON-ENTRIES-USED.
007040
007050     MOVE BLANK-LINE                     TO REPORT-LINE.
007060     PERFORM 7500-WRITE-REPORT-LINE
007070         THRU 7500-WRITE-REPORT-LINE-EXIT.
007080
007090     MOVE 'WEEK ENDING'                  TO DLP-LABEL.
007100     MOVE WEEK-TO-DATE                   TO DLP-VALUE.
007110     MOVE DETAIL-LINE-PARM               TO REPORT-LINE.
007120     PERFORM 7500-WRITE-REPORT-LINE
007130         THRU 7500-WRITE-REPORT-LINE-EXIT.
007140
007150     MOVE 'LEDGER RECORDS READ'          TO DLC-LABEL.
007160     MOVE CNT-LEDGER-READ                TO DLC-COUNT.
007170     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
007180     PERFORM 7500-WRITE-REPORT-LINE
007190         THRU 7500-WRITE-REPORT-LINE-EXIT.
007200
007210     MOVE 'MOVEMENTS IN THE WEEK'        TO DLC-LABEL.
007220     MOVE CNT-IN-WEEK                    TO DLC-COUNT.
007230     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
007240     PERFORM 7500-WRITE-REPORT-LINE
007250         THRU 7500-WRITE-REPORT-LINE-EXIT.
007260
007270     MOVE 'LOSS MOVEMENTS'               TO DLC-LABEL.
007280     MOVE CNT-LOSS-ENTRIES               TO DLC-COUNT.
007290     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
007300     PERFORM 7500-WRITE-REPORT-LINE
007310         THRU 7500-WRITE-REPORT-LINE-EXIT.
007320
007330     MOVE 'OTHER MOVEMENTS (NOT LOSSES)' TO DLC-LABEL.
007340     MOVE CNT-NOT-LOSS                   TO DLC-COUNT.
007350     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
007360     PERFORM 7500-WRITE-REPORT-LINE
007370         THRU 7500-WRITE-REPORT-LINE-EXIT.
007380
007390     MOVE 'REASON CODE NOT ON RSNCODE'   TO DLC-LABEL.
007400     MOVE CNT-UNCLASSIFIED               TO DLC-COUNT.
007410     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
007420     PERFORM 7500-WRITE-REPORT-LINE
007430         THRU 7500-WRITE-REPORT-LINE-EXIT.
007440
007450     MOVE 'ITEMS WITH LOSSES'            TO DLC-LABEL.
007460     MOVE CNT-ITEMS-WITH-LOSS            TO DLC-COUNT.
007470     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
007480     PERFORM 7500-WRITE-REPORT-LINE
007490         THRU 7500-WRITE-REPORT-LINE-EXIT.
007500
007510     MOVE 'ITEMS NOT ON ITEM MASTER'     TO DLC-LABEL.
007520     MOVE CNT-ITEMS-NOT-ON-MASTER        TO DLC-COUNT.
007530     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
007540     PERFORM 7500-WRITE-REPORT-LINE
007550         THRU 7500-WRITE-REPORT-LINE-EXIT.
007560
007570     MOVE 'TOTAL UNITS LOST'             TO DLC-LABEL.
007580     MOVE CNT-UNITS-LOST                 TO DLC-COUNT.
007590     MOVE DETAIL-LINE-COUNT              TO REPORT-LINE.
007600     PERFORM 7500-WRITE-REPORT-LINE
007610         THRU 7500-WRITE-REPORT-LINE-EXIT.
007620
007630     MOVE 'TOTAL VALUE LOST'             TO DLV-LABEL.
007640     MOVE CNT-VALUE-LOST                 TO DLV-VALUE.
007650     MOVE DETAIL-LINE-VALUE              TO REPORT-LINE.
007660     PERFORM 7500-WRITE-REPORT-LINE
007670         THRU 7500-WRITE-REPORT-LINE-EXIT.
007680
007690     CLOSE LEDGER-FILE.
007700     CLOSE ITEM-MASTER-FILE.
007710     CLOSE REPORT-FILE.
007720
007730 8000-TERMINATE-EXIT.
007740     EXIT.
007750*****************************************************************
007760 8100-WRITE-REASON-LINE.
007770*****************************************************************
007780*    Every shrinkage and write-off code is listed, with or
007790*    without losses in the week, so a quiet code shows as a
007800*    zero rather than disappearing.
007810     IF NOT RTE-LOSS-CATEGORY (REASON-SCAN-SUB)
007820         GO TO 8100-WRITE-REASON-LINE-EXIT
007830     END-IF.
007840
007850     MOVE RTE-REASON-CODE (REASON-SCAN-SUB)
007860         TO RDL-REASON-CODE.
007870     MOVE RTE-DESCRIPTION (REASON-SCAN-SUB)
007880         TO RDL-DESCRIPTION.
007890     MOVE RTE-CATEGORY (REASON-SCAN-SUB)
007900         TO RDL-CATEGORY.
007910     MOVE RTE-LOSS-ENTRIES (REASON-SCAN-SUB)
007920         TO RDL-LOSS-ENTRIES.
007930     MOVE RTE-UNITS-LOST (REASON-SCAN-SUB)
007940         TO RDL-UNITS-LOST.
007950     MOVE RTE-VALUE-LOST (REASON-SCAN-SUB)
007960         TO RDL-VALUE-LOST.
007970     MOVE REASON-DETAIL-LINE     TO REPORT-LINE.
007980     PERFORM 7500-WRITE-REPORT-LINE
007990         THRU 7500-WRITE-REPORT-LINE-EXIT.
008000
008010 8100-WRITE-REASON-LINE-EXIT.
008020     EXIT.
