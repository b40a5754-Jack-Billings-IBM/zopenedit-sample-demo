000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BATCHDAY.
000030 AUTHOR.        APPLICATION SUPPORT.
000040 INSTALLATION.  DISTRIBUTION SYSTEMS.
000050 DATE-WRITTEN.  12/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* MODULE NAME  = BATCHDAY                                       *
000100*                                                               *
000110* DESCRIPTIVE NAME = Overnight batch business-date control      *
000120*                                                               *
000130*     This program keeps the control record on the BATCHCTL     *
000140*     run-control file (see BCTLREC) - the business date the    *
000150*     overnight batch works on and whether the online day for   *
000160*     it has closed. Every overnight job (KAFKRPT, KAFKCONF,    *
000165*     REPLSCAN, STKVSCAN, HOLDAGE, STATARCH, AUDTARCH,          *
000170*     UOWPURGE) takes its date from that record, refuses to run *
000175*     until the day has closed, and records its own run on      *
000180*     BATCHCTL. The run parameter (JCL PARM=) is the function:  *
000210*                                                               *
000220*         - INIT yyyy-mm-dd writes the control record for a     *
000230*           new file, with that business date open, and an      *
000240*           empty entry for each overnight job. Run once, when  *
000250*           BATCHCTL is first defined.                          *
000260*         - CLOSE marks the online day closed. The BATCHCLS     *
000270*           job runs it once the CICS region has come down -    *
000280*           no overnight job starts before it.                  *
000290*         - OPEN rolls the business date on to the next day,    *
000300*           or to the date given as OPEN yyyy-mm-dd after a     *
000310*           holiday, and marks it open. The BATCHOPN job runs   *
000320*           it before the region comes back up. It refuses      *
000330*           while the current day is still open, and warns      *
000340*           (RC 4) of every job that has not completed for the  *
000350*           day being left behind.                              *
000360*                                                               *
000370*     A control report prints the business date before and      *
000380*     after the run and every job's entry.                      *
000390*                                                               *
000400* NOTES :                                                       *
000410*  DEPENDENCIES = BATCHCTL run-control KSDS                     *
000420*  RESTRICTIONS = None                                          *
000430*  REGISTER CONVENTIONS = Normal                                *
000440*  MODULE TYPE = Executable                                     *
000450*  PROCESSOR = COBOL                                            *
000460*  ATTRIBUTES = Read/write                                      *
000470*                                                               *
000480*---------------------------------------------------------------*
000490*                                                               *
000500* CHANGE ACTIVITY :                                             *
000510*                                                               *
000520*  2026-10-12  APPMAINT  New program.                           *
000524*  2026-10-15  APPMAINT  STKVSCAN keeps an entry too.           *
000530*                                                               *
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-370.
000580 OBJECT-COMPUTER.  IBM-370.
000590 SPECIAL-NAMES.    C01 IS TO-NEW-PAGE.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
000630            ORGANIZATION IS INDEXED
000640            ACCESS MODE IS RANDOM
000650            RECORD KEY IS BCT-FD-KEY
000660            FILE STATUS IS FS-BATCH-CONTROL.
000670
000680     SELECT REPORT-FILE     ASSIGN TO RPTOUT
000690            ORGANIZATION IS SEQUENTIAL
000700            ACCESS MODE IS SEQUENTIAL
000710            FILE STATUS IS FS-REPORT-FILE.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750*****************************************************************
000760*    The run-control record proper is COPYed into working
000770*    storage, as STATARCH does for STATCTL.
000780 FD  BATCH-CONTROL-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  BATCH-CONTROL-FD-RECORD.
000810     05 BCT-FD-KEY               PIC X(08).
000820     05 FILLER                   PIC X(96).
000830*****************************************************************
000840 FD  REPORT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  REPORT-LINE                PIC X(133).
000880*****************************************************************
000890 WORKING-STORAGE SECTION.
000900*****************************************************************
000910 77  WS-FILLER-77                PIC X(01) VALUE SPACES.
000920
000930 01  FILE-STATUS-SWITCHES.
000940     05 FS-BATCH-CONTROL         PIC X(02) VALUE '00'.
000950        88 FS-BATCH-OK                VALUE '00'.
000960        88 FS-BATCH-NOTFND            VALUE '23'.
000970     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
000980        88 FS-REPORT-OK               VALUE '00'.
000990
001000 01  PROGRAM-SWITCHES.
001010     05 SW-RUN-FUNCTION          PIC X(05) VALUE SPACES.
001020        88 FUNCTION-INIT              VALUE 'INIT '.
001030        88 FUNCTION-CLOSE             VALUE 'CLOSE'.
001040        88 FUNCTION-OPEN              VALUE 'OPEN '.
001050     05 SW-DATE-GIVEN            PIC X(01) VALUE 'N'.
001060        88 DATE-GIVEN                 VALUE 'Y'.
001070     05 SW-CONTROL-ON-FILE       PIC X(01) VALUE 'N'.
001080        88 CONTROL-ON-FILE            VALUE 'Y'.
001090
001100 01  RUN-PARM-WORK.
001110     05 PARM-FUNCTION-TOKEN      PIC X(10).
001120     05 PARM-DATE-TOKEN          PIC X(10).
001130     05 PARM-EXTRA-TOKEN         PIC X(10).
001140     05 PARM-FUNCTION-LEN        PIC S9(04) COMP.
001150     05 PARM-DATE-LEN            PIC S9(04) COMP.
001160     05 PARM-EXTRA-LEN           PIC S9(04) COMP.
001170
001180*    Business dates in their three shapes - yyyy-mm-dd as the
001190*    files carry them, yyyymmdd and the integer day number the
001200*    date arithmetic needs.
001210 01  DATE-EDIT-WORK.
001220     05 EDIT-DATE                PIC X(10).
001230     05 EDIT-DATE-YYYYMMDD       PIC X(08).
001240     05 EDIT-DATE-9 REDEFINES EDIT-DATE-YYYYMMDD
001250                                 PIC 9(08).
001260     05 EDIT-DATE-INTEGER        PIC 9(08) COMP.
001270     05 EDIT-DATE-VALID          PIC X(01).
001280        88 DATE-IS-VALID              VALUE 'Y'.
001290     05 CURRENT-BUSINESS-INTEGER PIC 9(08) COMP.
001300     05 NEW-BUSINESS-INTEGER     PIC 9(08) COMP.
001310     05 NEW-BUSINESS-YYYYMMDD    PIC 9(08).
001320     05 NEW-BUSINESS-YYYYMMDD-R REDEFINES NEW-BUSINESS-YYYYMMDD.
001330        10 NBD-YYYY              PIC 9(04).
001340        10 NBD-MM                PIC 9(02).
001350        10 NBD-DD                PIC 9(02).
001360     05 NEW-BUSINESS-DISPLAY.
001370        10 NBD-DISP-YYYY         PIC 9(04).
001380        10 FILLER                PIC X(01) VALUE '-'.
001390        10 NBD-DISP-MM           PIC 9(02).
001400        10 FILLER                PIC X(01) VALUE '-'.
001410        10 NBD-DISP-DD           PIC 9(02).
001420
001430 01  BUSINESS-DATE-WORK.
001440     05 BUSINESS-DATE-BEFORE     PIC X(10) VALUE SPACES.
001450     05 BUSINESS-DATE-AFTER      PIC X(10) VALUE SPACES.
001460     05 ONLINE-STATUS-AFTER      PIC X(06) VALUE SPACES.
001470
001480 01  BATCH-CONTROL-RECORD.
001490     COPY BCTLREC.
001500
001510*    The overnight jobs that keep an entry on BATCHCTL, in the
001520*    order they run.
001530 01  BATCH-JOB-LIST.
001540     05 FILLER                   PIC X(08) VALUE 'KAFKRPT '.
001550     05 FILLER                   PIC X(08) VALUE 'KAFKCONF'.
001560     05 FILLER                   PIC X(08) VALUE 'REPLSCAN'.
001564     05 FILLER                   PIC X(08) VALUE 'STKVSCAN'.
001570     05 FILLER                   PIC X(08) VALUE 'HOLDAGE '.
001580     05 FILLER                   PIC X(08) VALUE 'STATARCH'.
001590     05 FILLER                   PIC X(08) VALUE 'AUDTARCH'.
001600     05 FILLER                   PIC X(08) VALUE 'UOWPURGE'.
001610 01  BATCH-JOB-TABLE REDEFINES BATCH-JOB-LIST.
001620     05 BATCH-JOB-NAME           PIC X(08) OCCURS 8 TIMES.
001630
001640 01  JOB-WORK.
001650     05 JOB-SUB                  PIC S9(04) COMP.
001660     05 JOB-COUNT                PIC S9(04) COMP VALUE 8.
001670
001680 01  ACCUMULATORS.
001690     05 CNT-JOBS-SEEDED          PIC 9(03) COMP-3 VALUE 0.
001700     05 CNT-JOBS-INCOMPLETE      PIC 9(03) COMP-3 VALUE 0.
001710
001720 01  TIMESTAMP-WORK.
001730     05 TSW-CURRENT              PIC X(21).
001740     05 TSW-CURRENT-R REDEFINES TSW-CURRENT.
001750        10 TSW-YYYY              PIC X(04).
001760        10 TSW-MM                PIC X(02).
001770        10 TSW-DD                PIC X(02).
001780        10 TSW-HH                PIC X(02).
001790        10 TSW-MN                PIC X(02).
001800        10 TSW-SS                PIC X(02).
001810        10 FILLER                PIC X(07).
001820     05 TSW-DISPLAY.
001830        10 TSD-YYYY              PIC X(04).
001840        10 FILLER                PIC X(01) VALUE '-'.
001850        10 TSD-MM                PIC X(02).
001860        10 FILLER                PIC X(01) VALUE '-'.
001870        10 TSD-DD                PIC X(02).
001880        10 FILLER                PIC X(01) VALUE SPACE.
001890        10 TSD-HH                PIC X(02).
001900        10 FILLER                PIC X(01) VALUE ':'.
001910        10 TSD-MN                PIC X(02).
001920        10 FILLER                PIC X(01) VALUE ':'.
001930        10 TSD-SS                PIC X(02).
001940
001950 01  LINE-COUNT-WORK.
001960     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
001970     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
001980     05 LINES-PER-PAGE           PIC 9(03) VALUE 60.
001990
002000 01  CURRENT-DATE-WORK.
002010     05 CDW-DATE                 PIC 9(06).
002020     05 CDW-DATE-R  REDEFINES CDW-DATE.
002030        10 CDW-YY                PIC 9(02).
002040        10 CDW-MM                PIC 9(02).
002050        10 CDW-DD                PIC 9(02).
002060
002070 01  RUN-DATE-DDMMYY             PIC 9(06).
002080 01  RUN-DATE-DDMMYY-R REDEFINES RUN-DATE-DDMMYY.
002090     05 RDD-DD                   PIC 9(02).
002100     05 RDD-MM                   PIC 9(02).
002110     05 RDD-YY                   PIC 9(02).
002120
002130*****************************************************************
002140* REPORT LINE LAYOUTS                                           *
002150*****************************************************************
002160 01  HEADING-LINE-1.
002170     05 FILLER                   PIC X(01) VALUE SPACES.
002180     05 FILLER                   PIC X(40) VALUE
002190        'OVERNIGHT BATCH BUSINESS-DATE CONTROL'.
002200     05 FILLER                   PIC X(12) VALUE 'RUN DATE : '.
002210     05 HL1-RUN-DATE             PIC 99/99/99.
002220     05 FILLER                   PIC X(09) VALUE '  PAGE : '.
002230     05 HL1-PAGE-NUMBER          PIC ZZZZ9.
002240
002250 01  HEADING-LINE-2.
002260     05 FILLER                   PIC X(01) VALUE SPACES.
002270     05 FILLER                   PIC X(50) VALUE ALL '-'.
002280
002290 01  DETAIL-LINE-PARM.
002300     05 FILLER                   PIC X(01) VALUE SPACES.
002310     05 DLP-LABEL                PIC X(30).
002320     05 FILLER                   PIC X(02) VALUE SPACES.
002330     05 DLP-VALUE                PIC X(29).
002340
002350 01  JOB-COLUMN-HEADING.
002360     05 FILLER                   PIC X(01) VALUE SPACES.
002370     05 FILLER                   PIC X(10) VALUE 'JOB'.
002380     05 FILLER                   PIC X(10) VALUE 'STATUS'.
002390     05 FILLER                   PIC X(12) VALUE 'RUN DATE'.
002400     05 FILLER                   PIC X(12) VALUE 'COMPLETED'.
002410     05 FILLER                   PIC X(21) VALUE 'STARTED'.
002420     05 FILLER                   PIC X(21) VALUE 'ENDED'.
002430     05 FILLER                   PIC X(06) VALUE '  RC'.
002440     05 FILLER                   PIC X(04) VALUE 'RUNS'.
002450     05 FILLER                   PIC X(08) VALUE ' FORCED'.
002460
002470 01  JOB-DETAIL-LINE.
002480     05 FILLER                   PIC X(01) VALUE SPACES.
002490     05 JDL-JOB-NAME             PIC X(08).
002500     05 FILLER                   PIC X(02) VALUE SPACES.
002510     05 JDL-STATUS               PIC X(08).
002520     05 FILLER                   PIC X(02) VALUE SPACES.
002530     05 JDL-RUN-DATE             PIC X(10).
002540     05 FILLER                   PIC X(02) VALUE SPACES.
002550     05 JDL-COMPLETED-DATE       PIC X(10).
002560     05 FILLER                   PIC X(02) VALUE SPACES.
002570     05 JDL-STARTED              PIC X(19).
002580     05 FILLER                   PIC X(02) VALUE SPACES.
002590     05 JDL-ENDED                PIC X(19).
002600     05 FILLER                   PIC X(02) VALUE SPACES.
002610     05 JDL-RETURN-CODE          PIC ZZZ9.
002620     05 FILLER                   PIC X(02) VALUE SPACES.
002630     05 JDL-RUN-COUNT            PIC ZZ9.
002640     05 FILLER                   PIC X(03) VALUE SPACES.
002650     05 JDL-FORCED               PIC X(03).
002660
002670 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002680
002690*****************************************************************
002700 LINKAGE SECTION.
002710*****************************************************************
002720 01  PARM-FIELD.
002730     05 PARM-LENGTH              PIC S9(04) COMP.
002740     05 PARM-DATA                PIC X(20).
002750
002760 PROCEDURE DIVISION USING PARM-FIELD.
002770*****************************************************************
002780 0000-MAINLINE.
002790*****************************************************************
002800     PERFORM 1000-INITIALIZE
002810         THRU 1000-INITIALIZE-EXIT.
002820
002830     EVALUATE TRUE
002840         WHEN FUNCTION-INIT
002850             PERFORM 2000-INIT-BATCH-CONTROL
002860                 THRU 2000-INIT-BATCH-CONTROL-EXIT
002870         WHEN FUNCTION-CLOSE
002880             PERFORM 3000-CLOSE-ONLINE-DAY
002890                 THRU 3000-CLOSE-ONLINE-DAY-EXIT
002900         WHEN FUNCTION-OPEN
002910             PERFORM 4000-OPEN-NEXT-DAY
002920                 THRU 4000-OPEN-NEXT-DAY-EXIT
002930     END-EVALUATE.
002940
002950     PERFORM 8000-TERMINATE
002960         THRU 8000-TERMINATE-EXIT.
002970
002980     GOBACK.
002990
003000 0000-MAINLINE-EXIT.
003010     EXIT.
003020*****************************************************************
003030 1000-INITIALIZE.
003040*****************************************************************
003050     PERFORM 1100-EDIT-RUN-PARM
003060         THRU 1100-EDIT-RUN-PARM-EXIT.
003070
003080     OPEN I-O BATCH-CONTROL-FILE.
003090     IF NOT FS-BATCH-OK
003100         DISPLAY 'BATCHDAY - UNABLE TO OPEN BATCHCTL, STATUS = '
003110                 FS-BATCH-CONTROL
003120         GO TO 1000-INITIALIZE-ABEND
003130     END-IF.
003140
003150     OPEN OUTPUT REPORT-FILE.
003160     IF NOT FS-REPORT-OK
003170         DISPLAY 'BATCHDAY - UNABLE TO OPEN RPTOUT, STATUS = '
003180                 FS-REPORT-FILE
003190         GO TO 1000-INITIALIZE-ABEND
003200     END-IF.
003210
003220     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
003230     MOVE CDW-DD                TO RDD-DD.
003240     MOVE CDW-MM                TO RDD-MM.
003250     MOVE CDW-YY                TO RDD-YY.
003260     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
003270
003280     GO TO 1000-INITIALIZE-EXIT.
003290
003300 1000-INITIALIZE-ABEND.
003310     MOVE 16 TO RETURN-CODE.
003320     GOBACK.
003330
003340 1000-INITIALIZE-EXIT.
003350     EXIT.
003360*****************************************************************
003370 1100-EDIT-RUN-PARM.
003380*****************************************************************
003390*    The PARM is the function - INIT, CLOSE or OPEN - and, for
003400*    INIT and optionally OPEN, a business date (yyyy-mm-dd)
003410*    after a space. Anything else stops the run before BATCHCTL
003420*    is touched.
003430     IF PARM-LENGTH < 4 OR PARM-LENGTH > 20
003440         DISPLAY 'BATCHDAY - PARM MUST BE INIT YYYY-MM-DD, CLOSE '
003450                 'OR OPEN [YYYY-MM-DD]'
003460         GO TO 1100-EDIT-RUN-PARM-ABEND
003470     END-IF.
003480
003490     MOVE SPACES TO PARM-FUNCTION-TOKEN PARM-DATE-TOKEN
003500                    PARM-EXTRA-TOKEN.
003510     MOVE 0 TO PARM-FUNCTION-LEN PARM-DATE-LEN PARM-EXTRA-LEN.
003520     UNSTRING PARM-DATA (1:PARM-LENGTH) DELIMITED BY ALL SPACE
003530         INTO PARM-FUNCTION-TOKEN COUNT IN PARM-FUNCTION-LEN
003540              PARM-DATE-TOKEN     COUNT IN PARM-DATE-LEN
003550              PARM-EXTRA-TOKEN    COUNT IN PARM-EXTRA-LEN
003560     END-UNSTRING.
003570
003580     MOVE PARM-FUNCTION-TOKEN TO SW-RUN-FUNCTION.
003590     IF PARM-FUNCTION-LEN > 5 OR PARM-EXTRA-LEN > 0
003600        OR NOT (FUNCTION-INIT OR FUNCTION-CLOSE OR FUNCTION-OPEN)
003610         DISPLAY 'BATCHDAY - PARM MUST BE INIT YYYY-MM-DD, CLOSE '
003620                 'OR OPEN [YYYY-MM-DD]'
003630         GO TO 1100-EDIT-RUN-PARM-ABEND
003640     END-IF.
003650
003660     IF FUNCTION-INIT AND PARM-DATE-LEN = 0
003670         DISPLAY 'BATCHDAY - INIT NEEDS THE FIRST BUSINESS DATE'
003680         GO TO 1100-EDIT-RUN-PARM-ABEND
003690     END-IF.
003700     IF FUNCTION-CLOSE AND PARM-DATE-LEN > 0
003710         DISPLAY 'BATCHDAY - CLOSE TAKES NO DATE'
003720         GO TO 1100-EDIT-RUN-PARM-ABEND
003730     END-IF.
003740     IF PARM-DATE-LEN = 0
003750         GO TO 1100-EDIT-RUN-PARM-EXIT
003760     END-IF.
003770
003780     MOVE PARM-DATE-TOKEN TO EDIT-DATE.
003790     PERFORM 1200-EDIT-DATE
003800         THRU 1200-EDIT-DATE-EXIT.
003810     IF PARM-DATE-LEN NOT = 10 OR NOT DATE-IS-VALID
003820         DISPLAY 'BATCHDAY - PARM DATE IS NOT A DATE: '
003830                 PARM-DATE-TOKEN
003840         GO TO 1100-EDIT-RUN-PARM-ABEND
003850     END-IF.
003860     SET DATE-GIVEN TO TRUE.
003870     MOVE EDIT-DATE-INTEGER TO NEW-BUSINESS-INTEGER.
003880
003890     GO TO 1100-EDIT-RUN-PARM-EXIT.
003900
003910 1100-EDIT-RUN-PARM-ABEND.
003920     MOVE 16 TO RETURN-CODE.
003930     GOBACK.
003940
003950 1100-EDIT-RUN-PARM-EXIT.
003960     EXIT.
003970*****************************************************************
003980 1200-EDIT-DATE.
003990*****************************************************************
004000*    Checks EDIT-DATE is a real yyyy-mm-dd date and leaves its
004010*    day number in EDIT-DATE-INTEGER.
004020     MOVE 'N' TO EDIT-DATE-VALID.
004030     MOVE 0   TO EDIT-DATE-INTEGER.
004040     IF EDIT-DATE (5:1) NOT = '-' OR EDIT-DATE (8:1) NOT = '-'
004050         GO TO 1200-EDIT-DATE-EXIT
004060     END-IF.
004070
004080     MOVE EDIT-DATE (1:4) TO EDIT-DATE-YYYYMMDD (1:4).
004090     MOVE EDIT-DATE (6:2) TO EDIT-DATE-YYYYMMDD (5:2).
004100     MOVE EDIT-DATE (9:2) TO EDIT-DATE-YYYYMMDD (7:2).
004110     IF EDIT-DATE-YYYYMMDD IS NOT NUMERIC
004120         GO TO 1200-EDIT-DATE-EXIT
004130     END-IF.
004140
004150     COMPUTE EDIT-DATE-INTEGER =
004160         FUNCTION INTEGER-OF-DATE (EDIT-DATE-9)
004170         ON SIZE ERROR
004180             MOVE 0 TO EDIT-DATE-INTEGER
004190     END-COMPUTE.
004200     IF EDIT-DATE-INTEGER > 0
004210         MOVE 'Y' TO EDIT-DATE-VALID
004220     END-IF.
004230
004240 1200-EDIT-DATE-EXIT.
004250     EXIT.
004260*****************************************************************
004270 2000-INIT-BATCH-CONTROL.
004280*****************************************************************
004290*    A new BATCHCTL gets its control record, open for the given
004300*    business date, and an empty entry for every job. A file
004310*    that already has a control record is refused - INIT would
004320*    throw away the date the night's batch is working on.
004330     PERFORM 6000-READ-CONTROL-RECORD
004340         THRU 6000-READ-CONTROL-RECORD-EXIT.
004350     IF CONTROL-ON-FILE
004360         DISPLAY 'BATCHDAY - BATCHCTL ALREADY HOLDS BUSINESS '
004370                 'DATE ' BCT-BUSINESS-DATE ', INIT REFUSED'
004380         MOVE 16 TO RETURN-CODE
004390         GO TO 2000-INIT-BATCH-CONTROL-EXIT
004400     END-IF.
004410
004420     PERFORM 6600-STAMP-TIME
004430         THRU 6600-STAMP-TIME-EXIT.
004440     MOVE SPACES                 TO BATCH-CONTROL-RECORD.
004450     MOVE '$BUSDATE'             TO BCT-KEY.
004460     MOVE EDIT-DATE              TO BCT-BUSINESS-DATE.
004470     SET BCT-ONLINE-OPEN         TO TRUE.
004480     MOVE TSW-DISPLAY            TO BCT-OPENED-DATE-TIME.
004490     MOVE BATCH-CONTROL-RECORD   TO BATCH-CONTROL-FD-RECORD.
004500     WRITE BATCH-CONTROL-FD-RECORD.
004510     IF NOT FS-BATCH-OK
004520         DISPLAY 'BATCHDAY - BATCHCTL WRITE ERROR, STATUS = '
004530                 FS-BATCH-CONTROL
004540         MOVE 16 TO RETURN-CODE
004550         GO TO 2000-INIT-BATCH-CONTROL-EXIT
004560     END-IF.
004570     MOVE BCT-BUSINESS-DATE      TO BUSINESS-DATE-AFTER.
004580     MOVE 'OPEN'                 TO ONLINE-STATUS-AFTER.
004590
004600     PERFORM 2100-SEED-JOB-ENTRY
004610         THRU 2100-SEED-JOB-ENTRY-EXIT
004620         VARYING JOB-SUB FROM 1 BY 1
004630         UNTIL JOB-SUB > JOB-COUNT.
004640
004650 2000-INIT-BATCH-CONTROL-EXIT.
004660     EXIT.
004670*****************************************************************
004680 2100-SEED-JOB-ENTRY.
004690*****************************************************************
004700     MOVE BATCH-JOB-NAME (JOB-SUB) TO BCT-FD-KEY.
004710     READ BATCH-CONTROL-FILE.
004720     IF FS-BATCH-OK
004730         GO TO 2100-SEED-JOB-ENTRY-EXIT
004740     END-IF.
004750
004760     MOVE SPACES                 TO BATCH-CONTROL-RECORD.
004770     MOVE BATCH-JOB-NAME (JOB-SUB) TO BCT-KEY.
004780     MOVE 0                      TO BCT-RETURN-CODE BCT-RUN-COUNT.
004790     MOVE BATCH-CONTROL-RECORD   TO BATCH-CONTROL-FD-RECORD.
004800     WRITE BATCH-CONTROL-FD-RECORD.
004810     IF NOT FS-BATCH-OK
004820         DISPLAY 'BATCHDAY - BATCHCTL WRITE ERROR FOR '
004830                 BATCH-JOB-NAME (JOB-SUB) ', STATUS = '
004840                 FS-BATCH-CONTROL
004850         MOVE 16 TO RETURN-CODE
004860         GO TO 2100-SEED-JOB-ENTRY-EXIT
004870     END-IF.
004880     ADD 1 TO CNT-JOBS-SEEDED.
004890
004900 2100-SEED-JOB-ENTRY-EXIT.
004910     EXIT.
004920*****************************************************************
004930 3000-CLOSE-ONLINE-DAY.
004940*****************************************************************
004950*    The region is down - the business date's online work is
004960*    over and the overnight jobs may start on it. Closing a day
004970*    already closed changes nothing and ends RC 4.
004980     PERFORM 6000-READ-CONTROL-RECORD
004990         THRU 6000-READ-CONTROL-RECORD-EXIT.
005000     IF NOT CONTROL-ON-FILE
005010         DISPLAY 'BATCHDAY - NO BUSINESS DATE ON BATCHCTL, RUN '
005020                 'INIT FIRST'
005030         MOVE 16 TO RETURN-CODE
005040         GO TO 3000-CLOSE-ONLINE-DAY-EXIT
005050     END-IF.
005060     MOVE BCT-BUSINESS-DATE      TO BUSINESS-DATE-BEFORE
005070                                    BUSINESS-DATE-AFTER.
005080     MOVE 'CLOSED'               TO ONLINE-STATUS-AFTER.
005090
005100     IF BCT-ONLINE-CLOSED
005110         DISPLAY 'BATCHDAY - ONLINE DAY ' BCT-BUSINESS-DATE
005120                 ' WAS ALREADY CLOSED AT ' BCT-CLOSED-DATE-TIME
005130         MOVE 4 TO RETURN-CODE
005140         GO TO 3000-CLOSE-ONLINE-DAY-EXIT
005150     END-IF.
005160
005170     PERFORM 6600-STAMP-TIME
005180         THRU 6600-STAMP-TIME-EXIT.
005190     SET BCT-ONLINE-CLOSED       TO TRUE.
005200     MOVE TSW-DISPLAY            TO BCT-CLOSED-DATE-TIME.
005210     PERFORM 6100-REWRITE-CONTROL-RECORD
005220         THRU 6100-REWRITE-CONTROL-RECORD-EXIT.
005230
005240 3000-CLOSE-ONLINE-DAY-EXIT.
005250     EXIT.
005260*****************************************************************
005270 4000-OPEN-NEXT-DAY.
005280*****************************************************************
005290*    Roll the business date on for the new online day. The day
005300*    being left must have closed. Jobs that never completed for
005310*    it are listed and the run ends RC 4 - the date still rolls,
005320*    so the region is not held up, and operations decide whether
005330*    the missed work is rerun.
005340     PERFORM 6000-READ-CONTROL-RECORD
005350         THRU 6000-READ-CONTROL-RECORD-EXIT.
005360     IF NOT CONTROL-ON-FILE
005370         DISPLAY 'BATCHDAY - NO BUSINESS DATE ON BATCHCTL, RUN '
005380                 'INIT FIRST'
005390         MOVE 16 TO RETURN-CODE
005400         GO TO 4000-OPEN-NEXT-DAY-EXIT
005410     END-IF.
005420     MOVE BCT-BUSINESS-DATE      TO BUSINESS-DATE-BEFORE.
005430
005440     IF NOT BCT-ONLINE-CLOSED
005450         DISPLAY 'BATCHDAY - ONLINE DAY ' BCT-BUSINESS-DATE
005460                 ' IS STILL OPEN, RUN CLOSE FIRST'
005470         MOVE BCT-BUSINESS-DATE  TO BUSINESS-DATE-AFTER
005480         MOVE 'OPEN'             TO ONLINE-STATUS-AFTER
005490         MOVE 16 TO RETURN-CODE
005500         GO TO 4000-OPEN-NEXT-DAY-EXIT
005510     END-IF.
005520
005530     MOVE BCT-BUSINESS-DATE      TO EDIT-DATE.
005540     PERFORM 1200-EDIT-DATE
005550         THRU 1200-EDIT-DATE-EXIT.
005560     MOVE EDIT-DATE-INTEGER      TO CURRENT-BUSINESS-INTEGER.
005570     IF NOT DATE-GIVEN
005580         COMPUTE NEW-BUSINESS-INTEGER =
005590             CURRENT-BUSINESS-INTEGER + 1
005600     END-IF.
005610     IF NEW-BUSINESS-INTEGER NOT > CURRENT-BUSINESS-INTEGER
005620         DISPLAY 'BATCHDAY - NEW BUSINESS DATE MUST BE AFTER '
005630                 BCT-BUSINESS-DATE
005640         MOVE BCT-BUSINESS-DATE  TO BUSINESS-DATE-AFTER
005650         MOVE 'CLOSED'           TO ONLINE-STATUS-AFTER
005660         MOVE 16 TO RETURN-CODE
005670         GO TO 4000-OPEN-NEXT-DAY-EXIT
005680     END-IF.
005690     MOVE FUNCTION DATE-OF-INTEGER (NEW-BUSINESS-INTEGER)
005700         TO NEW-BUSINESS-YYYYMMDD.
005710     MOVE NBD-YYYY TO NBD-DISP-YYYY.
005720     MOVE NBD-MM   TO NBD-DISP-MM.
005730     MOVE NBD-DD   TO NBD-DISP-DD.
005740
005750     PERFORM 4100-CHECK-JOB-COMPLETE
005760         THRU 4100-CHECK-JOB-COMPLETE-EXIT
005770         VARYING JOB-SUB FROM 1 BY 1
005780         UNTIL JOB-SUB > JOB-COUNT.
005790     IF CNT-JOBS-INCOMPLETE > 0
005800         MOVE 4 TO RETURN-CODE
005810     END-IF.
005820
005830     PERFORM 6000-READ-CONTROL-RECORD
005840         THRU 6000-READ-CONTROL-RECORD-EXIT.
005850     PERFORM 6600-STAMP-TIME
005860         THRU 6600-STAMP-TIME-EXIT.
005870     MOVE BCT-BUSINESS-DATE      TO BCT-PRIOR-BUSINESS-DATE.
005880     MOVE NEW-BUSINESS-DISPLAY   TO BCT-BUSINESS-DATE.
005890     SET BCT-ONLINE-OPEN         TO TRUE.
005900     MOVE TSW-DISPLAY            TO BCT-OPENED-DATE-TIME.
005910     MOVE SPACES                 TO BCT-CLOSED-DATE-TIME.
005920     PERFORM 6100-REWRITE-CONTROL-RECORD
005930         THRU 6100-REWRITE-CONTROL-RECORD-EXIT.
005940     MOVE BCT-BUSINESS-DATE      TO BUSINESS-DATE-AFTER.
005950     MOVE 'OPEN'                 TO ONLINE-STATUS-AFTER.
005960
005970 4000-OPEN-NEXT-DAY-EXIT.
005980     EXIT.
005990*****************************************************************
006000 4100-CHECK-JOB-COMPLETE.
006010*****************************************************************
006020     MOVE BATCH-JOB-NAME (JOB-SUB) TO BCT-FD-KEY.
006030     READ BATCH-CONTROL-FILE.
006040     IF FS-BATCH-OK
006050         MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
006060         IF BCT-LAST-COMPLETED-DATE = BUSINESS-DATE-BEFORE
006070             GO TO 4100-CHECK-JOB-COMPLETE-EXIT
006080         END-IF
006090     END-IF.
006100
006110     DISPLAY 'BATCHDAY - ' BATCH-JOB-NAME (JOB-SUB)
006120             ' DID NOT COMPLETE FOR ' BUSINESS-DATE-BEFORE.
006130     ADD 1 TO CNT-JOBS-INCOMPLETE.
006140
006150 4100-CHECK-JOB-COMPLETE-EXIT.
006160     EXIT.
006170*****************************************************************
006180 6000-READ-CONTROL-RECORD.
006190*****************************************************************
006200     MOVE 'N' TO SW-CONTROL-ON-FILE.
006210     MOVE '$BUSDATE' TO BCT-FD-KEY.
006220     READ BATCH-CONTROL-FILE.
006230     EVALUATE TRUE
006240         WHEN FS-BATCH-OK
006250             MOVE BATCH-CONTROL-FD-RECORD TO BATCH-CONTROL-RECORD
006260             SET CONTROL-ON-FILE TO TRUE
006270         WHEN FS-BATCH-NOTFND
006280             CONTINUE
006290         WHEN OTHER
006300             DISPLAY 'BATCHDAY - BATCHCTL READ ERROR, STATUS = '
006310                     FS-BATCH-CONTROL
006320             MOVE 16 TO RETURN-CODE
006330             PERFORM 8000-TERMINATE
006340                 THRU 8000-TERMINATE-EXIT
006350             GOBACK
006360     END-EVALUATE.
006370
006380 6000-READ-CONTROL-RECORD-EXIT.
006390     EXIT.
006400*****************************************************************
006410 6100-REWRITE-CONTROL-RECORD.
006420*****************************************************************
006430     MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-FD-RECORD.
006440     REWRITE BATCH-CONTROL-FD-RECORD.
006450     IF NOT FS-BATCH-OK
006460         DISPLAY 'BATCHDAY - BATCHCTL REWRITE ERROR, STATUS = '
006470                 FS-BATCH-CONTROL
006480         MOVE 16 TO RETURN-CODE
006490     END-IF.
006500
006510 6100-REWRITE-CONTROL-RECORD-EXIT.
006520     EXIT.
006530*****************************************************************
006540 6600-STAMP-TIME.
006550*****************************************************************
006560     MOVE FUNCTION CURRENT-DATE TO TSW-CURRENT.
006570     MOVE TSW-YYYY TO TSD-YYYY.
006580     MOVE TSW-MM   TO TSD-MM.
006590     MOVE TSW-DD   TO TSD-DD.
006600     MOVE TSW-HH   TO TSD-HH.
006610     MOVE TSW-MN   TO TSD-MN.
006620     MOVE TSW-SS   TO TSD-SS.
006630
006640 6600-STAMP-TIME-EXIT.
006650     EXIT.
006660*****************************************************************
006670 7000-WRITE-PAGE-HEADINGS.
006680*****************************************************************
006690     ADD 1 TO PAGE-NUMBER.
006700     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
006710     MOVE HEADING-LINE-1       TO REPORT-LINE.
006720     PERFORM 7500-WRITE-REPORT-LINE
006730         THRU 7500-WRITE-REPORT-LINE-EXIT.
006740     MOVE HEADING-LINE-2       TO REPORT-LINE.
006750     PERFORM 7500-WRITE-REPORT-LINE
006760         THRU 7500-WRITE-REPORT-LINE-EXIT.
006770
006780 7000-WRITE-PAGE-HEADINGS-EXIT.
006790     EXIT.
006800*****************************************************************
006810 7500-WRITE-REPORT-LINE.
006820*****************************************************************
006830     WRITE REPORT-LINE.
006840     ADD 1 TO LINES-ON-PAGE.
006850
006860 7500-WRITE-REPORT-LINE-EXIT.
006870     EXIT.
006880*****************************************************************
006890 8000-TERMINATE.
006900*****************************************************************
006910     PERFORM 7000-WRITE-PAGE-HEADINGS
006920         THRU 7000-WRITE-PAGE-HEADINGS-EXIT.
006930
006940     MOVE 'FUNCTION (PARM)'             TO DLP-LABEL.
006950     MOVE PARM-DATA (1:PARM-LENGTH)     TO DLP-VALUE.
006960     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
006970     PERFORM 7500-WRITE-REPORT-LINE
006980         THRU 7500-WRITE-REPORT-LINE-EXIT.
006990
007000     MOVE 'BUSINESS DATE BEFORE'        TO DLP-LABEL.
007010     MOVE BUSINESS-DATE-BEFORE          TO DLP-VALUE.
007020     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
007030     PERFORM 7500-WRITE-REPORT-LINE
007040         THRU 7500-WRITE-REPORT-LINE-EXIT.
007050
007060     MOVE 'BUSINESS DATE AFTER'         TO DLP-LABEL.
007070     MOVE BUSINESS-DATE-AFTER           TO DLP-VALUE.
007080     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
007090     PERFORM 7500-WRITE-REPORT-LINE
007100         THRU 7500-WRITE-REPORT-LINE-EXIT.
007110
007120     MOVE 'ONLINE DAY'                  TO DLP-LABEL.
007130     MOVE ONLINE-STATUS-AFTER           TO DLP-VALUE.
007140     MOVE DETAIL-LINE-PARM              TO REPORT-LINE.
007150     PERFORM 7500-WRITE-REPORT-LINE
007160         THRU 7500-WRITE-REPORT-LINE-EXIT.
007170
007180     IF FUNCTION-OPEN
007190         MOVE 'JOBS NOT COMPLETE FOR PRIOR' TO DLP-LABEL
007200         MOVE SPACES                    TO DLP-VALUE
007210         MOVE CNT-JOBS-INCOMPLETE       TO DLP-VALUE (1:3)
007220         MOVE DETAIL-LINE-PARM          TO REPORT-LINE
007230         PERFORM 7500-WRITE-REPORT-LINE
007240             THRU 7500-WRITE-REPORT-LINE-EXIT
007250     END-IF.
007260     IF FUNCTION-INIT
007270         MOVE 'JOB ENTRIES WRITTEN'     TO DLP-LABEL
007280         MOVE SPACES                    TO DLP-VALUE
007290         MOVE CNT-JOBS-SEEDED           TO DLP-VALUE (1:3)
007300         MOVE DETAIL-LINE-PARM          TO REPORT-LINE
007310         PERFORM 7500-WRITE-REPORT-LINE
007320             THRU 7500-WRITE-REPORT-LINE-EXIT
007330     END-IF.
007340
007350     MOVE BLANK-LINE                    TO REPORT-LINE.
007360     PERFORM 7500-WRITE-REPORT-LINE
007370         THRU 7500-WRITE-REPORT-LINE-EXIT.
007380     MOVE JOB-COLUMN-HEADING            TO REPORT-LINE.
007390     PERFORM 7500-WRITE-REPORT-LINE
007400         THRU 7500-WRITE-REPORT-LINE-EXIT.
007410     PERFORM 8100-WRITE-JOB-LINE
007420         THRU 8100-WRITE-JOB-LINE-EXIT
007430         VARYING JOB-SUB FROM 1 BY 1
007440         UNTIL JOB-SUB > JOB-COUNT.
007450
007460     CLOSE BATCH-CONTROL-FILE.
007470     CLOSE REPORT-FILE.
007480
007490 8000-TERMINATE-EXIT.
007500     EXIT.
007510*****************************************************************
007520 8100-WRITE-JOB-LINE.
007530*****************************************************************
007540     MOVE SPACES                   TO JOB-DETAIL-LINE.
007550     MOVE BATCH-JOB-NAME (JOB-SUB) TO JDL-JOB-NAME.
007560     MOVE BATCH-JOB-NAME (JOB-SUB) TO BCT-FD-KEY.
007570     READ BATCH-CONTROL-FILE.
007580     IF NOT FS-BATCH-OK
007590         MOVE 'NO ENTRY'           TO JDL-STATUS
007600         GO TO 8100-WRITE-JOB-LINE-PRINT
007610     END-IF.
007620     MOVE BATCH-CONTROL-FD-RECORD  TO BATCH-CONTROL-RECORD.
007630
007640     EVALUATE TRUE
007650         WHEN BCT-JOB-COMPLETE
007660             MOVE 'COMPLETE'       TO JDL-STATUS
007670         WHEN BCT-JOB-FAILED
007680             MOVE 'FAILED'         TO JDL-STATUS
007690         WHEN BCT-JOB-STARTED
007700             MOVE 'STARTED'        TO JDL-STATUS
007710         WHEN OTHER
007720             MOVE 'NOT RUN'        TO JDL-STATUS
007730     END-EVALUATE.
007740     MOVE BCT-RUN-DATE             TO JDL-RUN-DATE.
007750     MOVE BCT-LAST-COMPLETED-DATE  TO JDL-COMPLETED-DATE.
007760     MOVE BCT-STARTED-DATE-TIME    TO JDL-STARTED.
007770     MOVE BCT-ENDED-DATE-TIME      TO JDL-ENDED.
007780     MOVE BCT-RETURN-CODE          TO JDL-RETURN-CODE.
007790     MOVE BCT-RUN-COUNT            TO JDL-RUN-COUNT.
007800     IF BCT-RUN-WAS-FORCED
007810         MOVE 'YES'                TO JDL-FORCED
007820     END-IF.
007830
007840 8100-WRITE-JOB-LINE-PRINT.
007850     MOVE JOB-DETAIL-LINE          TO REPORT-LINE.
007860     PERFORM 7500-WRITE-REPORT-LINE
007870         THRU 7500-WRITE-REPORT-LINE-EXIT.
007880
007890 8100-WRITE-JOB-LINE-EXIT.
007900     EXIT.
