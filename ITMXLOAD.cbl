000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ITMXLOAD.
000030 AUTHOR.        APPLICATION SUPPORT.
000040 INSTALLATION.  DISTRIBUTION SYSTEMS.
000050 DATE-WRITTEN.  14/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*                                                               *
000090* MODULE NAME  = ITMXLOAD                                       *
000100*                                                               *
000110* DESCRIPTIVE NAME = Item activity index build                  *
000120*                                                               *
000130*     This program builds the ITEMIDX item activity index (see  *
000140*     ITMXREC) from the events already on the stores. Online,   *
000150*     KAFKAP indexes each event as it lands and KAFKIN each     *
000160*     item correction it applies; this run gives the KTIM       *
000170*     timeline the history from before the index existed. It    *
000180*     reads, end to end:                                        *
000190*                                                               *
000200*         - AUDITF, the published events;                       *
000210*         - SUSPENSE, the events held for a bad value - the     *
000220*           reference and values come from the raw container    *
000230*           bytes, and an event whose reference is not numeric  *
000240*           has nothing to be indexed by;                       *
000250*         - PENDPRC, the price changes waiting for approval;    *
000260*         - DLQFILE, the dead letters - the values come from    *
000270*           the event copybook saved with the entry;            *
000280*         - PRICHIST, for the INBOUND price moves KAFKIN's item *
000290*           corrections made, indexed as CORR entries. A        *
000300*           correction that left the price alone never reached  *
000310*           PRICHIST and cannot be rebuilt.                     *
000320*                                                               *
000330*     Entries already on the index - written online, or by an   *
000340*     earlier run - are left as they are, so the job can be run *
000350*     again safely. Events already archived off AUDITF are not  *
000360*     on any store and cannot be indexed. A control report      *
000370*     gives, for each store, the records read, indexed, already *
000380*     indexed and skipped.                                      *
000390*                                                               *
000400* NOTES :                                                       *
000410*  DEPENDENCIES = None                                          *
000420*  RESTRICTIONS = ITEMIDX must be closed to online update       *
000430*                 before this program is run.                   *
000440*  REGISTER CONVENTIONS = Normal                                *
000450*  MODULE TYPE = Executable                                     *
000460*  PROCESSOR = COBOL                                            *
000470*  ATTRIBUTES = Read/write                                      *
000480*                                                               *
000490*---------------------------------------------------------------*
000500*                                                               *
000510* CHANGE ACTIVITY :                                             *
000520*                                                               *
000530*  2026-10-14  APPMAINT  New program.                           *
000533*  2026-10-15  APPMAINT  A read error on any store is reported  *
000536*                        and ends the run RC 8.                 *
000540*                                                               *
000550*****************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.  IBM-370.
000590 OBJECT-COMPUTER.  IBM-370.
000600 SPECIAL-NAMES.    C01 IS TO-NEW-PAGE.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT AUDIT-FILE      ASSIGN TO AUDITF
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS SEQUENTIAL
000660            RECORD KEY IS AUDIT-NETWORK-UOWID
000670            FILE STATUS IS FS-AUDIT-FILE.
000680
000690     SELECT SUSPENSE-FILE   ASSIGN TO SUSPENSE
000700            ORGANIZATION IS INDEXED
000710            ACCESS MODE IS SEQUENTIAL
000720            RECORD KEY IS EXCP-NETWORK-UOWID
000730            FILE STATUS IS FS-SUSPENSE.
000740
000750     SELECT PENDING-FILE    ASSIGN TO PENDPRC
000760            ORGANIZATION IS INDEXED
000770            ACCESS MODE IS SEQUENTIAL
000780            RECORD KEY IS PEND-NETWORK-UOWID
000790            FILE STATUS IS FS-PENDING.
000800
000810     SELECT DEAD-LETTER-FILE ASSIGN TO DLQFILE
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE IS SEQUENTIAL
000840            RECORD KEY IS DLQ-NETWORK-UOWID
000850            FILE STATUS IS FS-DEAD-LETTER.
000860
000870     SELECT PRICE-HISTORY-FILE ASSIGN TO PRICHIST
000880            ORGANIZATION IS INDEXED
000890            ACCESS MODE IS SEQUENTIAL
000900            RECORD KEY IS PRH-HISTORY-KEY
000910            FILE STATUS IS FS-PRICE-HISTORY.
000920
000930     SELECT ITEM-INDEX-FILE ASSIGN TO ITEMIDX
000940            ORGANIZATION IS INDEXED
000950            ACCESS MODE IS RANDOM
000960            RECORD KEY IS ITX-INDEX-KEY
000970            FILE STATUS IS FS-ITEM-INDEX.
000980
000990     SELECT REPORT-FILE     ASSIGN TO RPTOUT
001000            ORGANIZATION IS SEQUENTIAL
001010            ACCESS MODE IS SEQUENTIAL
001020            FILE STATUS IS FS-REPORT-FILE.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060*****************************************************************
001070 FD  AUDIT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  AUDIT-RECORD.
001100     COPY AUDITREC.
001110*****************************************************************
001120 FD  SUSPENSE-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  EXCEPTION-RECORD.
001150     COPY EXCPTREC.
001160*****************************************************************
001170 FD  PENDING-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  PENDING-PRICE-RECORD.
001200     COPY PENDPRC.
001210*****************************************************************
001220 FD  DEAD-LETTER-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  DEAD-LETTER-RECORD.
001250     COPY DLQREC.
001260*****************************************************************
001270 FD  PRICE-HISTORY-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  PRICE-HISTORY-RECORD.
001300     COPY PRCHREC.
001310*****************************************************************
001320 FD  ITEM-INDEX-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  ITEM-INDEX-RECORD.
001350     COPY ITMXREC.
001360*****************************************************************
001370 FD  REPORT-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 01  REPORT-LINE                PIC X(133).
001410*****************************************************************
001420 WORKING-STORAGE SECTION.
001430*****************************************************************
001440 77  WS-FILLER-77                PIC X(01) VALUE SPACES.
001450 77  STORE-SUB                   PIC S9(04) COMP VALUE 0.
001460
001470 01  FILE-STATUS-SWITCHES.
001480     05 FS-AUDIT-FILE            PIC X(02) VALUE '00'.
001490        88 FS-AUDIT-OK                VALUE '00'.
001500     05 FS-SUSPENSE              PIC X(02) VALUE '00'.
001510        88 FS-SUSPENSE-OK             VALUE '00'.
001520     05 FS-PENDING               PIC X(02) VALUE '00'.
001530        88 FS-PENDING-OK              VALUE '00'.
001540     05 FS-DEAD-LETTER           PIC X(02) VALUE '00'.
001550        88 FS-DEAD-LETTER-OK          VALUE '00'.
001560     05 FS-PRICE-HISTORY         PIC X(02) VALUE '00'.
001570        88 FS-PRICE-HISTORY-OK        VALUE '00'.
001580     05 FS-ITEM-INDEX            PIC X(02) VALUE '00'.
001590        88 FS-INDEX-OK                VALUE '00'.
001600        88 FS-INDEX-DUPREC            VALUE '22'.
001610     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001620        88 FS-REPORT-OK               VALUE '00'.
001630
001640 01  PROGRAM-SWITCHES.
001650     05 SW-END-OF-AUDIT          PIC X(01) VALUE 'N'.
001660        88 END-OF-AUDIT               VALUE 'Y'.
001670     05 SW-END-OF-SUSPENSE       PIC X(01) VALUE 'N'.
001680        88 END-OF-SUSPENSE            VALUE 'Y'.
001690     05 SW-END-OF-PENDING        PIC X(01) VALUE 'N'.
001700        88 END-OF-PENDING             VALUE 'Y'.
001710     05 SW-END-OF-DEAD-LETTERS   PIC X(01) VALUE 'N'.
001720        88 END-OF-DEAD-LETTERS        VALUE 'Y'.
001730     05 SW-END-OF-PRICE-HISTORY  PIC X(01) VALUE 'N'.
001740        88 END-OF-PRICE-HISTORY       VALUE 'Y'.
001750     05 SW-INDEX-WRITE-ERROR     PIC X(01) VALUE 'N'.
001760        88 INDEX-WRITE-ERROR          VALUE 'Y'.
001763     05 SW-INPUT-READ-ERROR      PIC X(01) VALUE 'N'.
001766        88 INPUT-READ-ERROR           VALUE 'Y'.
001770
001780*    The suspense file keeps the raw container bytes - a leading
001790*    format byte, then the digits. They are edited through these
001800*    before being trusted as numbers.
001810 01  RAW-VALUE-WORK.
001820     05 RAW-QUANTITY-X           PIC X(04).
001830     05 RAW-QUANTITY-9 REDEFINES RAW-QUANTITY-X
001840                                 PIC 9(04).
001850     05 RAW-PRICE-X              PIC X(08).
001860     05 RAW-PRICE-9 REDEFINES RAW-PRICE-X
001870                                 PIC 9(06)V99.
001880
001890*    A dead letter carries the event copybook it failed with.
001900 01  INSREQ-COPYBOOK.
001910     COPY INSREQ.
001920
001930 01  PRICECHG-COPYBOOK.
001940     COPY PRICECHG.
001950
001960 01  SUPPUPD-COPYBOOK.
001970     COPY SUPPUPD.
001980
001990 01  ITMMCHG-COPYBOOK.
002000     COPY ITMMCHG.
002010
002020*    One control line per store read.
002030 01  STORE-COUNT-TABLE.
002040     05 STORE-COUNT-ENTRY OCCURS 5 TIMES.
002050        10 SCT-STORE-NAME        PIC X(08).
002060        10 SCT-RECORDS-READ      PIC 9(07) COMP-3.
002070        10 SCT-INDEXED           PIC 9(07) COMP-3.
002080        10 SCT-ALREADY-INDEXED   PIC 9(07) COMP-3.
002090        10 SCT-SKIPPED           PIC 9(07) COMP-3.
002100
002110 01  LINE-COUNT-WORK.
002120     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
002130     05 PAGE-NUMBER              PIC 9(05) COMP-3 VALUE 0.
002140
002150 01  CURRENT-DATE-WORK.
002160     05 CDW-DATE                 PIC 9(06).
002170     05 CDW-DATE-R  REDEFINES CDW-DATE.
002180        10 CDW-YY                PIC 9(02).
002190        10 CDW-MM                PIC 9(02).
002200        10 CDW-DD                PIC 9(02).
002210
002220 01  RUN-DATE-DDMMYY             PIC 9(06).
002230 01  RUN-DATE-DDMMYY-R REDEFINES RUN-DATE-DDMMYY.
002240     05 RDD-DD                   PIC 9(02).
002250     05 RDD-MM                   PIC 9(02).
002260     05 RDD-YY                   PIC 9(02).
002270
002280*****************************************************************
002290* REPORT LINE LAYOUTS                                           *
002300*****************************************************************
002310 01  HEADING-LINE-1.
002320     05 FILLER                   PIC X(01) VALUE SPACES.
002330     05 FILLER                   PIC X(40) VALUE
002340        'ITEM ACTIVITY INDEX BUILD'.
002350     05 FILLER                   PIC X(12) VALUE 'RUN DATE : '.
002360     05 HL1-RUN-DATE             PIC 99/99/99.
002370     05 FILLER                   PIC X(09) VALUE '  PAGE : '.
002380     05 HL1-PAGE-NUMBER          PIC ZZZZ9.
002390
002400 01  HEADING-LINE-2.
002410     05 FILLER                   PIC X(01) VALUE SPACES.
002420     05 FILLER                   PIC X(50) VALUE ALL '-'.
002430
002440 01  COUNT-COLUMN-LINE.
002450     05 FILLER                   PIC X(01) VALUE SPACES.
002460     05 FILLER                   PIC X(20) VALUE
002470        'STORE        READ'.
002480     05 FILLER                   PIC X(40) VALUE
002490        '     INDEXED   ALREADY   SKIPPED'.
002500
002510 01  COUNT-DETAIL-LINE.
002520     05 FILLER                   PIC X(01) VALUE SPACES.
002530     05 CDL-STORE-NAME           PIC X(08).
002540     05 FILLER                   PIC X(01) VALUE SPACES.
002550     05 CDL-RECORDS-READ         PIC Z,ZZZ,ZZ9.
002560     05 FILLER                   PIC X(03) VALUE SPACES.
002570     05 CDL-INDEXED              PIC Z,ZZZ,ZZ9.
002580     05 FILLER                   PIC X(01) VALUE SPACES.
002590     05 CDL-ALREADY-INDEXED      PIC Z,ZZZ,ZZ9.
002600     05 FILLER                   PIC X(01) VALUE SPACES.
002610     05 CDL-SKIPPED              PIC Z,ZZZ,ZZ9.
002620
002630 01  SKIPPED-NOTE-LINE.
002640     05 FILLER                   PIC X(01) VALUE SPACES.
002650     05 FILLER                   PIC X(70) VALUE
002660        'SKIPPED = NO NUMERIC REFERENCE, OR NOT AN INDEXED EVENT'.
002670
002680 01  WRITE-ERROR-LINE.
002690     05 FILLER                   PIC X(01) VALUE SPACES.
002700     05 FILLER                   PIC X(60) VALUE
002710        '*** ITEMIDX WRITE ERRORS - SEE THE JOB LOG ***'.
002720
002721 01  READ-ERROR-LINE.
002722     05 FILLER                   PIC X(01) VALUE SPACES.
002723     05 FILLER                   PIC X(60) VALUE
002724        '*** INPUT READ ERRORS - SEE THE JOB LOG ***'.
002725
002730 01  BLANK-LINE                  PIC X(01) VALUE SPACE.
002740
002750 PROCEDURE DIVISION.
002760*****************************************************************
002770 0000-MAINLINE.
002780*****************************************************************
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-INITIALIZE-EXIT.
002810
002820     PERFORM 2000-PROCESS-AUDIT
002830         THRU 2000-PROCESS-AUDIT-EXIT
002840         UNTIL END-OF-AUDIT.
002850
002860     PERFORM 2200-PROCESS-SUSPENSE
002870         THRU 2200-PROCESS-SUSPENSE-EXIT
002880         UNTIL END-OF-SUSPENSE.
002890
002900     PERFORM 2400-PROCESS-PENDING
002910         THRU 2400-PROCESS-PENDING-EXIT
002920         UNTIL END-OF-PENDING.
002930
002940     PERFORM 2600-PROCESS-DEAD-LETTERS
002950         THRU 2600-PROCESS-DEAD-LETTERS-EXIT
002960         UNTIL END-OF-DEAD-LETTERS.
002970
002980     PERFORM 2800-PROCESS-PRICE-HISTORY
002990         THRU 2800-PROCESS-PRICE-HISTORY-EXIT
003000         UNTIL END-OF-PRICE-HISTORY.
003010
003020     PERFORM 8000-TERMINATE
003030         THRU 8000-TERMINATE-EXIT.
003040
003050     GOBACK.
003060
003070 0000-MAINLINE-EXIT.
003080     EXIT.
003090*****************************************************************
003100 1000-INITIALIZE.
003110*****************************************************************
003120     OPEN INPUT  AUDIT-FILE.
003130     IF NOT FS-AUDIT-OK
003140         DISPLAY 'ITMXLOAD - UNABLE TO OPEN AUDITF, STATUS = '
003150                 FS-AUDIT-FILE
003160         GO TO 1000-INITIALIZE-ABEND
003170     END-IF.
003180
003190     OPEN INPUT  SUSPENSE-FILE.
003200     IF NOT FS-SUSPENSE-OK
003210         DISPLAY 'ITMXLOAD - UNABLE TO OPEN SUSPENSE, STATUS = '
003220                 FS-SUSPENSE
003230         GO TO 1000-INITIALIZE-ABEND
003240     END-IF.
003250
003260     OPEN INPUT  PENDING-FILE.
003270     IF NOT FS-PENDING-OK
003280         DISPLAY 'ITMXLOAD - UNABLE TO OPEN PENDPRC, STATUS = '
003290                 FS-PENDING
003300         GO TO 1000-INITIALIZE-ABEND
003310     END-IF.
003320
003330     OPEN INPUT  DEAD-LETTER-FILE.
003340     IF NOT FS-DEAD-LETTER-OK
003350         DISPLAY 'ITMXLOAD - UNABLE TO OPEN DLQFILE, STATUS = '
003360                 FS-DEAD-LETTER
003370         GO TO 1000-INITIALIZE-ABEND
003380     END-IF.
003390
003400     OPEN INPUT  PRICE-HISTORY-FILE.
003410     IF NOT FS-PRICE-HISTORY-OK
003420         DISPLAY 'ITMXLOAD - UNABLE TO OPEN PRICHIST, STATUS = '
003430                 FS-PRICE-HISTORY
003440         GO TO 1000-INITIALIZE-ABEND
003450     END-IF.
003460
003470     OPEN I-O    ITEM-INDEX-FILE.
003480     IF NOT FS-INDEX-OK
003490         DISPLAY 'ITMXLOAD - UNABLE TO OPEN ITEMIDX, STATUS = '
003500                 FS-ITEM-INDEX
003510         GO TO 1000-INITIALIZE-ABEND
003520     END-IF.
003530
003540     OPEN OUTPUT REPORT-FILE.
003550     IF NOT FS-REPORT-OK
003560         DISPLAY 'ITMXLOAD - UNABLE TO OPEN RPTOUT, STATUS = '
003570                 FS-REPORT-FILE
003580         GO TO 1000-INITIALIZE-ABEND
003590     END-IF.
003600
003610     MOVE FUNCTION CURRENT-DATE (3:6) TO CDW-DATE.
003620     MOVE CDW-DD                TO RDD-DD.
003630     MOVE CDW-MM                TO RDD-MM.
003640     MOVE CDW-YY                TO RDD-YY.
003650     MOVE RUN-DATE-DDMMYY       TO HL1-RUN-DATE.
003660
003670     MOVE 'AUDITF  ' TO SCT-STORE-NAME (1).
003680     MOVE 'SUSPENSE' TO SCT-STORE-NAME (2).
003690     MOVE 'PENDPRC ' TO SCT-STORE-NAME (3).
003700     MOVE 'DLQFILE ' TO SCT-STORE-NAME (4).
003710     MOVE 'PRICHIST' TO SCT-STORE-NAME (5).
003720     PERFORM 1200-CLEAR-STORE-ENTRY
003730         THRU 1200-CLEAR-STORE-ENTRY-EXIT
003740         VARYING STORE-SUB FROM 1 BY 1
003750         UNTIL STORE-SUB > 5.
003760
003770     PERFORM 2100-READ-AUDIT-RECORD
003780         THRU 2100-READ-AUDIT-RECORD-EXIT.
003790     PERFORM 2300-READ-SUSPENSE-RECORD
003800         THRU 2300-READ-SUSPENSE-RECORD-EXIT.
003810     PERFORM 2500-READ-PENDING-RECORD
003820         THRU 2500-READ-PENDING-RECORD-EXIT.
003830     PERFORM 2700-READ-DEAD-LETTER-RECORD
003840         THRU 2700-READ-DEAD-LETTER-RECORD-EXIT.
003850     PERFORM 2900-READ-PRICE-HISTORY
003860         THRU 2900-READ-PRICE-HISTORY-EXIT.
003870
003880     GO TO 1000-INITIALIZE-EXIT.
003890
003900 1000-INITIALIZE-ABEND.
003910     MOVE 16 TO RETURN-CODE.
003920     GOBACK.
003930
003940 1000-INITIALIZE-EXIT.
003950     EXIT.
003960*****************************************************************
003970 1200-CLEAR-STORE-ENTRY.
003980*****************************************************************
003990     MOVE 0 TO SCT-RECORDS-READ (STORE-SUB).
004000     MOVE 0 TO SCT-INDEXED (STORE-SUB).
004010     MOVE 0 TO SCT-ALREADY-INDEXED (STORE-SUB).
004020     MOVE 0 TO SCT-SKIPPED (STORE-SUB).
004030
004040 1200-CLEAR-STORE-ENTRY-EXIT.
004050     EXIT.
004060*****************************************************************
004070 2000-PROCESS-AUDIT.
004080*****************************************************************
004090*    A published event - the audit record carries the values it
004100*    was published with.
004110     MOVE 1                     TO STORE-SUB.
004120     ADD 1 TO SCT-RECORDS-READ (STORE-SUB).
004130     PERFORM 3900-CLEAR-INDEX-ENTRY
004140         THRU 3900-CLEAR-INDEX-ENTRY-EXIT.
004150     MOVE AUDIT-DATE-TIME       TO ITX-EVENT-DATE-TIME.
004160     MOVE AUDIT-NETWORK-UOWID   TO ITX-EVENT-ID.
004170     MOVE AUDIT-EVENT-TYPE      TO ITX-EVENT-TYPE.
004180
004190     EVALUATE TRUE
004200         WHEN AUDIT-STOCK-ITEM-CHANGE
004210             SET ITX-ITEM-REFERENCE TO TRUE
004220             MOVE AUDIT-STOCK-ITEM-REFERENCE TO ITX-REFERENCE
004230             MOVE AUDIT-STOCK-LEVEL     TO ITX-STOCK-LEVEL
004240             MOVE AUDIT-ORDER-QUANTITY  TO ITX-ORDER-QUANTITY
004250         WHEN AUDIT-PRICE-CHANGE
004260             SET ITX-ITEM-REFERENCE TO TRUE
004270             MOVE AUDIT-PRICE-ITEM-REFERENCE TO ITX-REFERENCE
004280             MOVE AUDIT-OLD-PRICE       TO ITX-OLD-PRICE
004290             MOVE AUDIT-NEW-PRICE       TO ITX-NEW-PRICE
004300         WHEN AUDIT-SUPPLIER-UPDATE
004310             SET ITX-SUPPLIER-REFERENCE TO TRUE
004320             MOVE AUDIT-SUPPLIER-REFERENCE TO ITX-REFERENCE
004330             MOVE AUDIT-SUPPLIER-STATUS TO ITX-STATUS-CODE
004340         WHEN AUDIT-ITEM-MASTER-CHANGE
004350             SET ITX-ITEM-REFERENCE TO TRUE
004360             MOVE AUDIT-ITEM-REFERENCE  TO ITX-REFERENCE
004370             MOVE AUDIT-ITEM-ACTION     TO ITX-ACTION-CODE
004380             MOVE AUDIT-ITEM-UNIT-PRICE TO ITX-NEW-PRICE
004390             MOVE AUDIT-ITEM-STATUS     TO ITX-STATUS-CODE
004400         WHEN OTHER
004410             ADD 1 TO SCT-SKIPPED (STORE-SUB)
004420             GO TO 2000-READ-NEXT
004430     END-EVALUATE.
004440
004450     PERFORM 3000-WRITE-INDEX-ENTRY
004460         THRU 3000-WRITE-INDEX-ENTRY-EXIT.
004470
004480 2000-READ-NEXT.
004490     PERFORM 2100-READ-AUDIT-RECORD
004500         THRU 2100-READ-AUDIT-RECORD-EXIT.
004510
004520 2000-PROCESS-AUDIT-EXIT.
004530     EXIT.
004540*****************************************************************
004550 2100-READ-AUDIT-RECORD.
004560*****************************************************************
004570     READ AUDIT-FILE
004580         AT END
004590             SET END-OF-AUDIT TO TRUE
004600             GO TO 2100-READ-AUDIT-RECORD-EXIT
004610     END-READ.
004620
004630     IF NOT FS-AUDIT-OK
004640         DISPLAY 'ITMXLOAD - AUDITF READ ERROR, STATUS = '
004650                 FS-AUDIT-FILE
004660         SET END-OF-AUDIT TO TRUE
004664         SET INPUT-READ-ERROR TO TRUE
004670     END-IF.
004680
004690 2100-READ-AUDIT-RECORD-EXIT.
004700     EXIT.
004710*****************************************************************
004720 2200-PROCESS-SUSPENSE.
004730*****************************************************************
004740*    A held event - the reference and values are the raw bytes
004750*    the event was captured with, as KAFKAP indexes it online. A
004760*    reference that is not numeric leaves nothing to index by; a
004770*    value that is not numeric is flagged instead of shown.
004780     MOVE 2                     TO STORE-SUB.
004790     ADD 1 TO SCT-RECORDS-READ (STORE-SUB).
004800     PERFORM 3900-CLEAR-INDEX-ENTRY
004810         THRU 3900-CLEAR-INDEX-ENTRY-EXIT.
004820     MOVE EXCP-DATE-TIME        TO ITX-EVENT-DATE-TIME.
004830     MOVE EXCP-NETWORK-UOWID    TO ITX-EVENT-ID.
004840     MOVE EXCP-EVENT-TYPE       TO ITX-EVENT-TYPE.
004850
004860     EVALUATE TRUE
004870         WHEN EXCP-STOCK-ITEM-CHANGE
004880             IF EXCP-STOCK-ITEM-REFERENCE-RAW (2:4) IS NOT NUMERIC
004890                 ADD 1 TO SCT-SKIPPED (STORE-SUB)
004900                 GO TO 2200-READ-NEXT
004910             END-IF
004920             SET ITX-ITEM-REFERENCE TO TRUE
004930             MOVE EXCP-STOCK-ITEM-REFERENCE-RAW (2:4)
004940                 TO ITX-REFERENCE
004950             MOVE EXCP-STOCK-LEVEL-RAW (2:4) TO RAW-QUANTITY-X
004960             IF RAW-QUANTITY-9 IS NUMERIC
004970                 MOVE RAW-QUANTITY-9    TO ITX-STOCK-LEVEL
004980             ELSE
004990                 SET ITX-VALUES-NOT-NUMERIC TO TRUE
005000             END-IF
005010             MOVE EXCP-ORDER-QUANTITY-RAW (2:4) TO RAW-QUANTITY-X
005020             IF RAW-QUANTITY-9 IS NUMERIC
005030                 MOVE RAW-QUANTITY-9    TO ITX-ORDER-QUANTITY
005040             ELSE
005050                 SET ITX-VALUES-NOT-NUMERIC TO TRUE
005060             END-IF
005070         WHEN EXCP-PRICE-CHANGE
005080             IF EXCP-PRICE-ITEM-REFERENCE-RAW (2:4) IS NOT NUMERIC
005090                 ADD 1 TO SCT-SKIPPED (STORE-SUB)
005100                 GO TO 2200-READ-NEXT
005110             END-IF
005120             SET ITX-ITEM-REFERENCE TO TRUE
005130             MOVE EXCP-PRICE-ITEM-REFERENCE-RAW (2:4)
005140                 TO ITX-REFERENCE
005150             MOVE EXCP-OLD-PRICE-RAW (2:8) TO RAW-PRICE-X
005160             IF RAW-PRICE-9 IS NUMERIC
005170                 MOVE RAW-PRICE-9       TO ITX-OLD-PRICE
005180             ELSE
005190                 SET ITX-VALUES-NOT-NUMERIC TO TRUE
005200             END-IF
005210             MOVE EXCP-NEW-PRICE-RAW (2:8) TO RAW-PRICE-X
005220             IF RAW-PRICE-9 IS NUMERIC
005230                 MOVE RAW-PRICE-9       TO ITX-NEW-PRICE
005240             ELSE
005250                 SET ITX-VALUES-NOT-NUMERIC TO TRUE
005260             END-IF
005270         WHEN EXCP-SUPPLIER-UPDATE
005280             IF EXCP-SUPPLIER-REFERENCE-RAW (2:6) IS NOT NUMERIC
005290                 ADD 1 TO SCT-SKIPPED (STORE-SUB)
005300                 GO TO 2200-READ-NEXT
005310             END-IF
005320             SET ITX-SUPPLIER-REFERENCE TO TRUE
005330             MOVE EXCP-SUPPLIER-REFERENCE-RAW (2:6)
005340                 TO ITX-REFERENCE
005350             MOVE EXCP-SUPPLIER-STATUS-RAW TO ITX-STATUS-CODE
005360         WHEN EXCP-ITEM-MASTER-CHANGE
005370             IF EXCP-ITEM-REFERENCE-RAW (2:4) IS NOT NUMERIC
005380                 ADD 1 TO SCT-SKIPPED (STORE-SUB)
005390                 GO TO 2200-READ-NEXT
005400             END-IF
005410             SET ITX-ITEM-REFERENCE TO TRUE
005420             MOVE EXCP-ITEM-REFERENCE-RAW (2:4) TO ITX-REFERENCE
005430             MOVE EXCP-ITEM-ACTION-RAW  TO ITX-ACTION-CODE
005440             MOVE EXCP-ITEM-UNIT-PRICE-RAW (2:8) TO RAW-PRICE-X
005450             IF RAW-PRICE-9 IS NUMERIC
005460                 MOVE RAW-PRICE-9       TO ITX-NEW-PRICE
005470             ELSE
005480                 SET ITX-VALUES-NOT-NUMERIC TO TRUE
005490             END-IF
005500         WHEN OTHER
005510             ADD 1 TO SCT-SKIPPED (STORE-SUB)
005520             GO TO 2200-READ-NEXT
005530     END-EVALUATE.
005540
005550*    A flagged entry shows no values at all, as online.
005560     IF ITX-VALUES-NOT-NUMERIC
005570         MOVE 0 TO ITX-STOCK-LEVEL ITX-ORDER-QUANTITY
005580                   ITX-OLD-PRICE ITX-NEW-PRICE
005590     END-IF.
005600
005610     PERFORM 3000-WRITE-INDEX-ENTRY
005620         THRU 3000-WRITE-INDEX-ENTRY-EXIT.
005630
005640 2200-READ-NEXT.
005650     PERFORM 2300-READ-SUSPENSE-RECORD
005660         THRU 2300-READ-SUSPENSE-RECORD-EXIT.
005670
005680 2200-PROCESS-SUSPENSE-EXIT.
005690     EXIT.
005700*****************************************************************
005710 2300-READ-SUSPENSE-RECORD.
005720*****************************************************************
005730     READ SUSPENSE-FILE
005740         AT END
005750             SET END-OF-SUSPENSE TO TRUE
005760             GO TO 2300-READ-SUSPENSE-RECORD-EXIT
005770     END-READ.
005780
005790     IF NOT FS-SUSPENSE-OK
005800         DISPLAY 'ITMXLOAD - SUSPENSE READ ERROR, STATUS = '
005810                 FS-SUSPENSE
005820         SET END-OF-SUSPENSE TO TRUE
005824         SET INPUT-READ-ERROR TO TRUE
005830     END-IF.
005840
005850 2300-READ-SUSPENSE-RECORD-EXIT.
005860     EXIT.
005870*****************************************************************
005880 2400-PROCESS-PENDING.
005890*****************************************************************
005900*    A price change waiting for the supervisor.
005910     MOVE 3                     TO STORE-SUB.
005920     ADD 1 TO SCT-RECORDS-READ (STORE-SUB).
005930     PERFORM 3900-CLEAR-INDEX-ENTRY
005940         THRU 3900-CLEAR-INDEX-ENTRY-EXIT.
005950     SET ITX-ITEM-REFERENCE     TO TRUE.
005960     MOVE PEND-STOCK-ITEM-REFERENCE TO ITX-REFERENCE.
005970     MOVE PEND-DATE-TIME        TO ITX-EVENT-DATE-TIME.
005980     MOVE PEND-NETWORK-UOWID    TO ITX-EVENT-ID.
005990     SET ITX-PRICE-EVENT        TO TRUE.
006000     MOVE PEND-OLD-PRICE        TO ITX-OLD-PRICE.
006010     MOVE PEND-NEW-PRICE        TO ITX-NEW-PRICE.
006020
006030     PERFORM 3000-WRITE-INDEX-ENTRY
006040         THRU 3000-WRITE-INDEX-ENTRY-EXIT.
006050
006060     PERFORM 2500-READ-PENDING-RECORD
006070         THRU 2500-READ-PENDING-RECORD-EXIT.
006080
006090 2400-PROCESS-PENDING-EXIT.
006100     EXIT.
006110*****************************************************************
006120 2500-READ-PENDING-RECORD.
006130*****************************************************************
006140     READ PENDING-FILE
006150         AT END
006160             SET END-OF-PENDING TO TRUE
006170             GO TO 2500-READ-PENDING-RECORD-EXIT
006180     END-READ.
006190
006200     IF NOT FS-PENDING-OK
006210         DISPLAY 'ITMXLOAD - PENDPRC READ ERROR, STATUS = '
006220                 FS-PENDING
006230         SET END-OF-PENDING TO TRUE
006234         SET INPUT-READ-ERROR TO TRUE
006240     END-IF.
006250
006260 2500-READ-PENDING-RECORD-EXIT.
006270     EXIT.
006280*****************************************************************
006290 2600-PROCESS-DEAD-LETTERS.
006300*****************************************************************
006310*    A dead letter - the event copybook it failed with is saved
006320*    in DLQ-EVENT-DATA, and its first failure time is the event's
006330*    own date-time, which is what KAFKAP indexes it under.
006340     MOVE 4                     TO STORE-SUB.
006350     ADD 1 TO SCT-RECORDS-READ (STORE-SUB).
006360     PERFORM 3900-CLEAR-INDEX-ENTRY
006370         THRU 3900-CLEAR-INDEX-ENTRY-EXIT.
006380     MOVE DLQ-FIRST-FAILURE-DATE-TIME TO ITX-EVENT-DATE-TIME.
006390     MOVE DLQ-NETWORK-UOWID     TO ITX-EVENT-ID.
006400
006410     EVALUATE DLQ-BUSINESSEVENT
006420         WHEN 'StockItemChange'
006430             MOVE DLQ-EVENT-DATA TO INSREQ-COPYBOOK
006440             SET ITX-STOCK-EVENT TO TRUE
006450             SET ITX-ITEM-REFERENCE TO TRUE
006460             MOVE STOCK-ITEM-REFERENCE OF INSREQ-COPYBOOK
006470                 TO ITX-REFERENCE
006480             MOVE STOCK-LEVEL OF INSREQ-COPYBOOK
006490                 TO ITX-STOCK-LEVEL
006500             MOVE ORDER-QUANTITY OF INSREQ-COPYBOOK
006510                 TO ITX-ORDER-QUANTITY
006520         WHEN 'PriceChange'
006530             MOVE DLQ-EVENT-DATA TO PRICECHG-COPYBOOK
006540             SET ITX-PRICE-EVENT TO TRUE
006550             SET ITX-ITEM-REFERENCE TO TRUE
006560             MOVE STOCK-ITEM-REFERENCE OF PRICECHG-COPYBOOK
006570                 TO ITX-REFERENCE
006580             MOVE OLD-PRICE OF PRICECHG-COPYBOOK
006590                 TO ITX-OLD-PRICE
006600             MOVE NEW-PRICE OF PRICECHG-COPYBOOK
006610                 TO ITX-NEW-PRICE
006620         WHEN 'SupplierUpdate'
006630             MOVE DLQ-EVENT-DATA TO SUPPUPD-COPYBOOK
006640             SET ITX-SUPPLIER-EVENT TO TRUE
006650             SET ITX-SUPPLIER-REFERENCE TO TRUE
006660             MOVE SUPPLIER-REFERENCE OF SUPPUPD-COPYBOOK
006670                 TO ITX-REFERENCE
006680             MOVE SUPPLIER-STATUS OF SUPPUPD-COPYBOOK
006690                 TO ITX-STATUS-CODE
006700         WHEN 'ItemMasterChange'
006710             MOVE DLQ-EVENT-DATA TO ITMMCHG-COPYBOOK
006720             SET ITX-ITEM-EVENT TO TRUE
006730             SET ITX-ITEM-REFERENCE TO TRUE
006740             MOVE STOCK-ITEM-REFERENCE OF ITMMCHG-COPYBOOK
006750                 TO ITX-REFERENCE
006760             MOVE ITEM-ACTION OF ITMMCHG-COPYBOOK
006770                 TO ITX-ACTION-CODE
006780             MOVE UNIT-PRICE OF ITMMCHG-COPYBOOK
006790                 TO ITX-NEW-PRICE
006800             MOVE ITEM-STATUS OF ITMMCHG-COPYBOOK
006810                 TO ITX-STATUS-CODE
006820         WHEN OTHER
006830             ADD 1 TO SCT-SKIPPED (STORE-SUB)
006840             GO TO 2600-READ-NEXT
006850     END-EVALUATE.
006860
006870     PERFORM 3000-WRITE-INDEX-ENTRY
006880         THRU 3000-WRITE-INDEX-ENTRY-EXIT.
006890
006900 2600-READ-NEXT.
006910     PERFORM 2700-READ-DEAD-LETTER-RECORD
006920         THRU 2700-READ-DEAD-LETTER-RECORD-EXIT.
006930
006940 2600-PROCESS-DEAD-LETTERS-EXIT.
006950     EXIT.
006960*****************************************************************
006970 2700-READ-DEAD-LETTER-RECORD.
006980*****************************************************************
006990     READ DEAD-LETTER-FILE
007000         AT END
007010             SET END-OF-DEAD-LETTERS TO TRUE
007020             GO TO 2700-READ-DEAD-LETTER-RECORD-EXIT
007030     END-READ.
007040
007050     IF NOT FS-DEAD-LETTER-OK
007060         DISPLAY 'ITMXLOAD - DLQFILE READ ERROR, STATUS = '
007070                 FS-DEAD-LETTER
007080         SET END-OF-DEAD-LETTERS TO TRUE
007084         SET INPUT-READ-ERROR TO TRUE
007090     END-IF.
007100
007110 2700-READ-DEAD-LETTER-RECORD-EXIT.
007120     EXIT.
007130*****************************************************************
007140 2800-PROCESS-PRICE-HISTORY.
007150*****************************************************************
007160*    Only the INBOUND price moves are wanted - the item
007170*    corrections KAFKIN applied. Every other source is a
007180*    published change already indexed from its event.
007190     MOVE 5                     TO STORE-SUB.
007200     ADD 1 TO SCT-RECORDS-READ (STORE-SUB).
007210     IF NOT PRH-SOURCE-INBOUND
007220         ADD 1 TO SCT-SKIPPED (STORE-SUB)
007230         GO TO 2800-READ-NEXT
007240     END-IF.
007250
007260     PERFORM 3900-CLEAR-INDEX-ENTRY
007270         THRU 3900-CLEAR-INDEX-ENTRY-EXIT.
007280     SET ITX-ITEM-REFERENCE     TO TRUE.
007290     MOVE PRH-STOCK-ITEM-REFERENCE TO ITX-REFERENCE.
007300     MOVE PRH-EFFECTIVE-DATE-TIME TO ITX-EVENT-DATE-TIME.
007310     MOVE PRH-NETWORK-UOWID     TO ITX-EVENT-ID.
007320     SET ITX-CORRECTION         TO TRUE.
007330     MOVE PRH-OLD-PRICE         TO ITX-OLD-PRICE.
007340     MOVE PRH-NEW-PRICE         TO ITX-NEW-PRICE.
007350
007360     PERFORM 3000-WRITE-INDEX-ENTRY
007370         THRU 3000-WRITE-INDEX-ENTRY-EXIT.
007380
007390 2800-READ-NEXT.
007400     PERFORM 2900-READ-PRICE-HISTORY
007410         THRU 2900-READ-PRICE-HISTORY-EXIT.
007420
007430 2800-PROCESS-PRICE-HISTORY-EXIT.
007440     EXIT.
007450*****************************************************************
007460 2900-READ-PRICE-HISTORY.
007470*****************************************************************
007480     READ PRICE-HISTORY-FILE
007490         AT END
007500             SET END-OF-PRICE-HISTORY TO TRUE
007510             GO TO 2900-READ-PRICE-HISTORY-EXIT
007520     END-READ.
007530
007540     IF NOT FS-PRICE-HISTORY-OK
007550         DISPLAY 'ITMXLOAD - PRICHIST READ ERROR, STATUS = '
007560                 FS-PRICE-HISTORY
007570         SET END-OF-PRICE-HISTORY TO TRUE
007574         SET INPUT-READ-ERROR TO TRUE
007580     END-IF.
007590
007600 2900-READ-PRICE-HISTORY-EXIT.
007610     EXIT.
007620*****************************************************************
007630 3000-WRITE-INDEX-ENTRY.
007640*****************************************************************
007650*    An entry already on the index was written online, or by an
007660*    earlier run, and is at least as current as this one - it is
007670*    counted and left alone.
007680     WRITE ITEM-INDEX-RECORD.
007690
007700     EVALUATE TRUE
007710         WHEN FS-INDEX-OK
007720             ADD 1 TO SCT-INDEXED (STORE-SUB)
007730         WHEN FS-INDEX-DUPREC
007740             ADD 1 TO SCT-ALREADY-INDEXED (STORE-SUB)
007750         WHEN OTHER
007760             DISPLAY 'ITMXLOAD - ITEMIDX WRITE ERROR, STATUS = '
007770                     FS-ITEM-INDEX ' UOW = ' ITX-EVENT-ID
007780             SET INDEX-WRITE-ERROR TO TRUE
007790     END-EVALUATE.
007800
007810 3000-WRITE-INDEX-ENTRY-EXIT.
007820     EXIT.
007830*****************************************************************
007840 3900-CLEAR-INDEX-ENTRY.
007850*****************************************************************
007860     MOVE SPACES TO ITEM-INDEX-RECORD.
007870     MOVE 0 TO ITX-REFERENCE ITX-STOCK-LEVEL ITX-ORDER-QUANTITY
007880               ITX-OLD-PRICE ITX-NEW-PRICE.
007890     SET ITX-VALUES-CAPTURED TO TRUE.
007900
007910 3900-CLEAR-INDEX-ENTRY-EXIT.
007920     EXIT.
007930*****************************************************************
007940 7000-WRITE-PAGE-HEADINGS.
007950*****************************************************************
007960     ADD 1 TO PAGE-NUMBER.
007970     MOVE PAGE-NUMBER          TO HL1-PAGE-NUMBER.
007980     MOVE HEADING-LINE-1       TO REPORT-LINE.
007990     PERFORM 7500-WRITE-REPORT-LINE
008000         THRU 7500-WRITE-REPORT-LINE-EXIT.
008010     MOVE HEADING-LINE-2       TO REPORT-LINE.
008020     PERFORM 7500-WRITE-REPORT-LINE
008030         THRU 7500-WRITE-REPORT-LINE-EXIT.
008040
008050 7000-WRITE-PAGE-HEADINGS-EXIT.
008060     EXIT.
008070*****************************************************************
008080 7500-WRITE-REPORT-LINE.
008090*****************************************************************
008100     WRITE REPORT-LINE.
008110     ADD 1 TO LINES-ON-PAGE.
008120
008130 7500-WRITE-REPORT-LINE-EXIT.
008140     EXIT.
008150*****************************************************************
008160 8000-TERMINATE.
008170*****************************************************************
008180     PERFORM 7000-WRITE-PAGE-HEADINGS
008190         THRU 7000-WRITE-PAGE-HEADINGS-EXIT.
008200     MOVE COUNT-COLUMN-LINE    TO REPORT-LINE.
008210     PERFORM 7500-WRITE-REPORT-LINE
008220         THRU 7500-WRITE-REPORT-LINE-EXIT.
008230
008240     PERFORM 8100-WRITE-COUNT-LINE
008250         THRU 8100-WRITE-COUNT-LINE-EXIT
008260         VARYING STORE-SUB FROM 1 BY 1
008270         UNTIL STORE-SUB > 5.
008280
008290     MOVE BLANK-LINE           TO REPORT-LINE.
008300     PERFORM 7500-WRITE-REPORT-LINE
008310         THRU 7500-WRITE-REPORT-LINE-EXIT.
008320     MOVE SKIPPED-NOTE-LINE    TO REPORT-LINE.
008330     PERFORM 7500-WRITE-REPORT-LINE
008340         THRU 7500-WRITE-REPORT-LINE-EXIT.
008350
008355*    Entries that would not write, or a store whose pass ended
008360*    on a read error, leave gaps in the timeline - say so on the
008365*    report and in the return code.
008370     IF INDEX-WRITE-ERROR
008375         MOVE BLANK-LINE       TO REPORT-LINE
008380         PERFORM 7500-WRITE-REPORT-LINE
008385             THRU 7500-WRITE-REPORT-LINE-EXIT
008390         MOVE WRITE-ERROR-LINE TO REPORT-LINE
008395         PERFORM 7500-WRITE-REPORT-LINE
008400             THRU 7500-WRITE-REPORT-LINE-EXIT
008405         MOVE 8 TO RETURN-CODE
008410     END-IF.
008415
008420     IF INPUT-READ-ERROR
008425         MOVE BLANK-LINE       TO REPORT-LINE
008430         PERFORM 7500-WRITE-REPORT-LINE
008435             THRU 7500-WRITE-REPORT-LINE-EXIT
008440         MOVE READ-ERROR-LINE  TO REPORT-LINE
008445         PERFORM 7500-WRITE-REPORT-LINE
008450             THRU 7500-WRITE-REPORT-LINE-EXIT
008455         MOVE 8 TO RETURN-CODE
008460     END-IF.
008470
008480     CLOSE AUDIT-FILE.
008490     CLOSE SUSPENSE-FILE.
008500     CLOSE PENDING-FILE.
008510     CLOSE DEAD-LETTER-FILE.
008520     CLOSE PRICE-HISTORY-FILE.
008530     CLOSE ITEM-INDEX-FILE.
008540     CLOSE REPORT-FILE.
008550
008560 8000-TERMINATE-EXIT.
008570     EXIT.
008580*****************************************************************
008590 8100-WRITE-COUNT-LINE.
008600*****************************************************************
008610     MOVE SCT-STORE-NAME (STORE-SUB)      TO CDL-STORE-NAME.
008620     MOVE SCT-RECORDS-READ (STORE-SUB)    TO CDL-RECORDS-READ.
008630     MOVE SCT-INDEXED (STORE-SUB)         TO CDL-INDEXED.
008640     MOVE SCT-ALREADY-INDEXED (STORE-SUB) TO CDL-ALREADY-INDEXED.
008650     MOVE SCT-SKIPPED (STORE-SUB)         TO CDL-SKIPPED.
008660     MOVE COUNT-DETAIL-LINE    TO REPORT-LINE.
008670     PERFORM 7500-WRITE-REPORT-LINE
008680         THRU 7500-WRITE-REPORT-LINE-EXIT.
008690
008700 8100-WRITE-COUNT-LINE-EXIT.
008710     EXIT.
