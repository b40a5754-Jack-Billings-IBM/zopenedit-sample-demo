000370*     through normal file control while the region is up. The   *
000380*     balancing report is the same in both modes.               *
000390*                                                               *
000391*     Either way the downstream side hears of every change. A   *
000392*     FULL run queues each add, change and discontinue it makes *
000393*     to the ITEMPUBQ dataset, in the delta record layout, that *
000394*     CICS reads back as the ITMP queue - KAFKAPLY publishes    *
000395*     those as ItemMasterChange events. DELTA changes are       *
000396*     published by KAFKAPLY as it applies them.                 *
000397*                                                               *
000400* NOTES :                                                       *
000410*  DEPENDENCIES = None                                          *
000420*  RESTRICTIONS = The catalog extract must be sorted by item    *
000730*                        discontinues go to the ITEMDLTA delta  *
000740*                        dataset for the KAFKAPLY transaction   *
000750*                        to apply online.                       *
000752*  2026-10-02  APPMAINT  FULL mode queues each change it        *
000754*                        makes to ITEMPUBQ for KAFKAPLY to      *
000756*                        publish as an ItemMasterChange event.  *
000760*                                                               *
000770*****************************************************************
000780 ENVIRONMENT DIVISION.
000980            ACCESS MODE IS SEQUENTIAL
000990            FILE STATUS IS FS-DELTA-FILE.
001000
001001     SELECT PUBLISH-FILE    ASSIGN TO ITEMPUBQ
001002            ORGANIZATION IS SEQUENTIAL
001003            ACCESS MODE IS SEQUENTIAL
001004            FILE STATUS IS FS-PUBLISH-FILE.
001005
001010     SELECT REPORT-FILE     ASSIGN TO RPTOUT
001020            ORGANIZATION IS SEQUENTIAL
001030            ACCESS MODE IS SEQUENTIAL
001200 FD  DELTA-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001224 01  DELTA-FILE-RECORD          PIC X(69).
001228*****************************************************************
001232 FD  PUBLISH-FILE
001236     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001244 01  PUBLISH-RECORD             PIC X(69).
001250*****************************************************************
001260 FD  REPORT-FILE
001270     RECORDING MODE IS F
001410        88 FS-MASTER-AT-END           VALUE '10'.
001420     05 FS-DELTA-FILE            PIC X(02) VALUE '00'.
001430        88 FS-DELTA-OK                VALUE '00'.
001433     05 FS-PUBLISH-FILE          PIC X(02) VALUE '00'.
001436        88 FS-PUBLISH-OK              VALUE '00'.
001440     05 FS-REPORT-FILE           PIC X(02) VALUE '00'.
001450        88 FS-REPORT-OK               VALUE '00'.
001460
001700*    when the catalog side catches up to it in 3200/3300.
001710 01  HELD-MASTER-RECORD          PIC X(129).
001720
001721*    One add, change or discontinue in the delta layout - written
001722*    to ITEMDLTA in DELTA mode, queued to ITEMPUBQ in FULL mode.
001723 01  DELTA-RECORD.
001724     COPY DLTAREC.
001725
001730 01  ACCUMULATORS.
001740     05 CNT-CATALOG-READ         PIC 9(07) COMP-3 VALUE 0.
001750     05 CNT-MASTER-READ          PIC 9(07) COMP-3 VALUE 0.
001770     05 CNT-ITEMS-CHANGED        PIC 9(07) COMP-3 VALUE 0.
001780     05 CNT-ITEMS-DELETED        PIC 9(07) COMP-3 VALUE 0.
001790     05 CNT-ITEMS-UNCHANGED      PIC 9(07) COMP-3 VALUE 0.
001795     05 CNT-ITEMS-QUEUED         PIC 9(07) COMP-3 VALUE 0.
001800
001810 01  LINE-COUNT-WORK.
001820     05 LINES-ON-PAGE            PIC 9(03) COMP-3 VALUE 0.
002950         IF NOT FS-DELTA-OK
002960             DISPLAY 'ITEMLOAD - UNABLE TO OPEN ITEMDLTA, '
002970                     'STATUS = ' FS-DELTA-FILE
002971             GO TO 1000-INITIALIZE-ABEND
002972         END-IF
002973     ELSE
002974         OPEN OUTPUT PUBLISH-FILE
002975         IF NOT FS-PUBLISH-OK
002976             DISPLAY 'ITEMLOAD - UNABLE TO OPEN ITEMPUBQ, '
002977                     'STATUS = ' FS-PUBLISH-FILE
002980             GO TO 1000-INITIALIZE-ABEND
002990         END-IF
003000     END-IF.
004900     END-IF.
004910
004920     MOVE HELD-MASTER-RECORD       TO ITEM-MASTER-RECORD.
004922     SET DLT-ACTION-ADD TO TRUE.
004924     PERFORM 3150-WRITE-CATALOG-DELTA
004926         THRU 3150-WRITE-CATALOG-DELTA-EXIT.
004930     ADD 1 TO CNT-ITEMS-ADDED.
004940     MOVE 'ADDED'                  TO ADL-ACTION.
004950     PERFORM 2600-WRITE-ACTION-DETAIL
005020*****************************************************************
005030*    DLT-ACTION is set by the caller; the detail always comes
005040*    from the catalog record in hand.
005043*    In FULL mode the master is already updated and the same
005046*    record is queued for publication instead.
005050     SET DLT-TARGET-ITEM TO TRUE.
005060     MOVE CAT-STOCK-ITEM-REFERENCE TO DLT-STOCK-ITEM-REFERENCE.
005070     MOVE CAT-DESCRIPTION          TO DLT-DESCRIPTION.
005110     MOVE CAT-REORDER-POINT        TO DLT-REORDER-POINT.
005120     MOVE CAT-REORDER-QUANTITY     TO DLT-REORDER-QUANTITY.
005130
005132     IF FULL-MODE
005134         PERFORM 3180-QUEUE-FOR-PUBLICATION
005136             THRU 3180-QUEUE-FOR-PUBLICATION-EXIT
005138         GO TO 3150-WRITE-CATALOG-DELTA-EXIT
005140     END-IF.
005142
005144     WRITE DELTA-FILE-RECORD FROM DELTA-RECORD.
005150     IF NOT FS-DELTA-OK
005160         DISPLAY 'ITEMLOAD - ITEMDLTA WRITE ERROR, STATUS = '
005170                 FS-DELTA-FILE ' ITEM = '
005190     END-IF.
005200
005210 3150-WRITE-CATALOG-DELTA-EXIT.
005211     EXIT.
005212*****************************************************************
005213 3180-QUEUE-FOR-PUBLICATION.
005214*****************************************************************
005215*    The delta record in hand describes a change this FULL run
005216*    has already made to the master - queue it on ITEMPUBQ so
005217*    KAFKAPLY publishes it as an ItemMasterChange event.
005218     WRITE PUBLISH-RECORD FROM DELTA-RECORD.
005219     IF NOT FS-PUBLISH-OK
005220         DISPLAY 'ITEMLOAD - ITEMPUBQ WRITE ERROR, STATUS = '
005221                 FS-PUBLISH-FILE ' ITEM = '
005222                 DLT-STOCK-ITEM-REFERENCE
005223         GO TO 3180-QUEUE-FOR-PUBLICATION-EXIT
005224     END-IF.
005225
005226     ADD 1 TO CNT-ITEMS-QUEUED.
005227
005228 3180-QUEUE-FOR-PUBLICATION-EXIT.
005229     EXIT.
005230*****************************************************************
005240 3200-CHANGE-ITEM.
005250*****************************************************************
005590         GO TO 3200-CHANGE-ITEM-EXIT
005600     END-IF.
005610
005612     SET DLT-ACTION-CHANGE TO TRUE.
005614     PERFORM 3150-WRITE-CATALOG-DELTA
005616         THRU 3150-WRITE-CATALOG-DELTA-EXIT.
005620     ADD 1 TO CNT-ITEMS-CHANGED.
005630     MOVE 'CHANGED'                TO ADL-ACTION.
005640     PERFORM 2600-WRITE-ACTION-DETAIL
005880         MOVE IM-SUPPLIER-REFERENCE   TO DLT-SUPPLIER-REFERENCE
005890         MOVE IM-REORDER-POINT        TO DLT-REORDER-POINT
005900         MOVE IM-REORDER-QUANTITY     TO DLT-REORDER-QUANTITY
005910         WRITE DELTA-FILE-RECORD FROM DELTA-RECORD
005920         IF NOT FS-DELTA-OK
005930             DISPLAY 'ITEMLOAD - ITEMDLTA WRITE ERROR, STATUS = '
005940                     FS-DELTA-FILE ' ITEM = '
006140                 IM-STOCK-ITEM-REFERENCE
006150         GO TO 3300-DISCONTINUE-ITEM-EXIT
006160     END-IF.
006161
006162     SET DLT-ACTION-DISCONTINUE TO TRUE.
006163     SET DLT-TARGET-ITEM TO TRUE.
006164     MOVE IM-STOCK-ITEM-REFERENCE  TO DLT-STOCK-ITEM-REFERENCE.
006165     MOVE IM-DESCRIPTION           TO DLT-DESCRIPTION.
006166     MOVE IM-UNIT-PRICE            TO DLT-UNIT-PRICE.
006167     MOVE IM-STATUS                TO DLT-ITEM-STATUS.
006168     MOVE IM-SUPPLIER-REFERENCE    TO DLT-SUPPLIER-REFERENCE.
006169     MOVE IM-REORDER-POINT         TO DLT-REORDER-POINT.
006170     MOVE IM-REORDER-QUANTITY      TO DLT-REORDER-QUANTITY.
006171     PERFORM 3180-QUEUE-FOR-PUBLICATION
006172         THRU 3180-QUEUE-FOR-PUBLICATION-EXIT.
006173
006180     ADD 1 TO CNT-ITEMS-DELETED.
006190     MOVE 'DISCONTINUED'           TO ADL-ACTION.
006200     MOVE IM-STOCK-ITEM-REFERENCE  TO ADL-ITEM-REFERENCE.
007050     PERFORM 7500-WRITE-REPORT-LINE
007060         THRU 7500-WRITE-REPORT-LINE-EXIT.
007070
007071     IF FULL-MODE
007072         MOVE 'CHANGES QUEUED TO PUBLISH'   TO DLC-LABEL
007073         MOVE CNT-ITEMS-QUEUED              TO DLC-COUNT
007074         MOVE DETAIL-LINE-COUNT             TO REPORT-LINE
007075         PERFORM 7500-WRITE-REPORT-LINE
007076             THRU 7500-WRITE-REPORT-LINE-EXIT
007077     END-IF.
007078
007080     CLOSE CATALOG-FILE.
007090     CLOSE ITEM-MASTER-FILE.
007100     IF DELTA-MODE
007110         CLOSE DELTA-FILE
007113     ELSE
007116         CLOSE PUBLISH-FILE
007120     END-IF.
007130     CLOSE REPORT-FILE.
007140
