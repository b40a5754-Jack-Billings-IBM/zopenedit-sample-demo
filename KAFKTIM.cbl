       PROCESS CICS('cobol3,sp')
       PROCESS ARITH(EXTEND) TRUNC(BIN) LIST MAP XREF RENT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAFKTIM.
      *****************************************************************
      * MODULE NAME = KAFKTIM                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Item activity timeline transaction         *
      *                                                               *
      *     This program answers the branches' "what has happened to  *
      *     this item this week". KAFKINQ follows one unit of work;   *
      *     this follows one item across every store. KAFKAP indexes  *
      *     each event it lands on AUDITF, SUSPENSE, PENDPRC or       *
      *     DLQFILE on the ITEMIDX KSDS by item reference (supplier   *
      *     reference for a SupplierUpdate) plus event date-time -    *
      *     see ITMXREC - and KAFKIN indexes the item corrections it  *
      *     applies. The stock adjustments and goods receipts KAFKIN  *
      *     applies are on the STKLEDG ledger, already keyed by item  *
      *     plus date-time, so the two keyed browses are merged into  *
      *     one list in date-time order.                              *
      *                                                               *
      *     The terminal input is a command line:                     *
      *                                                               *
      *       KTIM I itemref [date]                                   *
      *           List every outbound event for the item, with the    *
      *           inbound adjustments, receipts and corrections       *
      *           interleaved. Each event shows its date-time, type   *
      *           (STOK, PRIC, ITEM, CORR, ADJU, RCPT), where it sits *
      *           now - PUBLISHED, HELD on suspense, HELD-APPROVAL,   *
      *           DEAD-LETTERED, ARCHIVED, REMOVED (purged from       *
      *           suspense or rejected), or APPLIED for the inbound   *
      *           ones - its key values (stock level and order        *
      *           quantity, old and new price, quantity and on-hand)  *
      *           and, on a second line, its UOW or message id.       *
      *       KTIM S suppref [date]                                   *
      *           The same for a supplier's SupplierUpdate events.    *
      *                                                               *
      *     With a date (yyyy-mm-dd) the listing starts there instead *
      *     of at the beginning of the item's history. Where an event *
      *     sits now is found by UOW ID in the same order KAFKINQ's U *
      *     command checks the stores, so the two always agree.       *
      *                                                               *
      * NOTES :                                                       *
      *  DEPENDENCIES = S/390                                         *
      *  RESTRICTIONS = None                                          *
      *  REGISTER CONVENTIONS = Normal                                *
      *  MODULE TYPE = Executable                                     *
      *  PROCESSOR = COBOL                                            *
      *  ATTRIBUTES = Read only, Reentrant                            *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *  2026-10-14  APPMAINT  New program.                           *
      *  2026-10-15  APPMAINT  Refuse a start date not keyed as       *
      *                        YYYY-MM-DD.                            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 PROGRAM-WORKING-STORAGE.
          03 RESP                   PIC S9(8) COMP.
          03 RESP2                  PIC S9(8) COMP.
          03 INPUT-BUFFER           PIC X(120).
          03 INPUT-LENGTH           PIC S9(4) COMP.
          03 LISTED-COUNT           PIC S9(4) COMP VALUE 0.
          03 OUTBOUND-COUNT         PIC S9(4) COMP VALUE 0.
          03 INBOUND-COUNT          PIC S9(4) COMP VALUE 0.
          03 REFERENCE-MAX-LEN      PIC S9(4) COMP.

       01 COMMAND-SWITCHES.
          03 COMMAND-ERROR-SWITCH        PIC X(1) VALUE 'N'.
             88 COMMAND-IN-ERROR              VALUE 'Y'.
             88 COMMAND-CLEAN                 VALUE 'N'.
          03 EDIT-ERROR-SWITCH           PIC X(1) VALUE 'N'.
             88 EDIT-IN-ERROR                 VALUE 'Y'.
             88 EDIT-CLEAN                    VALUE 'N'.
          03 INDEX-BROWSE-SWITCH         PIC X(1) VALUE 'N'.
             88 INDEX-DONE                    VALUE 'Y'.
             88 INDEX-NOT-DONE                VALUE 'N'.
          03 LEDGER-BROWSE-SWITCH        PIC X(1) VALUE 'N'.
             88 LEDGER-DONE                   VALUE 'Y'.
             88 LEDGER-NOT-DONE               VALUE 'N'.

       01 COMMAND-TOKENS.
          03 TOKEN-1                PIC X(54).
          03 TOKEN-1-LEN            PIC S9(4) COMP.
          03 TOKEN-2                PIC X(54).
          03 TOKEN-2-LEN            PIC S9(4) COMP.
          03 TOKEN-3                PIC X(54).
          03 TOKEN-3-LEN            PIC S9(4) COMP.
          03 TOKEN-4                PIC X(54).
          03 TOKEN-4-LEN            PIC S9(4) COMP.

       01 NUMERIC-EDIT-WORK.
          03 EDIT-FIELD-X           PIC X(8).
          03 EDIT-FIELD-9 REDEFINES EDIT-FIELD-X
                                    PIC 9(8).
          03 REFERENCE-WORK         PIC 9(6).

      *   Inbound stock movements applied under this reason are goods
      *   receipts; every other reason is a stock adjustment.
       01 RECEIPT-REASON-CODE       PIC X(4) VALUE 'RCPT'.

       01 ITEM-INDEX-RECORD.
          COPY ITMXREC.

       01 STOCK-LEDGER-RECORD.
          COPY LEDGREC.

       01 AUDIT-RECORD.
          COPY AUDITREC.

       01 EXCEPTION-RECORD.
          COPY EXCPTREC.

       01 PENDING-PRICE-RECORD.
          COPY PENDPRC.

       01 DEAD-LETTER-RECORD.
          COPY DLQREC.

       01 ARCHIVE-INDEX-RECORD.
          COPY ARCXREC.

      *   The two browses ride their files' full keys - the index on
      *   reference type, reference, date-time and event id, the
      *   ledger on item, date-time and message id.
       01 INDEX-BROWSE-KEY.
          05 IBK-REFERENCE-TYPE          PIC X(1).
          05 IBK-REFERENCE               PIC 9(6).
          05 IBK-EVENT-DATE-TIME         PIC X(29).
          05 IBK-EVENT-ID                PIC X(54).

       01 LEDGER-BROWSE-KEY.
          05 LBK-STOCK-ITEM-REFERENCE    PIC 9(4).
          05 LBK-DATE-TIME               PIC X(29).
          05 LBK-MESSAGE-ID              PIC X(54).

      *   Display lines built up for the terminal
       01 TIMELINE-HEADING-LINE.
          05 FILLER                 PIC X(13) VALUE
             'ACTIVITY FOR '.
          05 THL-REFERENCE-TYPE     PIC X(9).
          05 THL-REFERENCE          PIC X(6).
          05 FILLER                 PIC X(8)  VALUE '  FROM: '.
          05 THL-DATE               PIC X(10).

       01 COLUMN-HEADING-LINE.
          05 FILLER                 PIC X(40) VALUE
             'EVENT DATE-TIME     TYPE WHERE NOW     '.
          05 FILLER                 PIC X(10) VALUE
             'VALUES'.

       01 TIMELINE-DETAIL-LINE.
          05 TDL-DATE-TIME          PIC X(19).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 TDL-EVENT-TYPE         PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 TDL-WHERE-NOW          PIC X(13).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 TDL-VALUES             PIC X(40).

       01 EVENT-ID-DETAIL-LINE.
          05 FILLER                 PIC X(6)  VALUE ' ID:  '.
          05 EDL-EVENT-ID           PIC X(54).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 EDL-WHERE-DETAIL       PIC X(18).

      *   Key values for each kind of event, moved whole into
      *   TDL-VALUES
       01 STOCK-VALUES-TEXT.
          05 FILLER                 PIC X(6)  VALUE 'LEVEL '.
          05 SVT-STOCK-LEVEL        PIC ZZZ9.
          05 FILLER                 PIC X(11) VALUE '  ORDER QTY'.
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 SVT-ORDER-QUANTITY     PIC ZZZ9.

       01 PRICE-VALUES-TEXT.
          05 FILLER                 PIC X(4)  VALUE 'OLD '.
          05 PVT-OLD-PRICE          PIC ZZZ,ZZ9.99.
          05 FILLER                 PIC X(5)  VALUE ' NEW '.
          05 PVT-NEW-PRICE          PIC ZZZ,ZZ9.99.
          05 FILLER                 PIC X(8)  VALUE ' STATUS '.
          05 PVT-STATUS             PIC X(1).

       01 ITEM-VALUES-TEXT.
          05 FILLER                 PIC X(7)  VALUE 'ACTION '.
          05 IVT-ACTION             PIC X(1).
          05 FILLER                 PIC X(7)  VALUE ' PRICE '.
          05 IVT-UNIT-PRICE         PIC ZZZ,ZZ9.99.
          05 FILLER                 PIC X(8)  VALUE ' STATUS '.
          05 IVT-STATUS             PIC X(1).

       01 SUPPLIER-VALUES-TEXT.
          05 FILLER                 PIC X(16) VALUE
             'SUPPLIER STATUS '.
          05 UVT-STATUS             PIC X(1).

       01 LEDGER-VALUES-TEXT.
          05 FILLER                 PIC X(4)  VALUE 'QTY '.
          05 LVT-QUANTITY           PIC -ZZZ9.
          05 FILLER                 PIC X(8)  VALUE ' REASON '.
          05 LVT-REASON-CODE        PIC X(4).
          05 FILLER                 PIC X(9)  VALUE ' ON HAND '.
          05 LVT-ON-HAND-AFTER      PIC -ZZZ9.

       01 TIMELINE-TRAILER-LINE.
          05 TTL-COUNT              PIC ZZZ9.
          05 FILLER                 PIC X(19) VALUE
             ' EVENT(S) LISTED - '.
          05 TTL-OUTBOUND           PIC ZZZ9.
          05 FILLER                 PIC X(11) VALUE ' OUTBOUND, '.
          05 TTL-INBOUND            PIC ZZZ9.
          05 FILLER                 PIC X(8)  VALUE ' INBOUND'.

       01 RESULT-MESSAGE.
          05 RM-TEXT                PIC X(70).

       01 USAGE-MESSAGE-1          PIC X(60) VALUE
          'KAFKTIM COMMANDS:  I itemref [date]  item activity'.
       01 USAGE-MESSAGE-2          PIC X(60) VALUE
          '  S suppref [date]  supplier activity'.

      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROGRAM SECTION.
      ******************************************************************
      *
           PERFORM RECEIVE-AND-PARSE-INPUT.
      *
           EVALUATE TRUE
               WHEN COMMAND-IN-ERROR
                   PERFORM SEND-USAGE-MESSAGE
               WHEN TOKEN-2(1:1) = 'I' AND TOKEN-3-LEN > 0
                   PERFORM LIST-ACTIVITY-TIMELINE
               WHEN TOKEN-2(1:1) = 'S' AND TOKEN-3-LEN > 0
                   PERFORM LIST-ACTIVITY-TIMELINE
               WHEN OTHER
                   PERFORM SEND-USAGE-MESSAGE
           END-EVALUATE.
      *
           EXEC CICS RETURN
                END-EXEC.
      *
       MAIN-PROGRAM-EXIT.
           EXIT.
      *
      ******************************************************************
       RECEIVE-AND-PARSE-INPUT SECTION.
      ******************************************************************
      *
           MOVE LENGTH OF INPUT-BUFFER TO INPUT-LENGTH.
           MOVE SPACES TO INPUT-BUFFER.
           EXEC CICS RECEIVE INTO(INPUT-BUFFER)
                LENGTH(INPUT-LENGTH)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET COMMAND-IN-ERROR TO TRUE
               GO TO RECEIVE-AND-PARSE-INPUT-EXIT
           END-IF.
      *
           MOVE SPACES TO COMMAND-TOKENS.
           MOVE 0 TO TOKEN-1-LEN TOKEN-2-LEN TOKEN-3-LEN TOKEN-4-LEN.
           UNSTRING INPUT-BUFFER DELIMITED BY ALL SPACES
               INTO TOKEN-1 COUNT IN TOKEN-1-LEN
                    TOKEN-2 COUNT IN TOKEN-2-LEN
                    TOKEN-3 COUNT IN TOKEN-3-LEN
                    TOKEN-4 COUNT IN TOKEN-4-LEN
           END-UNSTRING.
      *
           IF TOKEN-2-LEN = 0
               SET COMMAND-IN-ERROR TO TRUE
           END-IF.
      *
       RECEIVE-AND-PARSE-INPUT-EXIT.
           EXIT.
      *
      ******************************************************************
       EDIT-REFERENCE SECTION.
      ******************************************************************
      *
      *    TOKEN-3 is the item (up to 4 digits) or supplier (up to 6)
      *    reference - the caller sets REFERENCE-MAX-LEN.
      *
           SET EDIT-CLEAN TO TRUE.
           IF TOKEN-3-LEN = 0 OR TOKEN-3-LEN > REFERENCE-MAX-LEN
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-REFERENCE-EXIT
           END-IF.
           MOVE ALL '0' TO EDIT-FIELD-X.
           MOVE TOKEN-3(1:TOKEN-3-LEN)
               TO EDIT-FIELD-X(9 - TOKEN-3-LEN:TOKEN-3-LEN).
           IF EDIT-FIELD-9 IS NOT NUMERIC
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-REFERENCE-EXIT
           END-IF.
           MOVE EDIT-FIELD-9 TO REFERENCE-WORK.
      *
       EDIT-REFERENCE-EXIT.
           EXIT.
      *
      ******************************************************************
       EDIT-START-DATE SECTION.
      ******************************************************************
      *
      *    TOKEN-4, when keyed, is the date the timeline starts at.
      *    It goes straight into both browse keys, so it must be in
      *    the YYYY-MM-DD form the event date-times are held in.
      *
           SET EDIT-CLEAN TO TRUE.
           IF TOKEN-4-LEN = 0
               GO TO EDIT-START-DATE-EXIT
           END-IF.
           IF TOKEN-4-LEN NOT = 10
              OR TOKEN-4(5:1) NOT = '-'
              OR TOKEN-4(8:1) NOT = '-'
              OR TOKEN-4(1:4) IS NOT NUMERIC
              OR TOKEN-4(6:2) IS NOT NUMERIC
              OR TOKEN-4(9:2) IS NOT NUMERIC
               SET EDIT-IN-ERROR TO TRUE
           END-IF.
      *
       EDIT-START-DATE-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-ACTIVITY-TIMELINE SECTION.
      ******************************************************************
      *
      *    Both files are keyed reference + date-time, so starting
      *    each browse at the reference with a low date-time (or at
      *    the optional date operand) hands back its events in
      *    order; the first record of another reference ends it.
      *    One record is read ahead on each browse and the earlier
      *    of the two is listed each time round, which interleaves
      *    the inbound movements with the outbound events. A
      *    supplier has no ledger, so its ledger side starts done.
      *
           IF TOKEN-2(1:1) = 'I'
               MOVE 4 TO REFERENCE-MAX-LEN
           ELSE
               MOVE 6 TO REFERENCE-MAX-LEN
           END-IF.
           PERFORM EDIT-REFERENCE.
           IF EDIT-IN-ERROR
               IF TOKEN-2(1:1) = 'I'
                   MOVE 'ITEM REFERENCE MUST BE 1-4 DIGITS' TO RM-TEXT
               ELSE
                   MOVE 'SUPPLIER REFERENCE MUST BE 1-6 DIGITS'
                       TO RM-TEXT
               END-IF
               PERFORM SEND-RESULT-MESSAGE
               GO TO LIST-ACTIVITY-TIMELINE-EXIT
           END-IF.
      *
           PERFORM EDIT-START-DATE.
           IF EDIT-IN-ERROR
               MOVE 'START DATE MUST BE YYYY-MM-DD' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO LIST-ACTIVITY-TIMELINE-EXIT
           END-IF.
      *
           MOVE TOKEN-2(1:1) TO IBK-REFERENCE-TYPE.
           MOVE REFERENCE-WORK TO IBK-REFERENCE.
           MOVE LOW-VALUES TO IBK-EVENT-DATE-TIME IBK-EVENT-ID.
           IF TOKEN-4-LEN > 0
               MOVE TOKEN-4(1:10) TO IBK-EVENT-DATE-TIME(1:10)
           END-IF.
      *
           SET INDEX-NOT-DONE TO TRUE.
           EXEC CICS STARTBR FILE('ITEMIDX')
                RIDFLD(INDEX-BROWSE-KEY)
                KEYLENGTH(LENGTH OF INDEX-BROWSE-KEY)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               PERFORM READ-NEXT-INDEX-ENTRY
           ELSE
               SET INDEX-DONE TO TRUE
           END-IF.
      *
           SET LEDGER-DONE TO TRUE.
           IF TOKEN-2(1:1) = 'I'
               SET LEDGER-NOT-DONE TO TRUE
               MOVE REFERENCE-WORK TO LBK-STOCK-ITEM-REFERENCE
               MOVE IBK-EVENT-DATE-TIME TO LBK-DATE-TIME
               MOVE LOW-VALUES TO LBK-MESSAGE-ID
               EXEC CICS STARTBR FILE('STKLEDG')
                    RIDFLD(LEDGER-BROWSE-KEY)
                    KEYLENGTH(LENGTH OF LEDGER-BROWSE-KEY)
                    GTEQ
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               IF RESP = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-LEDGER-ENTRY
               ELSE
                   SET LEDGER-DONE TO TRUE
               END-IF
           END-IF.
      *
           IF INDEX-DONE AND LEDGER-DONE
               PERFORM END-TIMELINE-BROWSES
               MOVE 'NO ACTIVITY ON FILE FOR THAT REFERENCE'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO LIST-ACTIVITY-TIMELINE-EXIT
           END-IF.
      *
           IF TOKEN-2(1:1) = 'I'
               MOVE 'ITEM:' TO THL-REFERENCE-TYPE
               MOVE REFERENCE-WORK(3:4) TO THL-REFERENCE
           ELSE
               MOVE 'SUPPLIER:' TO THL-REFERENCE-TYPE
               MOVE REFERENCE-WORK TO THL-REFERENCE
           END-IF.
           IF TOKEN-4-LEN > 0
               MOVE TOKEN-4(1:10) TO THL-DATE
           ELSE
               MOVE 'START' TO THL-DATE
           END-IF.
           EXEC CICS SEND TEXT FROM(TIMELINE-HEADING-LINE)
                LENGTH(LENGTH OF TIMELINE-HEADING-LINE)
                ERASE
                END-EXEC.
           EXEC CICS SEND TEXT FROM(COLUMN-HEADING-LINE)
                LENGTH(LENGTH OF COLUMN-HEADING-LINE)
                ACCUM
                END-EXEC.
      *
           MOVE 0 TO LISTED-COUNT OUTBOUND-COUNT INBOUND-COUNT.
           PERFORM LIST-NEXT-TIMELINE-ENTRY
               UNTIL INDEX-DONE AND LEDGER-DONE.
      *
           PERFORM END-TIMELINE-BROWSES.
      *
           MOVE LISTED-COUNT TO TTL-COUNT.
           MOVE OUTBOUND-COUNT TO TTL-OUTBOUND.
           MOVE INBOUND-COUNT TO TTL-INBOUND.
           EXEC CICS SEND TEXT FROM(TIMELINE-TRAILER-LINE)
                LENGTH(LENGTH OF TIMELINE-TRAILER-LINE)
                ACCUM
                END-EXEC.
           EXEC CICS SEND PAGE
                END-EXEC.
      *
       LIST-ACTIVITY-TIMELINE-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-NEXT-TIMELINE-ENTRY SECTION.
      ******************************************************************
      *
      *    List whichever read-ahead record is earlier and move that
      *    browse on. On a tie the outbound event goes first.
      *
           IF LEDGER-DONE
               PERFORM LIST-INDEX-ENTRY
               PERFORM READ-NEXT-INDEX-ENTRY
               GO TO LIST-NEXT-TIMELINE-ENTRY-EXIT
           END-IF.
      *
           IF INDEX-NOT-DONE
              AND ITX-EVENT-DATE-TIME NOT > LED-DATE-TIME
               PERFORM LIST-INDEX-ENTRY
               PERFORM READ-NEXT-INDEX-ENTRY
           ELSE
               PERFORM LIST-LEDGER-ENTRY
               PERFORM READ-NEXT-LEDGER-ENTRY
           END-IF.
      *
       LIST-NEXT-TIMELINE-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       READ-NEXT-INDEX-ENTRY SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('ITEMIDX')
                INTO(ITEM-INDEX-RECORD)
                RIDFLD(INDEX-BROWSE-KEY)
                KEYLENGTH(LENGTH OF INDEX-BROWSE-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET INDEX-DONE TO TRUE
               GO TO READ-NEXT-INDEX-ENTRY-EXIT
           END-IF.
      *
      *    The first entry for another reference ends the timeline.
           IF ITX-REFERENCE-TYPE NOT = TOKEN-2(1:1)
              OR ITX-REFERENCE NOT = REFERENCE-WORK
               SET INDEX-DONE TO TRUE
           END-IF.
      *
       READ-NEXT-INDEX-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       READ-NEXT-LEDGER-ENTRY SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('STKLEDG')
                INTO(STOCK-LEDGER-RECORD)
                RIDFLD(LEDGER-BROWSE-KEY)
                KEYLENGTH(LENGTH OF LEDGER-BROWSE-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET LEDGER-DONE TO TRUE
               GO TO READ-NEXT-LEDGER-ENTRY-EXIT
           END-IF.
      *
      *    The first movement of another item ends its ledger.
           IF LED-STOCK-ITEM-REFERENCE NOT = REFERENCE-WORK
               SET LEDGER-DONE TO TRUE
           END-IF.
      *
       READ-NEXT-LEDGER-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-INDEX-ENTRY SECTION.
      ******************************************************************
      *
      *    An outbound event, or an item correction KAFKIN applied.
      *    The values are the ones captured when it was indexed.
      *
           MOVE ITX-EVENT-DATE-TIME TO TDL-DATE-TIME.
           MOVE ITX-EVENT-TYPE TO TDL-EVENT-TYPE.
           MOVE ITX-EVENT-ID TO EDL-EVENT-ID.
           MOVE SPACES TO EDL-WHERE-DETAIL.
      *
           IF ITX-CORRECTION
               MOVE 'APPLIED' TO TDL-WHERE-NOW
               ADD 1 TO INBOUND-COUNT
           ELSE
               PERFORM LOCATE-OUTBOUND-EVENT
               ADD 1 TO OUTBOUND-COUNT
           END-IF.
      *
           EVALUATE TRUE
               WHEN ITX-VALUES-NOT-NUMERIC
                   MOVE 'CAPTURED VALUES NOT NUMERIC' TO TDL-VALUES
               WHEN ITX-STOCK-EVENT
                   MOVE ITX-STOCK-LEVEL TO SVT-STOCK-LEVEL
                   MOVE ITX-ORDER-QUANTITY TO SVT-ORDER-QUANTITY
                   MOVE STOCK-VALUES-TEXT TO TDL-VALUES
               WHEN ITX-PRICE-EVENT
                   MOVE ITX-OLD-PRICE TO PVT-OLD-PRICE
                   MOVE ITX-NEW-PRICE TO PVT-NEW-PRICE
                   MOVE PRICE-VALUES-TEXT(1:29) TO TDL-VALUES
               WHEN ITX-CORRECTION
                   MOVE ITX-OLD-PRICE TO PVT-OLD-PRICE
                   MOVE ITX-NEW-PRICE TO PVT-NEW-PRICE
                   MOVE ITX-STATUS-CODE TO PVT-STATUS
                   MOVE PRICE-VALUES-TEXT TO TDL-VALUES
               WHEN ITX-ITEM-EVENT
                   MOVE ITX-ACTION-CODE TO IVT-ACTION
                   MOVE ITX-NEW-PRICE TO IVT-UNIT-PRICE
                   MOVE ITX-STATUS-CODE TO IVT-STATUS
                   MOVE ITEM-VALUES-TEXT TO TDL-VALUES
               WHEN ITX-SUPPLIER-EVENT
                   MOVE ITX-STATUS-CODE TO UVT-STATUS
                   MOVE SUPPLIER-VALUES-TEXT TO TDL-VALUES
               WHEN OTHER
                   MOVE SPACES TO TDL-VALUES
           END-EVALUATE.
      *
           PERFORM SEND-TIMELINE-LINES.
      *
       LIST-INDEX-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-LEDGER-ENTRY SECTION.
      ******************************************************************
      *
      *    A stock adjustment or goods receipt KAFKIN applied to the
      *    item's on-hand - always APPLIED, the ledger only records
      *    movements that reached the master.
      *
           MOVE LED-DATE-TIME TO TDL-DATE-TIME.
           IF LED-REASON-CODE = RECEIPT-REASON-CODE
               MOVE 'RCPT' TO TDL-EVENT-TYPE
           ELSE
               MOVE 'ADJU' TO TDL-EVENT-TYPE
           END-IF.
           MOVE 'APPLIED' TO TDL-WHERE-NOW.
           MOVE LED-QUANTITY TO LVT-QUANTITY.
           MOVE LED-REASON-CODE TO LVT-REASON-CODE.
           MOVE LED-ON-HAND-AFTER TO LVT-ON-HAND-AFTER.
           MOVE LEDGER-VALUES-TEXT TO TDL-VALUES.
           MOVE LED-MESSAGE-ID TO EDL-EVENT-ID.
           MOVE SPACES TO EDL-WHERE-DETAIL.
           ADD 1 TO INBOUND-COUNT.
      *
           PERFORM SEND-TIMELINE-LINES.
      *
       LIST-LEDGER-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       LOCATE-OUTBOUND-EVENT SECTION.
      ******************************************************************
      *
      *    Where the event sits now, checked by UOW ID in the order
      *    KAFKINQ's U command uses. An event on none of the stores
      *    was purged from suspense or rejected by the supervisor.
      *
           EXEC CICS READ FILE('AUDITF')
                INTO(AUDIT-RECORD)
                RIDFLD(ITX-EVENT-ID)
                KEYLENGTH(LENGTH OF AUDIT-NETWORK-UOWID)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               MOVE 'PUBLISHED' TO TDL-WHERE-NOW
               GO TO LOCATE-OUTBOUND-EVENT-EXIT
           END-IF.
      *
           EXEC CICS READ FILE('SUSPENSE')
                INTO(EXCEPTION-RECORD)
                RIDFLD(ITX-EVENT-ID)
                KEYLENGTH(LENGTH OF EXCP-NETWORK-UOWID)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               MOVE 'HELD' TO TDL-WHERE-NOW
               GO TO LOCATE-OUTBOUND-EVENT-EXIT
           END-IF.
      *
           EXEC CICS READ FILE('PENDPRC')
                INTO(PENDING-PRICE-RECORD)
                RIDFLD(ITX-EVENT-ID)
                KEYLENGTH(LENGTH OF PEND-NETWORK-UOWID)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               MOVE 'HELD-APPROVAL' TO TDL-WHERE-NOW
               GO TO LOCATE-OUTBOUND-EVENT-EXIT
           END-IF.
      *
           EXEC CICS READ FILE('DLQFILE')
                INTO(DEAD-LETTER-RECORD)
                RIDFLD(ITX-EVENT-ID)
                KEYLENGTH(LENGTH OF DLQ-NETWORK-UOWID)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               MOVE 'DEAD-LETTERED' TO TDL-WHERE-NOW
               MOVE DLQ-ERROR-SOURCE TO EDL-WHERE-DETAIL
               IF DLQ-STATUS-MANUAL
                   MOVE 'MANUAL' TO EDL-WHERE-DETAIL(10:6)
               END-IF
               GO TO LOCATE-OUTBOUND-EVENT-EXIT
           END-IF.
      *
           EXEC CICS READ FILE('ARCHIDX')
                INTO(ARCHIVE-INDEX-RECORD)
                RIDFLD(ITX-EVENT-ID)
                KEYLENGTH(LENGTH OF ARCX-NETWORK-UOWID)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               MOVE 'ARCHIVED' TO TDL-WHERE-NOW
               MOVE 'GEN' TO EDL-WHERE-DETAIL
               MOVE ARCX-GENERATION TO EDL-WHERE-DETAIL(5:8)
               GO TO LOCATE-OUTBOUND-EVENT-EXIT
           END-IF.
      *
           MOVE 'REMOVED' TO TDL-WHERE-NOW.
      *
       LOCATE-OUTBOUND-EVENT-EXIT.
           EXIT.
      *
      ******************************************************************
       SEND-TIMELINE-LINES SECTION.
      ******************************************************************
      *
      *    The second line carries the full UOW or message id - the
      *    KAFKINQ U command and the other screens' single-record
      *    commands need all 54 bytes of it.
      *
           EXEC CICS SEND TEXT FROM(TIMELINE-DETAIL-LINE)
                LENGTH(LENGTH OF TIMELINE-DETAIL-LINE)
                ACCUM
                END-EXEC.
           EXEC CICS SEND TEXT FROM(EVENT-ID-DETAIL-LINE)
                LENGTH(LENGTH OF EVENT-ID-DETAIL-LINE)
                ACCUM
                END-EXEC.
           ADD 1 TO LISTED-COUNT.
      *
       SEND-TIMELINE-LINES-EXIT.
           EXIT.
      *
      ******************************************************************
       END-TIMELINE-BROWSES SECTION.
      ******************************************************************
      *
      *    A browse that never started answers ENDBR with INVREQ,
      *    which is of no interest here.
      *
           EXEC CICS ENDBR FILE('ITEMIDX')
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF TOKEN-2(1:1) = 'I'
               EXEC CICS ENDBR FILE('STKLEDG')
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
           END-IF.
      *
       END-TIMELINE-BROWSES-EXIT.
           EXIT.
      *
      ******************************************************************
       SEND-RESULT-MESSAGE SECTION.
      ******************************************************************
      *
           EXEC CICS SEND TEXT FROM(RESULT-MESSAGE)
                LENGTH(LENGTH OF RESULT-MESSAGE)
                ERASE
                END-EXEC.
      *
       SEND-RESULT-MESSAGE-EXIT.
           EXIT.
      *
      ******************************************************************
       SEND-USAGE-MESSAGE SECTION.
      ******************************************************************
      *
           EXEC CICS SEND TEXT FROM(USAGE-MESSAGE-1)
                LENGTH(LENGTH OF USAGE-MESSAGE-1) ERASE
                END-EXEC.
           EXEC CICS SEND TEXT FROM(USAGE-MESSAGE-2)
                LENGTH(LENGTH OF USAGE-MESSAGE-2) ACCUM
                END-EXEC.
           EXEC CICS SEND PAGE
                END-EXEC.
      *
       SEND-USAGE-MESSAGE-EXIT.
           EXIT.
