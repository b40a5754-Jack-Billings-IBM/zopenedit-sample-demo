      *     message with a channel carrying three containers:         *
      *                                                               *
      *         MSG-TYPE       the message type name -                *
      *                        StockAdjustment, ItemCorrection or     *
      *                        GoodsReceipt                           *
      *         MSG-ID         the sender's unique message id,        *
      *                        up to 54 bytes                         *
      *         JSON-document  the message body                       *
      *     description, unit price and status fields it carries      *
      *     (blank or zero fields are left as they are on file).      *
      *                                                               *
      *     A GoodsReceipt is stock arriving against a purchase       *
      *     order: the received quantity is added to                  *
      *     IM-STOCK-ON-HAND and set against the open order for the   *
      *     item and supplier on the OPENORD file, which is closed    *
      *     partly or fully by it. A receipt with no open order to    *
      *     match it is held on INBSUSP like any other failure.       *
      *     Receipts are written to the STKLEDG ledger with the       *
      *     fixed reason code RCPT, which operations keep on RSNCODE  *
      *     in the OTHER category so SHRKRPT does not count them.     *
      *                                                               *
      *     A message that fails - unrecognized type, JSON the        *
      *     transformer cannot parse, an item the master does not     *
      *     know - is written to the INBSUSP suspense file with its   *
      *     work, since the message id shares the 54-byte key shape.  *
      *                                                               *
      * NOTES :                                                       *
      *  DEPENDENCIES = S/390. The js2adj, js2cor and js2grc          *
      *                 JSONTRANSFRM bundles must match STKADJ,       *
      *                 ITMCOR and GRCPT.                             *
      *  RESTRICTIONS = None                                          *
      *  REGISTER CONVENTIONS = Normal                                *
      *  MODULE TYPE = Executable                                     *
      *                        unit price is recorded on the          *
      *                        PRICHIST price history KSDS, marked    *
      *                        INBOUND.                               *
      *  2026-09-23  APPMAINT  A stock adjustment's reason code must  *
      *                        be active on the RSNCODE table or the  *
      *                        message is held on INBSUSP. Every      *
      *                        applied adjustment is written to the   *
      *                        STKLEDG stock movement ledger with     *
      *                        the on-hand before and after.          *
      *  2026-10-07  APPMAINT  New GoodsReceipt message: adds the     *
      *                        received quantity to on-hand, closes   *
      *                        the OPENORD open order partly or       *
      *                        fully and writes an RCPT ledger        *
      *                        entry. Unmatched receipts go to        *
      *                        INBSUSP.                               *
      *  2026-10-14  APPMAINT  An applied item correction is indexed  *
      *                        on the ITEMIDX KSDS (event type CORR)  *
      *                        for the KTIM activity timeline.        *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
          03 CURRENT-MSG-KIND            PIC X(4).
             88 MSG-IS-ADJUSTMENT            VALUE 'ADJU'.
             88 MSG-IS-CORRECTION            VALUE 'CORR'.
             88 MSG-IS-RECEIPT               VALUE 'GRCP'.
             88 MSG-IS-UNKNOWN               VALUE 'UNKN'.
          03 MESSAGE-STATUS-SWITCH       PIC X(1) VALUE 'O'.
             88 MESSAGE-OK                    VALUE 'O'.
       01 ITMCOR-COPYBOOK.
          COPY ITMCOR.

       01 GRCPT-COPYBOOK.
          COPY GRCPT.

       01 ITEM-MASTER-RECORD.
          COPY ITEMMSTR.

       01 PRICE-HISTORY-RECORD.
          COPY PRCHREC.

       01 REASON-CODE-RECORD.
          COPY RSNCREC.

       01 STOCK-LEDGER-RECORD.
          COPY LEDGREC.

       01 OPEN-ORDER-RECORD.
          COPY OPORDREC.

       01 ITEM-INDEX-RECORD.
          COPY ITMXREC.

      *   Ledger reason code every goods receipt is recorded under.
       01 RECEIPT-REASON-CODE       PIC X(4) VALUE 'RCPT'.

      *   On-hand held before a stock adjustment or goods receipt
      *   is added to it - the ledger record carries both sides of
      *   the movement.
       01 PRIOR-STOCK-ON-HAND       PIC S9(4).

      *   Catalog price held before an item correction overlays it -
      *   the price history record carries the price being replaced.
       01 PRIOR-CATALOG-PRICE       PIC 9(6)V99.
               WHEN 'ItemCorrection'
                   SET MSG-IS-CORRECTION TO TRUE
                   MOVE 'js2cor' TO TRANSFORMER-NAME
               WHEN 'GoodsReceipt'
                   SET MSG-IS-RECEIPT TO TRUE
                   MOVE 'js2grc' TO TRANSFORMER-NAME
               WHEN OTHER
                   SET MSG-IS-UNKNOWN TO TRUE
           END-EVALUATE.
                   PERFORM APPLY-STOCK-ADJUSTMENT
               WHEN MSG-IS-CORRECTION
                   PERFORM APPLY-ITEM-CORRECTION
               WHEN MSG-IS-RECEIPT
                   PERFORM APPLY-GOODS-RECEIPT
           END-EVALUATE.
      *
           IF MESSAGE-OK
      *
      *    The reverse of KAFKAP's TRANSFORM DATATOJSON: the JSON
      *    body goes onto the Transform channel and comes back as
      *    the copybook bytes the js2adj/js2cor/js2grc bundle
      *    describes.
      *    JSON the transformer cannot parse holds the message on
      *    INBSUSP with the transformer's own error text behind it
      *    on the system log.
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           EVALUATE TRUE
               WHEN MSG-IS-ADJUSTMENT
                   MOVE COPYBOOK-RETURN-AREA
                           (1:LENGTH OF STKADJ-COPYBOOK)
                       TO STKADJ-COPYBOOK
                   MOVE ADJ-DATE-TIME TO MESSAGE-DATE-TIME
               WHEN MSG-IS-CORRECTION
                   MOVE COPYBOOK-RETURN-AREA
                           (1:LENGTH OF ITMCOR-COPYBOOK)
                       TO ITMCOR-COPYBOOK
                   MOVE COR-DATE-TIME TO MESSAGE-DATE-TIME
               WHEN MSG-IS-RECEIPT
                   MOVE COPYBOOK-RETURN-AREA
                           (1:LENGTH OF GRCPT-COPYBOOK)
                       TO GRCPT-COPYBOOK
                   MOVE GRC-DATE-TIME TO MESSAGE-DATE-TIME
           END-EVALUATE.
      *
       TRANSFORM-JSON-TO-DATA-EXIT.
           EXIT.
       APPLY-STOCK-ADJUSTMENT SECTION.
      ******************************************************************
      *
      *    The reason code is checked against the operations table
      *    first, then the same reference check KAFKAP gives an
      *    outbound stock event, then the update itself under a
      *    READ UPDATE lock.
      *
           PERFORM VALIDATE-REASON-CODE.
           IF MESSAGE-FAILED
               GO TO APPLY-STOCK-ADJUSTMENT-EXIT
           END-IF.
      *
           EXEC CICS READ FILE('ITEMMSTR')
                INTO (ITEM-MASTER-RECORD)
               GO TO APPLY-STOCK-ADJUSTMENT-EXIT
           END-IF.
      *
           MOVE IM-STOCK-ON-HAND TO PRIOR-STOCK-ON-HAND.
           ADD ADJ-ADJUSTMENT-QUANTITY TO IM-STOCK-ON-HAND.
           EXEC CICS REWRITE FILE('ITEMMSTR')
                FROM (ITEM-MASTER-RECORD)
                  RESP ' RESP2=' RESP2
               MOVE 'ITEM MASTER REWRITE FAILED' TO INB-REASON
               PERFORM WRITE-INBOUND-SUSPENSE-RECORD
               GO TO APPLY-STOCK-ADJUSTMENT-EXIT
           END-IF.
      *
           MOVE ADJ-STOCK-ITEM-REFERENCE TO LED-STOCK-ITEM-REFERENCE.
           MOVE ADJ-DATE-TIME TO LED-DATE-TIME.
           MOVE ADJ-ADJUSTMENT-QUANTITY TO LED-QUANTITY.
           MOVE ADJ-REASON-CODE TO LED-REASON-CODE.
           PERFORM WRITE-STOCK-LEDGER-RECORD.
      *
       APPLY-STOCK-ADJUSTMENT-EXIT.
           EXIT.
      *
      ******************************************************************
       VALIDATE-REASON-CODE SECTION.
      ******************************************************************
      *
      *    The reason code must be on the RSNCODE table operations
      *    maintain through KAFKRSN, and still active. Anything else
      *    is held on INBSUSP - the ledger and the shrinkage report
      *    cannot classify a movement whose reason nobody defined.
      *
           EXEC CICS READ FILE('RSNCODE')
                INTO (REASON-CODE-RECORD)
                RIDFLD (ADJ-REASON-CODE)
                KEYLENGTH (LENGTH OF RSN-REASON-CODE)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
              OR NOT RSN-STATUS-ACTIVE
               MOVE 'UNKNOWN ADJUSTMENT REASON CODE' TO INB-REASON
               PERFORM WRITE-INBOUND-SUSPENSE-RECORD
           END-IF.
      *
       VALIDATE-REASON-CODE-EXIT.
           EXIT.
      *
      ******************************************************************
       WRITE-STOCK-LEDGER-RECORD SECTION.
      ******************************************************************
      *
      *    Record the applied movement on the permanent STKLEDG
      *    ledger. The applied time is taken here without touching
      *    MESSAGE-DATE-TIME, which stays the message's own time.
      *    DUPREC cannot come from a redelivery (UOWKSDS has already
      *    stopped those) and is not reported. The caller has set
      *    the item, movement date-time, quantity and reason code.
      *
           MOVE MESSAGE-ID TO LED-MESSAGE-ID.
           MOVE PRIOR-STOCK-ON-HAND TO LED-ON-HAND-BEFORE.
           MOVE IM-STOCK-ON-HAND TO LED-ON-HAND-AFTER.
      *
           EXEC CICS ASKTIME ABSTIME(ABSTIME-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABSTIME-NOW)
                YYYYMMDD(DATE-NOW) DATESEP('-')
                TIME(TIME-NOW) TIMESEP(':')
                END-EXEC.
           MOVE SPACES TO LED-APPLIED-DATE-TIME.
           STRING DATE-NOW DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TIME-NOW DELIMITED BY SIZE
              INTO LED-APPLIED-DATE-TIME
           END-STRING.
      *
           EXEC CICS WRITE FILE('STKLEDG')
                FROM (STOCK-LEDGER-RECORD)
                RIDFLD (LED-LEDGER-KEY)
                KEYLENGTH (LENGTH OF LED-LEDGER-KEY)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
              AND RESP NOT = DFHRESP(DUPREC)
               DISPLAY 'KAFKIN - WRITE TO STKLEDG FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
       WRITE-STOCK-LEDGER-RECORD-EXIT.
           EXIT.
      *
      ******************************************************************
       APPLY-GOODS-RECEIPT SECTION.
      ******************************************************************
      *
      *    The item must be on the master, and there must be an order
      *    for it from the supplier that is not yet closed - a
      *    receipt nobody ordered is held on INBSUSP for purchasing
      *    to sort out rather than quietly taken into stock. Both
      *    records are read for update before either is changed.
      *
           IF GRC-RECEIVED-QUANTITY = 0
               MOVE 'ZERO RECEIVED QUANTITY ON GOODS RECEIPT'
                   TO INB-REASON
               PERFORM WRITE-INBOUND-SUSPENSE-RECORD
               GO TO APPLY-GOODS-RECEIPT-EXIT
           END-IF.
      *
           EXEC CICS READ FILE('ITEMMSTR')
                INTO (ITEM-MASTER-RECORD)
                RIDFLD (GRC-STOCK-ITEM-REFERENCE)
                KEYLENGTH (LENGTH OF IM-STOCK-ITEM-REFERENCE)
                UPDATE
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNKNOWN ITEM NUMBER - NOT ON ITEM MASTER'
                   TO INB-REASON
               PERFORM WRITE-INBOUND-SUSPENSE-RECORD
               GO TO APPLY-GOODS-RECEIPT-EXIT
           END-IF.
      *
           IF GRC-SUPPLIER-REFERENCE = 0
               MOVE IM-SUPPLIER-REFERENCE TO GRC-SUPPLIER-REFERENCE
           END-IF.
           MOVE GRC-STOCK-ITEM-REFERENCE TO OPO-STOCK-ITEM-REFERENCE.
           MOVE GRC-SUPPLIER-REFERENCE TO OPO-SUPPLIER-REFERENCE.
           EXEC CICS READ FILE('OPENORD')
                INTO (OPEN-ORDER-RECORD)
                RIDFLD (OPO-ORDER-KEY)
                KEYLENGTH (LENGTH OF OPO-ORDER-KEY)
                UPDATE
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
              OR OPO-STATUS-CLOSED
               IF RESP = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('OPENORD')
                        RESP (RESP) RESP2 (RESP2)
                        END-EXEC
               END-IF
               EXEC CICS UNLOCK FILE('ITEMMSTR')
                    RESP (RESP) RESP2 (RESP2)
                    END-EXEC
               MOVE 'NO OPEN ORDER FOR ITEM AND SUPPLIER' TO INB-REASON
               PERFORM WRITE-INBOUND-SUSPENSE-RECORD
               GO TO APPLY-GOODS-RECEIPT-EXIT
           END-IF.
      *
           MOVE IM-STOCK-ON-HAND TO PRIOR-STOCK-ON-HAND.
           ADD GRC-RECEIVED-QUANTITY TO IM-STOCK-ON-HAND.
           EXEC CICS REWRITE FILE('ITEMMSTR')
                FROM (ITEM-MASTER-RECORD)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKIN - REWRITE OF ITEMMSTR FAILED, RESP='
                  RESP ' RESP2=' RESP2
               EXEC CICS UNLOCK FILE('OPENORD')
                    RESP (RESP) RESP2 (RESP2)
                    END-EXEC
               MOVE 'ITEM MASTER REWRITE FAILED' TO INB-REASON
               PERFORM WRITE-INBOUND-SUSPENSE-RECORD
               GO TO APPLY-GOODS-RECEIPT-EXIT
           END-IF.
      *
      *    The stock is in. Set the receipt against the order - a
      *    receipt that makes up or exceeds the quantity ordered
      *    closes it, anything less leaves it part received. A
      *    failed rewrite here is reported but the receipt stands:
      *    holding the message now would take the stock in twice on
      *    resubmit.
           ADD GRC-RECEIVED-QUANTITY TO OPO-RECEIVED-QUANTITY.
           IF OPO-RECEIVED-QUANTITY NOT < OPO-ORDER-QUANTITY
               SET OPO-STATUS-CLOSED TO TRUE
           ELSE
               SET OPO-STATUS-PART-RECEIVED TO TRUE
           END-IF.
           MOVE GRC-DATE-TIME TO OPO-LAST-RECEIPT-DATE-TIME.
           EXEC CICS REWRITE FILE('OPENORD')
                FROM (OPEN-ORDER-RECORD)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKIN - REWRITE OF OPENORD FAILED, RESP='
                  RESP ' RESP2=' RESP2 ' ITEM=' OPO-STOCK-ITEM-REFERENCE
           END-IF.
      *
           MOVE GRC-STOCK-ITEM-REFERENCE TO LED-STOCK-ITEM-REFERENCE.
           MOVE GRC-DATE-TIME TO LED-DATE-TIME.
           MOVE GRC-RECEIVED-QUANTITY TO LED-QUANTITY.
           MOVE RECEIPT-REASON-CODE TO LED-REASON-CODE.
           PERFORM WRITE-STOCK-LEDGER-RECORD.
      *
       APPLY-GOODS-RECEIPT-EXIT.
           EXIT.
      *
      ******************************************************************
       APPLY-ITEM-CORRECTION SECTION.
      ******************************************************************
              AND COR-UNIT-PRICE NOT = PRIOR-CATALOG-PRICE
               PERFORM WRITE-PRICE-HISTORY-RECORD
           END-IF.
      *
           PERFORM WRITE-ITEM-INDEX-RECORD.
      *
       APPLY-ITEM-CORRECTION-EXIT.
           EXIT.
      *
      ******************************************************************
       WRITE-ITEM-INDEX-RECORD SECTION.
      ******************************************************************
      *
      *    Put the applied correction on the item's ITEMIDX timeline
      *    beside the outbound events - the catalog price either side
      *    of it and the status it set (blank when not corrected).
      *    DUPREC cannot come from a redelivery (UOWKSDS has already
      *    stopped those) and is not reported.
      *
           MOVE SPACES TO ITEM-INDEX-RECORD.
           SET ITX-ITEM-REFERENCE TO TRUE.
           MOVE COR-STOCK-ITEM-REFERENCE TO ITX-REFERENCE.
           MOVE COR-DATE-TIME TO ITX-EVENT-DATE-TIME.
           MOVE MESSAGE-ID TO ITX-EVENT-ID.
           SET ITX-CORRECTION TO TRUE.
           SET ITX-VALUES-CAPTURED TO TRUE.
           MOVE 0 TO ITX-STOCK-LEVEL ITX-ORDER-QUANTITY.
           MOVE PRIOR-CATALOG-PRICE TO ITX-OLD-PRICE.
           MOVE IM-UNIT-PRICE TO ITX-NEW-PRICE.
           MOVE COR-STATUS TO ITX-STATUS-CODE.
      *
           EXEC CICS WRITE FILE('ITEMIDX')
                FROM (ITEM-INDEX-RECORD)
                RIDFLD (ITX-INDEX-KEY)
                KEYLENGTH (LENGTH OF ITX-INDEX-KEY)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
              AND RESP NOT = DFHRESP(DUPREC)
               DISPLAY 'KAFKIN - WRITE TO ITEMIDX FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
       WRITE-ITEM-INDEX-RECORD-EXIT.
           EXIT.
      *
      ******************************************************************
       WRITE-PRICE-HISTORY-RECORD SECTION.
      ******************************************************************
