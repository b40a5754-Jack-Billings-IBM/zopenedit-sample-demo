      *                        or invalid-numeric counters cross the  *
      *                        ALRTCTL thresholds operations set on   *
      *                        the KAFKALRT screen.                   *
      *  2026-09-30  APPMAINT  Planned price changes: a PriceChange   *
      *                        released from the PRCSCHED schedule by *
      *                        the KAFKPSWP sweep is recorded on      *
      *                        PRICHIST with the SCHEDULE source, and *
      *                        if held on PENDPRC carries the         *
      *                        scheduled reason so its release does   *
      *                        too.                                   *
      *  2026-10-02  APPMAINT  New ItemMasterChange business event    *
      *                        (ITMMCHG copybook, event type ITEM):   *
      *                        item adds, catalog changes and         *
      *                        discontinues from KAFKITM, KAFKAPLY    *
      *                        and the ITEMLOAD full refresh are      *
      *                        published through the same transform,  *
      *                        routing, dead-letter, audit and UOW    *
      *                        handling as the other event types.     *
      *  2026-10-05  APPMAINT  A SupplierUpdate with status D LINKs   *
      *                        KAFKORPC to put the supplier's active  *
      *                        items on the orphaned item worklist.   *
      *  2026-10-14  APPMAINT  Every event landed on AUDITF,          *
      *                        SUSPENSE, PENDPRC or DLQFILE is also   *
      *                        indexed by its item reference          *
      *                        (supplier reference for a              *
      *                        SupplierUpdate) on the ITEMIDX KSDS    *
      *                        for the KTIM activity timeline.        *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
             88 CURRENT-EVENT-IS-STOCK        VALUE 'STOK'.
             88 CURRENT-EVENT-IS-PRICE        VALUE 'PRIC'.
             88 CURRENT-EVENT-IS-SUPPLIER     VALUE 'SUPP'.
             88 CURRENT-EVENT-IS-ITEM         VALUE 'ITEM'.
          03 EVENT-STATUS-SWITCH         PIC X(1) VALUE 'O'.
             88 EVENT-OK                      VALUE 'O'.
             88 EVENT-NUMERIC-INVALID         VALUE 'N'.
             88 EVENT-UNKNOWN-ITEM            VALUE 'U'.
             88 EVENT-UNKNOWN-SUPPLIER        VALUE 'S'.
             88 EVENT-STALE                   VALUE 'T'.
             88 EVENT-INVALID-ACTION          VALUE 'X'.
          03 DUPLICATE-UOW-SWITCH        PIC X(1) VALUE 'N'.
             88 SW-DUPLICATE-UOW              VALUE 'Y'.
             88 SW-NOT-DUPLICATE-UOW          VALUE 'N'.
          10 C-New-Price                       PIC x(9).
          10 C-Supplier-Reference              PIC x(7).
          10 C-Supplier-Status                 PIC x(1).
          10 C-Item-Action                     PIC x(1).
          10 C-Item-Reference                  PIC x(5).
          10 C-Item-Unit-Price                 PIC x(9).
          10 C-Item-Supplier-Reference         PIC x(7).
          10 GENERIC-CONTAINER-VALUE           PIC x(40).

      *   Working fields used to strip and edit a container value
             VALUE 'SUPPSupplier_name                   040N09N'.
          05 FILLER PIC X(43)
             VALUE 'SUPPSupplier_status                 001N10N'.
          05 FILLER PIC X(43)
             VALUE 'ITEMItem_action                     001N11N'.
          05 FILLER PIC X(43)
             VALUE 'ITEMStock_item_reference            005Y12Y'.
          05 FILLER PIC X(43)
             VALUE 'ITEMDescription                     040N13N'.
          05 FILLER PIC X(43)
             VALUE 'ITEMUnit_price                      009Y14Y'.
          05 FILLER PIC X(43)
             VALUE 'ITEMItem_status                     001N15N'.
          05 FILLER PIC X(43)
             VALUE 'ITEMSupplier_reference              007Y16Y'.
          05 FILLER PIC X(43)
             VALUE 'ITEMReorder_point                   005Y17Y'.
          05 FILLER PIC X(43)
             VALUE 'ITEMReorder_quantity                005Y18Y'.
       01 FIELD-MAPPING-TABLE REDEFINES FIELD-MAPPING-TABLE-DATA.
          05 FIELD-MAP-ENTRY OCCURS 18 TIMES INDEXED BY FM-IDX.
             10 FM-EVENT-TYPE          PIC X(4).
             10 FM-EPNAME              PIC X(32).
             10 FM-CONTAINER-LEN       PIC 9(3).
       01 SUPPUPD-COPYBOOK.
          COPY SUPPUPD.

       01 ITMMCHG-COPYBOOK.
          COPY ITMMCHG.

      *   Copy the DFHEPFEO copybook that has the event context data
       01 EPCONTEXT-COPYBOOK.
          COPY DFHEPFEO.
       01 SUPPLIER-MASTER-RECORD.
          COPY SUPPMSTR.

      *   Handed to KAFKORPC when a SupplierUpdate discontinues a
      *   supplier.
       01 ORPHAN-REQUEST.
          COPY ORPHREQ.
       01 ORPHAN-CHANNEL-NAME          PIC X(16) VALUE 'KAFKAPORPHAN'.

       01 PENDING-PRICE-RECORD.
          COPY PENDPRC.

       01 PRICE-HISTORY-RECORD.
          COPY PRCHREC.

       01 ITEM-INDEX-RECORD.
          COPY ITMXREC.

      *   Catalog price held before UPDATE-ITEM-MASTER-PRICE overlays
      *   it - the price history record carries the price being
      *   replaced.
      *   PENDPRC approval file instead of being published.
       77  PRICE-TOLERANCE-PCT       PIC 9(3) VALUE 20.

      *   Event binding the KAFKPSWP sweep stamps on the channel it
      *   builds for a planned change released from the PRCSCHED
      *   schedule - the change goes through the live path, but its
      *   price history entry is marked as planned.
       77  SCHEDULED-PRICE-BINDING   PIC X(32)
              VALUE 'KAFKPSWP-SCHEDULED'.

      *   Working fields for the tolerance arithmetic
       01 PRICE-TOLERANCE-WORK.
          03 PRICE-DIFFERENCE            PIC S9(7)V99 COMP-3.
                   PERFORM PROCESS-PRICE-CHANGE-EVENT
               WHEN CURRENT-EVENT-IS-SUPPLIER
                   PERFORM PROCESS-SUPPLIER-UPDATE-EVENT
               WHEN CURRENT-EVENT-IS-ITEM
                   PERFORM PROCESS-ITEM-MASTER-EVENT
               WHEN OTHER
                   PERFORM PROCESS-UNKNOWN-EVENT
           END-EVALUATE.
                   MOVE 'PRIC' TO CURRENT-EVENT-TYPE
               WHEN 'SupplierUpdate'
                   MOVE 'SUPP' TO CURRENT-EVENT-TYPE
               WHEN 'ItemMasterChange'
                   MOVE 'ITEM' TO CURRENT-EVENT-TYPE
               WHEN OTHER
                   MOVE 'UNKN' TO CURRENT-EVENT-TYPE
           END-EVALUATE.
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM RECORD-UOW-SEEN
                   END-IF
      *            The supplier is discontinued whether the event
      *            reached the queue now or waits on DLQFILE for a
      *            replay - its items are orphaned either way.
                   IF SUPPLIER-STATUS OF SUPPUPD-COPYBOOK = 'D'
                       PERFORM ORPHAN-SUPPLIER-ITEMS
                   END-IF
           END-EVALUATE.
      *
       PROCESS-SUPPLIER-UPDATE-EVENT-EXIT.
           EXIT.
      *
      ******************************************************************
       ORPHAN-SUPPLIER-ITEMS SECTION.
      ******************************************************************
      *
      *    LINK KAFKORPC to put the discontinued supplier's active
      *    items on the ORPHWORK orphaned item worklist. A failure
      *    is logged and the event carries on - the worklist is a
      *    buyer's aid, not part of the publish, and KSUP D of the
      *    supplier runs the cascade again.
      *
           MOVE SUPPLIER-REFERENCE OF SUPPUPD-COPYBOOK
               TO ORQ-SUPPLIER-REFERENCE.
           MOVE 'KAFKAP' TO ORQ-ORPHANED-BY.
           MOVE 0 TO ORQ-ITEMS-ORPHANED.
           EXEC CICS PUT CONTAINER('ORPHAN-REQUEST')
                CHANNEL(ORPHAN-CHANNEL-NAME)
                FROM(ORPHAN-REQUEST)
                FLENGTH(LENGTH OF ORPHAN-REQUEST)
                RESP(PUT-RESP) RESP2(PUT-RESP2)
                END-EXEC.
      *
           EXEC CICS LINK PROGRAM('KAFKORPC')
                CHANNEL(ORPHAN-CHANNEL-NAME)
                RESP(LINK-RESPONSE) RESP2(LINK-RESP2)
                END-EXEC.
      *
           IF LINK-RESPONSE = DFHRESP(NORMAL)
               EXEC CICS GET CONTAINER('ORPHAN-REQUEST')
                    CHANNEL(ORPHAN-CHANNEL-NAME)
                    INTO(ORPHAN-REQUEST)
                    RESP(GET-RESP) RESP2(GET-RESP2)
                    END-EXEC
           END-IF.
      *
           IF LINK-RESPONSE NOT = DFHRESP(NORMAL)
              OR GET-RESP NOT = DFHRESP(NORMAL)
              OR ORQ-RESULT-FAILED
               DISPLAY 'KAFKAP - ORPHAN CASCADE FAILED, RESP='
                  LINK-RESPONSE ' RESP2=' LINK-RESP2
                  ' SUPPLIER=' ORQ-SUPPLIER-REFERENCE
           END-IF.
      *
       ORPHAN-SUPPLIER-ITEMS-EXIT.
           EXIT.
      *
      ******************************************************************
       PROCESS-ITEM-MASTER-EVENT SECTION.
      ******************************************************************
      *
      *    An ItemMasterChange is raised by whatever just changed the
      *    item master, so there is no master lookup to do - the item
      *    is on file by definition, and a discontinue must still go
      *    out for an item the catalog has dropped. The numerics and
      *    the action code are all that is checked. Nothing on the
      *    master is updated after the publish either; the change
      *    being published is the update.
      *
           IF SW-DUPLICATE-UOW
               GO TO PROCESS-ITEM-MASTER-EVENT-EXIT
           END-IF.
      *
           SET EVENT-OK TO TRUE.
           PERFORM PROCESS-DATA-ITEM
              VARYING ITEMNUM FROM 1 BY 1
              UNTIL ITEMNUM > EPFE-ITEMCOUNT OF EPCONTEXT-COPYBOOK.
      *
           IF EVENT-OK
              AND ITEM-ACTION OF ITMMCHG-COPYBOOK NOT = 'A'
              AND ITEM-ACTION OF ITMMCHG-COPYBOOK NOT = 'C'
              AND ITEM-ACTION OF ITMMCHG-COPYBOOK NOT = 'D'
               SET EVENT-INVALID-ACTION TO TRUE
           END-IF.
      *
           EVALUATE TRUE
               WHEN EVENT-NUMERIC-INVALID OR EVENT-INVALID-ACTION
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN EVENT-OK
                   PERFORM PUT-ITEM-COPYBOOK-CONTAINER
                   PERFORM TRANSFORM-DATA-TO-JSON
                   IF SW-TRANSFORM-OK
                       PERFORM LINK-PUTQ-PROGRAM
                   END-IF
                   IF SW-TRANSFORM-OK AND SW-PUTQ-OK
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM RECORD-UOW-SEEN
                   END-IF
           END-EVALUATE.
      *
       PROCESS-ITEM-MASTER-EVENT-EXIT.
           EXIT.
      *
      ******************************************************************
       PROCESS-UNKNOWN-EVENT SECTION.
      ******************************************************************
           MOVE PRICE-VARIANCE-PCT TO PEND-VARIANCE-PCT.
           MOVE 'PRICE MOVE EXCEEDS VARIANCE TOLERANCE'
              TO PEND-REASON.
      *    A planned change keeps saying so while it waits - the
      *    KAFKPAPR release records it as a SCHEDULE change.
           IF EPFE-EVENT-BINDING OF EPCONTEXT-COPYBOOK
                 = SCHEDULED-PRICE-BINDING
               SET PEND-REASON-SCHEDULED TO TRUE
           END-IF.
      *
           EXEC CICS WRITE FILE('PENDPRC')
                FROM (PENDING-PRICE-RECORD)
               DISPLAY 'KAFKAP - WRITE TO PENDPRC FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
           PERFORM WRITE-ITEM-INDEX-RECORD.
      *
       WRITE-PENDING-PRICE-RECORD-EXIT.
           EXIT.
              TO PRH-EFFECTIVE-DATE-TIME.
           MOVE PRIOR-CATALOG-PRICE TO PRH-OLD-PRICE.
           MOVE NEW-PRICE OF PRICECHG-COPYBOOK TO PRH-NEW-PRICE.
           IF EPFE-EVENT-BINDING OF EPCONTEXT-COPYBOOK
                 = SCHEDULED-PRICE-BINDING
               SET PRH-SOURCE-SCHEDULED TO TRUE
           ELSE
               SET PRH-SOURCE-PUBLISHED TO TRUE
           END-IF.
           MOVE EPFE-NETWORK-UOWID OF EPCONTEXT-COPYBOOK
              TO PRH-NETWORK-UOWID.
      *
               WHEN 10
                   MOVE GENERIC-CONTAINER-VALUE(1:1)
                       TO C-SUPPLIER-STATUS
               WHEN 11
                   MOVE GENERIC-CONTAINER-VALUE(1:1) TO C-ITEM-ACTION
               WHEN 12
                   MOVE GENERIC-CONTAINER-VALUE(1:5) TO C-ITEM-REFERENCE
               WHEN 14
                   MOVE GENERIC-CONTAINER-VALUE(1:9)
                       TO C-ITEM-UNIT-PRICE
               WHEN 16
                   MOVE GENERIC-CONTAINER-VALUE(1:7)
                       TO C-ITEM-SUPPLIER-REFERENCE
           END-EVALUATE.
      *
           IF FM-REQUIRES-NUMERIC-EDIT(FM-IDX)
               WHEN 10
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO SUPPLIER-STATUS OF SUPPUPD-COPYBOOK
               WHEN 11
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO ITEM-ACTION OF ITMMCHG-COPYBOOK
               WHEN 12
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO STOCK-ITEM-REFERENCE OF ITMMCHG-COPYBOOK
               WHEN 13
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO DESCRIPTION OF ITMMCHG-COPYBOOK
               WHEN 14
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO PRICE-NUMERIC-WORK
                   DIVIDE PRICE-NUMERIC-WORK BY 100
                       GIVING UNIT-PRICE OF ITMMCHG-COPYBOOK
               WHEN 15
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO ITEM-STATUS OF ITMMCHG-COPYBOOK
               WHEN 16
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO SUPPLIER-REFERENCE OF ITMMCHG-COPYBOOK
               WHEN 17
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO REORDER-POINT OF ITMMCHG-COPYBOOK
               WHEN 18
                   MOVE STRIPPED-VALUE(1:STRIPPED-LEN)
                       TO REORDER-QUANTITY OF ITMMCHG-COPYBOOK
           END-EVALUATE.
      *
       PROCESS-DATA-ITEM-EXIT.
                       TO AUDIT-SUPPLIER-NAME
                   MOVE SUPPLIER-STATUS OF SUPPUPD-COPYBOOK
                       TO AUDIT-SUPPLIER-STATUS
               WHEN CURRENT-EVENT-IS-ITEM
                   MOVE SPACES TO AUDIT-EVENT-DATA
                   MOVE ITEM-ACTION OF ITMMCHG-COPYBOOK
                       TO AUDIT-ITEM-ACTION
                   MOVE STOCK-ITEM-REFERENCE OF ITMMCHG-COPYBOOK
                       TO AUDIT-ITEM-REFERENCE
                   MOVE DESCRIPTION OF ITMMCHG-COPYBOOK
                       TO AUDIT-ITEM-DESCRIPTION
                   MOVE UNIT-PRICE OF ITMMCHG-COPYBOOK
                       TO AUDIT-ITEM-UNIT-PRICE
                   MOVE ITEM-STATUS OF ITMMCHG-COPYBOOK
                       TO AUDIT-ITEM-STATUS
                   MOVE SUPPLIER-REFERENCE OF ITMMCHG-COPYBOOK
                       TO AUDIT-ITEM-SUPPLIER-REFERENCE
                   MOVE REORDER-POINT OF ITMMCHG-COPYBOOK
                       TO AUDIT-ITEM-REORDER-POINT
                   MOVE REORDER-QUANTITY OF ITMMCHG-COPYBOOK
                       TO AUDIT-ITEM-REORDER-QUANTITY
           END-EVALUATE.
      *
           EXEC CICS WRITE FILE('AUDITF')
               DISPLAY 'KAFKAP - WRITE TO AUDITF FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
           PERFORM WRITE-ITEM-INDEX-RECORD.
      *
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.
                      TO EXCP-SUPPLIER-REFERENCE-RAW
                   MOVE C-SUPPLIER-STATUS
                      TO EXCP-SUPPLIER-STATUS-RAW
               WHEN CURRENT-EVENT-IS-ITEM
                   MOVE SPACES TO EXCP-RAW-DATA
                   MOVE C-ITEM-ACTION TO EXCP-ITEM-ACTION-RAW
                   MOVE C-ITEM-REFERENCE TO EXCP-ITEM-REFERENCE-RAW
                   MOVE C-ITEM-UNIT-PRICE TO EXCP-ITEM-UNIT-PRICE-RAW
                   MOVE C-ITEM-SUPPLIER-REFERENCE
                      TO EXCP-ITEM-SUPPLIER-REF-RAW
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN EVENT-NUMERIC-INVALID AND CURRENT-EVENT-IS-PRICE
                   MOVE 'NON-NUMERIC OLD-PRICE OR NEW-PRICE'
                       TO EXCP-REASON
               WHEN EVENT-NUMERIC-INVALID AND CURRENT-EVENT-IS-ITEM
                   MOVE 'NON-NUMERIC ITEM MASTER FIELD'
                       TO EXCP-REASON
               WHEN EVENT-INVALID-ACTION
                   MOVE 'ITEM ACTION IS NOT A, C OR D'
                       TO EXCP-REASON
               WHEN EVENT-NUMERIC-INVALID
                   MOVE 'NON-NUMERIC STOCK-LEVEL OR ORDER-QUANTITY'
                       TO EXCP-REASON
               DISPLAY 'KAFKAP - WRITE TO SUSPENSE FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
           PERFORM WRITE-ITEM-INDEX-RECORD.
      *
       WRITE-EXCEPTION-RECORD-EXIT.
           EXIT.
      *
      ******************************************************************
       WRITE-ITEM-INDEX-RECORD SECTION.
      ******************************************************************
      *
      *    The event has just landed on one of the UOW-keyed stores -
      *    index it by item (or supplier) so the KTIM timeline can
      *    find it without browsing every store end to end. The
      *    reference is taken from the raw container bytes, so an
      *    event suspended for a bad value still indexes; one whose
      *    reference itself is not numeric has nothing to index by.
      *
           MOVE SPACES TO ITEM-INDEX-RECORD.
           MOVE EPFE-DATE-TIME OF EPCONTEXT-COPYBOOK
              TO ITX-EVENT-DATE-TIME.
           MOVE EPFE-NETWORK-UOWID OF EPCONTEXT-COPYBOOK
              TO ITX-EVENT-ID.
           MOVE CURRENT-EVENT-TYPE TO ITX-EVENT-TYPE.
           MOVE 0 TO ITX-STOCK-LEVEL ITX-ORDER-QUANTITY
                     ITX-OLD-PRICE ITX-NEW-PRICE.
      *
           EVALUATE TRUE
               WHEN CURRENT-EVENT-IS-STOCK
                   IF C-STOCK-ITEM-REFERENCE(2:4) IS NOT NUMERIC
                       GO TO WRITE-ITEM-INDEX-RECORD-EXIT
                   END-IF
                   SET ITX-ITEM-REFERENCE TO TRUE
                   MOVE C-STOCK-ITEM-REFERENCE(2:4) TO ITX-REFERENCE
               WHEN CURRENT-EVENT-IS-PRICE
                   IF C-PRICE-ITEM-REFERENCE(2:4) IS NOT NUMERIC
                       GO TO WRITE-ITEM-INDEX-RECORD-EXIT
                   END-IF
                   SET ITX-ITEM-REFERENCE TO TRUE
                   MOVE C-PRICE-ITEM-REFERENCE(2:4) TO ITX-REFERENCE
               WHEN CURRENT-EVENT-IS-SUPPLIER
                   IF C-SUPPLIER-REFERENCE(2:6) IS NOT NUMERIC
                       GO TO WRITE-ITEM-INDEX-RECORD-EXIT
                   END-IF
                   SET ITX-SUPPLIER-REFERENCE TO TRUE
                   MOVE C-SUPPLIER-REFERENCE(2:6) TO ITX-REFERENCE
               WHEN CURRENT-EVENT-IS-ITEM
                   IF C-ITEM-REFERENCE(2:4) IS NOT NUMERIC
                       GO TO WRITE-ITEM-INDEX-RECORD-EXIT
                   END-IF
                   SET ITX-ITEM-REFERENCE TO TRUE
                   MOVE C-ITEM-REFERENCE(2:4) TO ITX-REFERENCE
           END-EVALUATE.
      *
      *    A value that failed its numeric edit never reached the
      *    event copybook - say so rather than show zeros as if real.
           IF EVENT-NUMERIC-INVALID
               SET ITX-VALUES-NOT-NUMERIC TO TRUE
           ELSE
               SET ITX-VALUES-CAPTURED TO TRUE
               EVALUATE TRUE
                   WHEN CURRENT-EVENT-IS-STOCK
                       MOVE STOCK-LEVEL OF INSREQ-COPYBOOK
                           TO ITX-STOCK-LEVEL
                       MOVE ORDER-QUANTITY OF INSREQ-COPYBOOK
                           TO ITX-ORDER-QUANTITY
                   WHEN CURRENT-EVENT-IS-PRICE
                       MOVE OLD-PRICE OF PRICECHG-COPYBOOK
                           TO ITX-OLD-PRICE
                       MOVE NEW-PRICE OF PRICECHG-COPYBOOK
                           TO ITX-NEW-PRICE
                   WHEN CURRENT-EVENT-IS-SUPPLIER
                       MOVE SUPPLIER-STATUS OF SUPPUPD-COPYBOOK
                           TO ITX-STATUS-CODE
                   WHEN CURRENT-EVENT-IS-ITEM
                       MOVE ITEM-ACTION OF ITMMCHG-COPYBOOK
                           TO ITX-ACTION-CODE
                       MOVE UNIT-PRICE OF ITMMCHG-COPYBOOK
                           TO ITX-NEW-PRICE
                       MOVE ITEM-STATUS OF ITMMCHG-COPYBOOK
                           TO ITX-STATUS-CODE
               END-EVALUATE
           END-IF.
      *
           EXEC CICS WRITE FILE('ITEMIDX')
                FROM (ITEM-INDEX-RECORD)
                RIDFLD (ITX-INDEX-KEY)
                KEYLENGTH (LENGTH OF ITX-INDEX-KEY)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
      *    DUPREC means a resubmission or redrive of a unit of work
      *    already indexed - replace the entry so it carries the
      *    values as they stand now.
           IF RESP = DFHRESP(DUPREC)
               EXEC CICS DELETE FILE('ITEMIDX')
                    RIDFLD (ITX-INDEX-KEY)
                    KEYLENGTH (LENGTH OF ITX-INDEX-KEY)
                    RESP (RESP) RESP2 (RESP2)
                    END-EXEC
               IF RESP = DFHRESP(NORMAL)
                   EXEC CICS WRITE FILE('ITEMIDX')
                        FROM (ITEM-INDEX-RECORD)
                        RIDFLD (ITX-INDEX-KEY)
                        KEYLENGTH (LENGTH OF ITX-INDEX-KEY)
                        RESP (RESP) RESP2 (RESP2)
                        END-EXEC
               END-IF
           END-IF.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKAP - WRITE TO ITEMIDX FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
       WRITE-ITEM-INDEX-RECORD-EXIT.
           EXIT.
      *
      ******************************************************************
       PUT-STOCK-COPYBOOK-CONTAINER SECTION.
      ******************************************************************
       PUT-SUPPLIER-COPYBOOK-CONTAINER-EXIT.
           EXIT.
      *
      ******************************************************************
       PUT-ITEM-COPYBOOK-CONTAINER SECTION.
      ******************************************************************
      *
           MOVE EPFE-DATE-TIME OF EPCONTEXT-COPYBOOK
              TO EPFE-DATE-TIME OF ITMMCHG-COPYBOOK.
           MOVE ITMMCHG-COPYBOOK TO TRANSFORM-SOURCE-AREA.
           MOVE LENGTH OF ITMMCHG-COPYBOOK TO TRANSFORM-SOURCE-LEN.
           MOVE 'i2json' TO TRANSFORMER-NAME.
      *
       PUT-ITEM-COPYBOOK-CONTAINER-EXIT.
           EXIT.
      *
      ******************************************************************
       TRANSFORM-DATA-TO-JSON SECTION.
      ******************************************************************
                      RESP ' RESP2=' RESP2
               END-IF
           END-IF.
      *
           PERFORM WRITE-ITEM-INDEX-RECORD.
      *
      *    Another entry just landed on the store - see whether the
      *    retryable backlog has grown past the ceiling operations
