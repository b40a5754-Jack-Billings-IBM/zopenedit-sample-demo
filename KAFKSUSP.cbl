      *                        on the OPACTLOG action log. R now      *
      *                        takes the operator-id ahead of the     *
      *                        correction values.                     *
      *  2026-10-15  APPMAINT  A resubmit that corrects the item or   *
      *                        supplier reference removes the event's *
      *                        ITEMIDX entry under the old reference. *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       01 PENDING-PRICE-RECORD.
          COPY PENDPRC.

      *   The held event's ITEMIDX key as it stood before the
      *   correction, and the reference the corrected event carries.
      *   KAFKAP indexes the resubmitted event under the corrected
      *   reference; the old entry is removed once it has.
       01 ITEM-INDEX-RECORD.
          COPY ITMXREC.

       01 INDEX-REFERENCE-WORK.
          03 INDEX-REFERENCE-TYPE        PIC X(1).
          03 INDEX-REFERENCE             PIC 9(6).

       01 OPERATOR-AUTHORITY-RECORD.
          COPY OPAUTREC.

               PERFORM SEND-RESULT-MESSAGE
               GO TO RESUBMIT-SUSPENSE-EVENT-EXIT
           END-IF.
      *
           PERFORM CAPTURE-INDEX-REFERENCE.
           MOVE SPACES TO ITEM-INDEX-RECORD.
           MOVE INDEX-REFERENCE-TYPE TO ITX-REFERENCE-TYPE.
           MOVE INDEX-REFERENCE TO ITX-REFERENCE.
           MOVE EXCP-DATE-TIME TO ITX-EVENT-DATE-TIME.
           MOVE EXCP-NETWORK-UOWID TO ITX-EVENT-ID.
      *
           PERFORM APPLY-CORRECTION-VALUES.
           IF COMMAND-IN-ERROR
               PERFORM SEND-RESULT-MESSAGE
               GO TO RESUBMIT-SUSPENSE-EVENT-EXIT
           END-IF.
      *
           PERFORM REMOVE-OLD-INDEX-ENTRY.
      *
           MOVE 'RESUBMIT' TO OPL-ACTION.
           MOVE TOKEN-3 TO OPL-RECORD-KEY.
       APPLY-CORRECTION-VALUES-EXIT.
           EXIT.
      *
      ******************************************************************
       CAPTURE-INDEX-REFERENCE SECTION.
      ******************************************************************
      *
      *    The reference the event is indexed under on ITEMIDX, taken
      *    from the raw captured field the way KAFKAP takes it. One
      *    that is not numeric was never indexed - the type is left
      *    blank.
      *
           MOVE SPACE TO INDEX-REFERENCE-TYPE.
           MOVE 0 TO INDEX-REFERENCE.
           EVALUATE TRUE
               WHEN EXCP-STOCK-ITEM-CHANGE
                   IF EXCP-STOCK-ITEM-REFERENCE-RAW(2:4) IS NUMERIC
                       MOVE 'I' TO INDEX-REFERENCE-TYPE
                       MOVE EXCP-STOCK-ITEM-REFERENCE-RAW(2:4)
                           TO INDEX-REFERENCE
                   END-IF
               WHEN EXCP-PRICE-CHANGE
                   IF EXCP-PRICE-ITEM-REFERENCE-RAW(2:4) IS NUMERIC
                       MOVE 'I' TO INDEX-REFERENCE-TYPE
                       MOVE EXCP-PRICE-ITEM-REFERENCE-RAW(2:4)
                           TO INDEX-REFERENCE
                   END-IF
               WHEN EXCP-SUPPLIER-UPDATE
                   IF EXCP-SUPPLIER-REFERENCE-RAW(2:6) IS NUMERIC
                       MOVE 'S' TO INDEX-REFERENCE-TYPE
                       MOVE EXCP-SUPPLIER-REFERENCE-RAW(2:6)
                           TO INDEX-REFERENCE
                   END-IF
           END-EVALUATE.
      *
       CAPTURE-INDEX-REFERENCE-EXIT.
           EXIT.
      *
      ******************************************************************
       REMOVE-OLD-INDEX-ENTRY SECTION.
      ******************************************************************
      *
      *    KAFKAP has indexed the resubmitted event under the
      *    reference it now carries. If the correction changed that
      *    reference, the entry under the old one would put the
      *    event on the wrong item's timeline - delete it. It is
      *    removed only after the LINK, so an event put back on
      *    SUSPENSE by a failed LINK keeps an entry.
      *
           IF ITX-REFERENCE-TYPE = SPACE
               GO TO REMOVE-OLD-INDEX-ENTRY-EXIT
           END-IF.
           PERFORM CAPTURE-INDEX-REFERENCE.
           IF INDEX-REFERENCE-TYPE = ITX-REFERENCE-TYPE
              AND INDEX-REFERENCE = ITX-REFERENCE
               GO TO REMOVE-OLD-INDEX-ENTRY-EXIT
           END-IF.
      *
           EXEC CICS DELETE FILE('ITEMIDX')
                RIDFLD(ITX-INDEX-KEY)
                KEYLENGTH(LENGTH OF ITX-INDEX-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
              AND RESP NOT = DFHRESP(NOTFND)
               DISPLAY 'KAFKSUSP - DELETE FROM ITEMIDX FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
       REMOVE-OLD-INDEX-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       BUILD-RESUBMIT-CHANNEL SECTION.
      ******************************************************************
