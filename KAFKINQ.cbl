      *         NEVER SEEN     on none of them                        *
      *                                                               *
      *     Given a stock item reference and a date it browses        *
      *     AUDITF and SUSPENSE and lists every stock, price or       *
      *     item master change event for that item that day with its  *
      *     fate, so a store call can be answered without knowing     *
      *     the UOW ID.                                               *
      *                                                               *
      *     The terminal input is a command line:                     *
      *                                                               *
      *                        archive date and generation, from the  *
      *                        ARCHIDX index, instead of the          *
      *                        misleading NEVER SEEN.                 *
      *  2026-10-02  APPMAINT  Item listing includes ItemMasterChange *
      *                        events, published or held.             *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
                   IF AUDIT-PRICE-ITEM-REFERENCE NOT = ITEM-REF-WORK
                       GO TO BROWSE-ONE-AUDIT-RECORD-EXIT
                   END-IF
               WHEN AUDIT-ITEM-MASTER-CHANGE
                   IF AUDIT-ITEM-REFERENCE NOT = ITEM-REF-WORK
                       GO TO BROWSE-ONE-AUDIT-RECORD-EXIT
                   END-IF
               WHEN OTHER
                   GO TO BROWSE-ONE-AUDIT-RECORD-EXIT
           END-EVALUATE.
                          NOT = EDIT-FIELD-X(5:4)
                       GO TO BROWSE-ONE-SUSPENSE-RECORD-EXIT
                   END-IF
               WHEN EXCP-ITEM-MASTER-CHANGE
                   IF EXCP-ITEM-REFERENCE-RAW(2:4)
                          NOT = EDIT-FIELD-X(5:4)
                       GO TO BROWSE-ONE-SUSPENSE-RECORD-EXIT
                   END-IF
               WHEN OTHER
                   GO TO BROWSE-ONE-SUSPENSE-RECORD-EXIT
           END-EVALUATE.
