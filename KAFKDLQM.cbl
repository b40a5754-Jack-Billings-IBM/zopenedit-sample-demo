      *  2026-09-02  APPMAINT  An entry that parks manual raises an   *
      *                        operator alert (console and the ALRT   *
      *                        queue), like KAFKAP's own park.        *
      *  2026-10-02  APPMAINT  Replay ItemMasterChange dead letters   *
      *                        through the i2json transformer.        *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
          COPY PRICECHG.
       01 SUPPUPD-LENGTH-TEMPLATE.
          COPY SUPPUPD.
       01 ITMMCHG-LENGTH-TEMPLATE.
          COPY ITMMCHG.

       01  CHANNEL-CONTAINER-NAMES.
           05  CHANNEL-NAME                  PIC X(16).
                   MOVE 'PRIC' TO REPLAY-EVENT-TYPE
               WHEN 'SupplierUpdate'
                   MOVE 'SUPP' TO REPLAY-EVENT-TYPE
               WHEN 'ItemMasterChange'
                   MOVE 'ITEM' TO REPLAY-EVENT-TYPE
               WHEN OTHER
                   MOVE 'UNKN' TO REPLAY-EVENT-TYPE
           END-EVALUATE.
                   MOVE 's2json' TO TRANSFORMER-NAME
                   MOVE LENGTH OF SUPPUPD-LENGTH-TEMPLATE
                      TO COPYBOOK-LEN
               WHEN 'ItemMasterChange'
                   MOVE 'i2json' TO TRANSFORMER-NAME
                   MOVE LENGTH OF ITMMCHG-LENGTH-TEMPLATE
                      TO COPYBOOK-LEN
               WHEN OTHER
                   SET SKIP-THIS-REPLAY TO TRUE
           END-EVALUATE.
