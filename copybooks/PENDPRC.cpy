      * old price, or against the item master's catalog price). A      *
      * supervisor releases or rejects the held change through the     *
      * KAFKPAPR screen; releasing publishes the event and brings      *
      * IM-UNIT-PRICE up to date, rejecting deletes it. A planned      *
      * change released from the PRCSCHED schedule that is held here   *
      * carries the scheduled reason, so its release is still recorded *
      * on PRICHIST as a SCHEDULE change.                              *
      ******************************************************************
          05 PEND-NETWORK-UOWID          PIC X(54).
          05 PEND-BUSINESSEVENT          PIC X(32).
          05 PEND-CATALOG-PRICE          PIC 9(6)V99.
          05 PEND-VARIANCE-PCT           PIC 9(3)V9.
          05 PEND-REASON                 PIC X(40).
             88 PEND-REASON-SCHEDULED         VALUE
                'SCHEDULED PRICE MOVE EXCEEDS TOLERANCE'.
