      ******************************************************************
      * LEDGREC                                                        *
      *                                                                *
      * Stock movement ledger record - one record per stock movement   *
      * applied to IM-STOCK-ON-HAND, written to the STKLEDG KSDS by    *
      * the KAFKIN inbound adapter after the item master rewrite has   *
      * succeeded. The ledger is permanent: nothing purges it, so an   *
      * item's on-hand can be traced movement by movement. The key     *
      * is the item, then the movement's own date-time, then the       *
      * message id, so one item's movements browse together in time    *
      * order. LED-QUANTITY is signed as applied (a loss is negative)  *
      * and LED-ON-HAND-BEFORE/AFTER are the master's on-hand either   *
      * side of it. LED-APPLIED-DATE-TIME is when it was applied.      *
      ******************************************************************
          05 LED-LEDGER-KEY.
             10 LED-STOCK-ITEM-REFERENCE PIC 9(4).
             10 LED-DATE-TIME            PIC X(29).
             10 LED-MESSAGE-ID           PIC X(54).
          05 LED-QUANTITY                PIC S9(4).
          05 LED-REASON-CODE             PIC X(4).
          05 LED-ON-HAND-BEFORE          PIC S9(4).
          05 LED-ON-HAND-AFTER           PIC S9(4).
          05 LED-APPLIED-DATE-TIME       PIC X(29).
