      ******************************************************************
      * RSNCREC                                                        *
      *                                                                *
      * Stock adjustment reason code record - keyed by RSN-REASON-CODE *
      * on the RSNCODE KSDS and maintained by operations through the   *
      * KAFKRSN screen. KAFKIN refuses a StockAdjustment whose         *
      * ADJ-REASON-CODE is not on this table, or is retired, and       *
      * holds it on INBSUSP. The category tells the SHRKRPT weekly     *
      * report which movements are losses: shrinkage (theft, unknown   *
      * loss) and write-off (damage, expiry) are reported, other       *
      * movements (count corrections, returns, receipts) are not. A    *
      * code is retired rather than deleted so ledger entries already  *
      * carrying it still resolve to a description.                    *
      ******************************************************************
          05 RSN-REASON-CODE             PIC X(4).
          05 RSN-DESCRIPTION             PIC X(30).
          05 RSN-CATEGORY                PIC X(1).
             88 RSN-CATEGORY-SHRINKAGE        VALUE 'S'.
             88 RSN-CATEGORY-WRITE-OFF        VALUE 'W'.
             88 RSN-CATEGORY-OTHER            VALUE 'O'.
          05 RSN-STATUS                  PIC X(1).
             88 RSN-STATUS-ACTIVE             VALUE 'A'.
             88 RSN-STATUS-RETIRED            VALUE 'R'.
