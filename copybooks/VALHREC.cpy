      ******************************************************************
      * VALHREC                                                        *
      *                                                                *
      * Inventory valuation history record - one record per period     *
      * valued, keyed by the as-of date (yyyy-mm-dd) on the VALHIST    *
      * KSDS. Written by the INVVRPT period-end valuation report with  *
      * the run's totals (a rerun for the same as-of date replaces     *
      * its record), and read back by the next run to show the         *
      * movement against the previous period's valuation.              *
      ******************************************************************
          05 VLH-AS-OF-DATE              PIC X(10).
          05 VLH-ITEMS-VALUED            PIC S9(9) COMP-3.
          05 VLH-UNITS-ON-HAND           PIC S9(9) COMP-3.
          05 VLH-TOTAL-VALUE             PIC S9(11)V99 COMP-3.
          05 VLH-DISCONTINUED-VALUE      PIC S9(11)V99 COMP-3.
          05 VLH-ITEMS-HISTORY-PRICED    PIC S9(9) COMP-3.
          05 VLH-ITEMS-MASTER-PRICED     PIC S9(9) COMP-3.
          05 VLH-NEGATIVE-ITEMS          PIC S9(9) COMP-3.
          05 VLH-RUN-DATE                PIC X(10).
