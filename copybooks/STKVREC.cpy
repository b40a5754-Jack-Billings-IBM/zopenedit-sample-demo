      ******************************************************************
      * STKVREC                                                        *
      *                                                                *
      * Stock position variance record - one record per catalog item  *
      * whose last stock level published for the business day (the   *
      * day's last StockItemChange event on AUDITF) differs from the  *
      * item master's IM-STOCK-ON-HAND by more than the run's         *
      * tolerance, or whose on-hand has gone negative. Written by the *
      * STKVSCAN batch program, sorted into supplier order by the     *
      * variance job and printed by the STKVRPT report.               *
      * SVR-DIFFERENCE is the published level less the on-hand, and   *
      * SVR-VARIANCE-VALUE is that difference at IM-UNIT-PRICE. An    *
      * item listed for negative on-hand alone, with no level         *
      * published that day, carries a zero difference and the        *
      * negative on-hand at IM-UNIT-PRICE as its value.               *
      ******************************************************************
          05 SVR-SUPPLIER-REFERENCE      PIC 9(6).
          05 SVR-STOCK-ITEM-REFERENCE    PIC 9(4).
          05 SVR-DESCRIPTION             PIC X(40).
          05 SVR-ITEM-STATUS             PIC X(1).
          05 SVR-LEVEL-SWITCH            PIC X(1).
             88 SVR-LEVEL-PUBLISHED            VALUE 'Y'.
             88 SVR-NO-LEVEL-PUBLISHED         VALUE 'N'.
          05 SVR-PUBLISHED-LEVEL         PIC S9(4).
          05 SVR-STOCK-ON-HAND           PIC S9(4).
          05 SVR-DIFFERENCE              PIC S9(5).
          05 SVR-UNIT-PRICE              PIC 9(6)V99.
          05 SVR-VARIANCE-VALUE          PIC S9(9)V99.
          05 SVR-EXCEPTION-TYPE          PIC X(1).
             88 SVR-OVER-TOLERANCE             VALUE 'V'.
             88 SVR-NEGATIVE-ON-HAND           VALUE 'N'.
             88 SVR-OVER-TOLERANCE-AND-NEG     VALUE 'B'.
          05 SVR-LEVEL-DATE-TIME         PIC X(29).
