      ******************************************************************
      * ITMXREC                                                        *
      *                                                                *
      * Item activity index record - the ITEMIDX KSDS. AUDITF,         *
      * SUSPENSE, PENDPRC and DLQFILE are all keyed by network UOW ID, *
      * so KAFKAP writes one of these alongside every event it lands   *
      * on any of them, keyed by the event's item reference (supplier  *
      * reference for a SupplierUpdate), then the event's date-time,   *
      * then the UOW ID. A resubmission of the same UOW replaces the   *
      * entry with its latest values; KAFKSUSP removes the old entry   *
      * when a resubmit corrects the reference. KAFKIN adds one for    *
      * every item correction it applies, under the correction's       *
      * message id.                                                    *
      * The values are a snapshot taken when the event was written -   *
      * the KTIM timeline (KAFKTIM) probes the stores by UOW ID to say *
      * where the event sits now. Stock adjustments and goods receipts *
      * are not indexed here: KTIM reads them from STKLEDG, which is   *
      * already keyed by item. Like the ledger, the index is permanent *
      * and outlives the audit archive. ITMXLOAD builds it from the    *
      * records already on the stores.                                 *
      ******************************************************************
          05 ITX-INDEX-KEY.
             10 ITX-REFERENCE-TYPE       PIC X(1).
                88 ITX-ITEM-REFERENCE         VALUE 'I'.
                88 ITX-SUPPLIER-REFERENCE     VALUE 'S'.
             10 ITX-REFERENCE            PIC 9(6).
             10 ITX-EVENT-DATE-TIME      PIC X(29).
             10 ITX-EVENT-ID             PIC X(54).
          05 ITX-EVENT-TYPE              PIC X(4).
             88 ITX-STOCK-EVENT               VALUE 'STOK'.
             88 ITX-PRICE-EVENT               VALUE 'PRIC'.
             88 ITX-SUPPLIER-EVENT            VALUE 'SUPP'.
             88 ITX-ITEM-EVENT                VALUE 'ITEM'.
             88 ITX-CORRECTION                VALUE 'CORR'.
          05 ITX-VALUES-STATUS           PIC X(1).
             88 ITX-VALUES-CAPTURED           VALUE 'Y'.
             88 ITX-VALUES-NOT-NUMERIC        VALUE 'N'.
          05 ITX-STOCK-LEVEL             PIC 9(4).
          05 ITX-ORDER-QUANTITY          PIC 9(4).
          05 ITX-OLD-PRICE               PIC 9(6)V99.
          05 ITX-NEW-PRICE               PIC 9(6)V99.
          05 ITX-ACTION-CODE             PIC X(1).
          05 ITX-STATUS-CODE             PIC X(1).
          05 FILLER                      PIC X(40).
