      ******************************************************************
      * PSCHREC                                                        *
      *                                                                *
      * Scheduled price change record - keyed by item reference plus   *
      * effective date (yyyy-mm-dd) on the PRCSCHED KSDS. Pricing      *
      * keys a planned change ahead of time through the KAFKPSCH       *
      * screen; the KAFKPSWP sweep releases it on its effective date   *
      * as a PriceChange through KAFKAP, so it meets the same          *
      * tolerance check, PENDPRC approval hold, publish, item master   *
      * update and PRICHIST record a live change does - the history    *
      * entry carries the SCHEDULE source. One change per item per     *
      * day: the key refuses a second. A released or cancelled entry   *
      * stays on file as the record of what was planned; only a        *
      * cancelled one may be keyed over.                               *
      * PSC-NETWORK-UOWID is the unit of work the release went out     *
      * under, so KAFKINQ can follow it.                               *
      ******************************************************************
          05 PSC-SCHEDULE-KEY.
             10 PSC-STOCK-ITEM-REFERENCE PIC 9(4).
             10 PSC-EFFECTIVE-DATE       PIC X(10).
          05 PSC-NEW-PRICE               PIC 9(6)V99.
          05 PSC-STATUS                  PIC X(1).
             88 PSC-STATUS-SCHEDULED          VALUE 'S'.
             88 PSC-STATUS-RELEASED           VALUE 'R'.
             88 PSC-STATUS-CANCELLED          VALUE 'C'.
          05 PSC-ENTERED-BY              PIC X(8).
          05 PSC-ENTERED-DATE-TIME       PIC X(29).
          05 PSC-ACTIONED-BY             PIC X(8).
          05 PSC-ACTIONED-DATE-TIME      PIC X(29).
          05 PSC-NETWORK-UOWID           PIC X(54).
