      * Inbound suspense record - written to the INBSUSP VSAM KSDS    *
      * (keyed by INB-MESSAGE-ID) when an inbound message fails the   *
      * KAFKIN adapter's checks (unrecognized message type, JSON      *
      * transform failure, unknown item number, a goods receipt with  *
      * no open order to match it) instead of being applied to the    *
      * masters - the same treatment KAFKAP's SUSPENSE file gives a   *
      * bad outbound event. The raw JSON text rides on the record so  *
      * the KAFKINS workstation can resubmit the message through the  *
      * same adapter path once the cause is fixed.                    *
      ******************************************************************
          05 INB-MESSAGE-ID              PIC X(54).
          05 INB-MESSAGE-TYPE            PIC X(32).
          05 INB-MSG-KIND                PIC X(4).
             88 INB-STOCK-ADJUSTMENT          VALUE 'ADJU'.
             88 INB-ITEM-CORRECTION           VALUE 'CORR'.
             88 INB-GOODS-RECEIPT             VALUE 'GRCP'.
          05 INB-JSON-TEXT               PIC X(255).
          05 INB-REASON                  PIC X(60).
