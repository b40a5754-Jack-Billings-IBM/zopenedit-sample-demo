      ******************************************************************
      * ORPHREC                                                        *
      *                                                                *
      * Orphaned item worklist record - keyed by the discontinued      *
      * supplier's reference plus the item reference on the ORPHWORK   *
      * KSDS, so the buyers can browse one dead supplier's items       *
      * together. When a supplier goes to SM-STATUS 'D' - KSUP D,      *
      * the SUPPLOAD refresh, a KAFKAPLY supplier delta or a           *
      * published SupplierUpdate - every active item whose             *
      * IM-SUPPLIER-REFERENCE still points at it is written here       *
      * OPEN, with the time it was orphaned and the program that       *
      * orphaned it. A buyer moves the item to a new active supplier   *
      * on the KAFKORPH screen; the entry stays on file marked         *
      * REASSIGNED with the new supplier, who did it and when.         *
      * REPLSCAN holds replenishment suggestions for an item with an   *
      * OPEN entry instead of sending them to purchasing.              *
      ******************************************************************
          05 ORW-WORKLIST-KEY.
             10 ORW-OLD-SUPPLIER-REFERENCE  PIC 9(6).
             10 ORW-STOCK-ITEM-REFERENCE    PIC 9(4).
          05 ORW-STATUS                  PIC X(1).
             88 ORW-STATUS-OPEN               VALUE 'O'.
             88 ORW-STATUS-REASSIGNED         VALUE 'R'.
          05 ORW-ORPHANED-DATE-TIME      PIC X(29).
          05 ORW-ORPHANED-BY             PIC X(8).
          05 ORW-NEW-SUPPLIER-REFERENCE  PIC 9(6).
          05 ORW-REASSIGNED-DATE-TIME    PIC X(29).
          05 ORW-REASSIGNED-BY           PIC X(8).
