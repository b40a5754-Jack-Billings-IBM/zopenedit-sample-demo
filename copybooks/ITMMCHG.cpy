      ******************************************************************
      * ITMMCHG                                                        *
      *                                                                 *
      * Item master change event - copybook shape that KAFKAP          *
      * transforms to JSON and publishes for an ItemMasterChange       *
      * business event. ITEM-ACTION is A (item added), C (catalog      *
      * fields changed) or D (item discontinued); the fields behind    *
      * it are the item's catalog fields as they stand after the       *
      * change. KAFKITM, the KAFKAPLY delta apply and the ITEMLOAD     *
      * full refresh (through the ITMP queue) all publish it.          *
      ******************************************************************
       10 EPFE-DATE-TIME                  PIC X(29).
       10 ITEM-ACTION                     PIC X(1).
       10 STOCK-ITEM-REFERENCE            PIC 9(4).
       10 DESCRIPTION                     PIC X(40).
       10 UNIT-PRICE                      PIC 9(6)V99.
       10 ITEM-STATUS                     PIC X(1).
       10 SUPPLIER-REFERENCE              PIC 9(6).
       10 REORDER-POINT                   PIC 9(4).
       10 REORDER-QUANTITY                PIC 9(4).
