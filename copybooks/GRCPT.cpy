      ******************************************************************
      * GRCPT                                                          *
      *                                                                *
      * Inbound goods receipt message - the copybook shape that the   *
      * KAFKIN inbound adapter transforms a GoodsReceipt JSON message *
      * into. The received quantity is added to IM-STOCK-ON-HAND and  *
      * set against the open order for the item and supplier on the   *
      * OPENORD file. A zero supplier reference means the warehouse   *
      * did not say - the item's preferred supplier is taken.         *
      ******************************************************************
       10 GRC-STOCK-ITEM-REFERENCE        PIC 9(4).
       10 GRC-SUPPLIER-REFERENCE          PIC 9(6).
       10 GRC-RECEIVED-QUANTITY           PIC 9(4).
       10 GRC-DATE-TIME                   PIC X(29).
