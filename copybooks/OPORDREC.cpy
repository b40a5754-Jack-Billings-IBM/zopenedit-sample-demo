      ******************************************************************
      * OPORDREC                                                       *
      *                                                                *
      * Open purchase order record - keyed on the OPENORD KSDS by the  *
      * item and the supplier it is on order from. The POLOAD batch    *
      * job loads purchasing's accepted orders into it from the        *
      * REPLSUGG-layout accepted order feed; the KAFKIN inbound        *
      * adapter's GoodsReceipt path adds each receipt to               *
      * OPO-RECEIVED-QUANTITY and closes the order, partly or fully.   *
      * The quantity still on order is OPO-ORDER-QUANTITY less         *
      * OPO-RECEIVED-QUANTITY while the order is not closed. REPLSCAN  *
      * nets that quantity off its suggestion and POOVRPT lists the    *
      * orders past OPO-EXPECTED-DATE. OPO-LAST-LOADED-DATE is the     *
      * order date of the last load that touched the record, so a      *
      * rerun of the same day's load is not added twice. A closed      *
      * order stays on file until the next accepted order for the      *
      * same item and supplier replaces it.                            *
      ******************************************************************
          05 OPO-ORDER-KEY.
             10 OPO-STOCK-ITEM-REFERENCE PIC 9(4).
             10 OPO-SUPPLIER-REFERENCE   PIC 9(6).
          05 OPO-DESCRIPTION             PIC X(40).
          05 OPO-ORDER-QUANTITY          PIC 9(5).
          05 OPO-RECEIVED-QUANTITY       PIC 9(5).
          05 OPO-ORDER-DATE              PIC X(10).
          05 OPO-EXPECTED-DATE           PIC X(10).
          05 OPO-LAST-LOADED-DATE        PIC X(10).
          05 OPO-STATUS                  PIC X(1).
             88 OPO-STATUS-OPEN               VALUE 'O'.
             88 OPO-STATUS-PART-RECEIVED      VALUE 'P'.
             88 OPO-STATUS-CLOSED             VALUE 'C'.
          05 OPO-LAST-RECEIPT-DATE-TIME  PIC X(29).
