             88 AUDIT-STOCK-ITEM-CHANGE       VALUE 'STOK'.
             88 AUDIT-PRICE-CHANGE            VALUE 'PRIC'.
             88 AUDIT-SUPPLIER-UPDATE         VALUE 'SUPP'.
             88 AUDIT-ITEM-MASTER-CHANGE      VALUE 'ITEM'.
          05 AUDIT-EVENT-DATA             PIC X(100).
          05 AUDIT-STOCK-EVENT REDEFINES AUDIT-EVENT-DATA.
             10 AUDIT-STOCK-ITEM-REFERENCE     PIC 9(4).
             10 AUDIT-SUPPLIER-NAME              PIC X(40).
             10 AUDIT-SUPPLIER-STATUS            PIC X(1).
             10 FILLER                           PIC X(53).
          05 AUDIT-ITEM-MASTER-EVENT REDEFINES AUDIT-EVENT-DATA.
             10 AUDIT-ITEM-ACTION                PIC X(1).
             10 AUDIT-ITEM-REFERENCE             PIC 9(4).
             10 AUDIT-ITEM-DESCRIPTION           PIC X(40).
             10 AUDIT-ITEM-UNIT-PRICE            PIC 9(6)V99.
             10 AUDIT-ITEM-STATUS                PIC X(1).
             10 AUDIT-ITEM-SUPPLIER-REFERENCE    PIC 9(6).
             10 AUDIT-ITEM-REORDER-POINT         PIC 9(4).
             10 AUDIT-ITEM-REORDER-QUANTITY      PIC 9(4).
             10 FILLER                           PIC X(32).
