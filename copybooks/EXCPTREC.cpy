             88 EXCP-STOCK-ITEM-CHANGE        VALUE 'STOK'.
             88 EXCP-PRICE-CHANGE             VALUE 'PRIC'.
             88 EXCP-SUPPLIER-UPDATE          VALUE 'SUPP'.
             88 EXCP-ITEM-MASTER-CHANGE       VALUE 'ITEM'.
          05 EXCP-RAW-DATA                PIC X(23).
          05 EXCP-STOCK-EVENT-RAW REDEFINES EXCP-RAW-DATA.
             10 EXCP-STOCK-ITEM-REFERENCE-RAW    PIC X(5).
             10 EXCP-SUPPLIER-REFERENCE-RAW      PIC X(7).
             10 EXCP-SUPPLIER-STATUS-RAW         PIC X(1).
             10 FILLER                           PIC X(15).
          05 EXCP-ITEM-MASTER-EVENT-RAW REDEFINES EXCP-RAW-DATA.
             10 EXCP-ITEM-ACTION-RAW             PIC X(1).
             10 EXCP-ITEM-REFERENCE-RAW          PIC X(5).
             10 EXCP-ITEM-UNIT-PRICE-RAW         PIC X(9).
             10 EXCP-ITEM-SUPPLIER-REF-RAW       PIC X(7).
             10 FILLER                           PIC X(1).
          05 EXCP-REASON                 PIC X(60).
