      ******************************************************************
      * ORPHREQ                                                        *
      *                                                                *
      * Orphan cascade request - passed to KAFKORPC in the             *
      * ORPHAN-REQUEST container of the channel a caller LINKs it      *
      * with, and handed back in the same container. The caller sets   *
      * the supplier just discontinued and its own program name (it    *
      * is recorded on each worklist entry as ORW-ORPHANED-BY);        *
      * KAFKORPC returns how many active items it put on the ORPHWORK  *
      * worklist, and a result of F if the item master could not be    *
      * browsed at all.                                                *
      ******************************************************************
          05 ORQ-SUPPLIER-REFERENCE      PIC 9(6).
          05 ORQ-ORPHANED-BY             PIC X(8).
          05 ORQ-ITEMS-ORPHANED          PIC 9(5).
          05 ORQ-RESULT                  PIC X(1).
             88 ORQ-RESULT-OK                 VALUE 'O'.
             88 ORQ-RESULT-FAILED             VALUE 'F'.
