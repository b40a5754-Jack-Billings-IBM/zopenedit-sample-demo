      * discard authority implies replay - the destructive action is  *
      * the higher one. OPA-MAX-RELEASE-VARIANCE caps the             *
      * PEND-VARIANCE-PCT a price-release operator may wave through.  *
      * OPA-BUYER-AUTH lets a buyer move orphaned items to a new      *
      * supplier on the KAFKORPH screen.                              *
      ******************************************************************
          05 OPA-OPERATOR-ID             PIC X(8).
          05 OPA-SUSPENSE-AUTH           PIC X(1).
          05 OPA-ROUTE-AUTH              PIC X(1).
             88 OPA-ROUTE-NONE                VALUE 'N'.
             88 OPA-ROUTE-UPDATE              VALUE 'Y'.
          05 OPA-BUYER-AUTH              PIC X(1).
             88 OPA-BUYER-NONE                VALUE 'N'.
             88 OPA-BUYER-REASSIGN            VALUE 'Y'.
