      *                        file (with a per-operator release      *
      *                        variance ceiling) and every release    *
      *                        and reject is recorded on OPACTLOG.    *
      *  2026-09-30  APPMAINT  A released change that was a planned   *
      *                        change from the PRCSCHED schedule is   *
      *                        recorded on PRICHIST as SCHEDULE.      *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
      *
      *    The released change has moved the catalog price - record
      *    it on PRICHIST marked RELEASED, so the trajectory shows
      *    this one went through the supervisor hold. A planned
      *    change from the price schedule stays marked SCHEDULE -
      *    the history tells planned moves from ad hoc ones.
      *
           MOVE PEND-STOCK-ITEM-REFERENCE
              TO PRH-STOCK-ITEM-REFERENCE.
           MOVE PEND-DATE-TIME TO PRH-EFFECTIVE-DATE-TIME.
           MOVE PRIOR-CATALOG-PRICE TO PRH-OLD-PRICE.
           MOVE PEND-NEW-PRICE TO PRH-NEW-PRICE.
           IF PEND-REASON-SCHEDULED
               SET PRH-SOURCE-SCHEDULED TO TRUE
           ELSE
               SET PRH-SOURCE-RELEASED TO TRUE
           END-IF.
           MOVE PEND-NETWORK-UOWID TO PRH-NETWORK-UOWID.
      *
           EXEC CICS WRITE FILE('PRICHIST')
