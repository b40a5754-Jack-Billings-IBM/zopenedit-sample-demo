      * an applied price change lands on IM-UNIT-PRICE, whichever     *
      * path applied it: a straight-through KAFKAP publish, a         *
      * KAFKPAPR release from the PENDPRC approval hold, a KAFKRCV /  *
      * KAFKDLQM dead-letter replay, an ItemCorrection through the    *
      * KAFKIN inbound adapter, or a planned change from the PRCSCHED *
      * schedule released by the KAFKPSWP sweep - SCHEDULE marks the  *
      * planned ones, whether they published straight through or      *
      * were released from the hold. PRH-OLD-PRICE is the catalog     *
      * price the item master held before the change was applied, so  *
      * the records chain into the item's full price trajectory -     *
      * read online by the KAFKPRH inquiry and in batch by the PRHRPT *
      * report.                                                       *
      ******************************************************************
          05 PRH-HISTORY-KEY.
             88 PRH-SOURCE-RELEASED          VALUE 'RELEASED'.
             88 PRH-SOURCE-REPLAYED          VALUE 'REPLAYED'.
             88 PRH-SOURCE-INBOUND           VALUE 'INBOUND'.
             88 PRH-SOURCE-SCHEDULED         VALUE 'SCHEDULE'.
          05 PRH-NETWORK-UOWID           PIC X(54).
