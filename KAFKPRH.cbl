      *     been priced and when did each change land". Every price   *
      *     change applied to IM-UNIT-PRICE - a straight-through      *
      *     KAFKAP publish, a KAFKPAPR release from the approval      *
      *     hold, a dead-letter replay, an inbound item correction    *
      *     or a planned change released by the KAFKPSWP schedule     *
      *     sweep - is recorded on the PRICHIST KSDS (see PRCHREC),   *
      *     keyed by item reference plus effective date-time, so the  *
      *     item's trajectory reads out in one keyed browse.          *
      *                                                               *
      *     The terminal input is a command line:                     *
      *       KPRH I itemref [date]                                   *
      *           List the item's price changes in date-time order -  *
      *           effective date-time, old price, new price and the   *
      *           source (PUBLISH, RELEASED, REPLAYED, INBOUND,       *
      *           SCHEDULE), and whether the change was PLANNED on    *
      *           the KAFKPSCH price schedule or raised AD HOC.       *
      *           With a date (yyyy-mm-dd) the listing starts there   *
      *           instead of at the beginning of the history.         *
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *  2026-09-02  APPMAINT  New program.                           *
      *  2026-09-30  APPMAINT  Show each change as PLANNED (released  *
      *                        from the price schedule) or AD HOC,    *
      *                        with both counts on the trailer.       *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
          03 INPUT-BUFFER           PIC X(120).
          03 INPUT-LENGTH           PIC S9(4) COMP.
          03 LISTED-COUNT           PIC S9(4) COMP VALUE 0.
          03 PLANNED-COUNT          PIC S9(4) COMP VALUE 0.
          03 ADHOC-COUNT            PIC S9(4) COMP VALUE 0.

       01 COMMAND-SWITCHES.
          03 COMMAND-ERROR-SWITCH        PIC X(1) VALUE 'N'.
       01 COLUMN-HEADING-LINE.
          05 FILLER                 PIC X(31) VALUE
             'EFFECTIVE DATE-TIME'.
          05 FILLER                 PIC X(40) VALUE
             ' OLD PRICE   NEW PRICE  SOURCE    TYPE'.

       01 HISTORY-DETAIL-LINE.
          05 HDL-DATE-TIME          PIC X(29).
          05 HDL-NEW-PRICE          PIC ZZZ,ZZ9.99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 HDL-SOURCE             PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 HDL-CHANGE-TYPE        PIC X(7).

       01 HISTORY-TRAILER-LINE.
          05 HTL-COUNT              PIC ZZZ9.
          05 FILLER                 PIC X(26) VALUE
             ' PRICE CHANGE(S) LISTED - '.
          05 HTL-PLANNED            PIC ZZZ9.
          05 FILLER                 PIC X(10) VALUE ' PLANNED, '.
          05 HTL-ADHOC              PIC ZZZ9.
          05 FILLER                 PIC X(7)  VALUE ' AD HOC'.

       01 RESULT-MESSAGE.
          05 RM-TEXT                PIC X(70).
           END-IF.
      *
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO LISTED-COUNT PLANNED-COUNT ADHOC-COUNT.
           PERFORM LIST-ONE-HISTORY-RECORD
               UNTIL BROWSE-DONE.
      *
                END-EXEC.
      *
           MOVE LISTED-COUNT TO HTL-COUNT.
           MOVE PLANNED-COUNT TO HTL-PLANNED.
           MOVE ADHOC-COUNT TO HTL-ADHOC.
           EXEC CICS SEND TEXT FROM(HISTORY-TRAILER-LINE)
                LENGTH(LENGTH OF HISTORY-TRAILER-LINE)
                ACCUM
           MOVE PRH-OLD-PRICE TO HDL-OLD-PRICE.
           MOVE PRH-NEW-PRICE TO HDL-NEW-PRICE.
           MOVE PRH-SOURCE TO HDL-SOURCE.
      *    A change released from the price schedule was planned;
      *    every other source was raised on the day.
           IF PRH-SOURCE-SCHEDULED
               MOVE 'PLANNED' TO HDL-CHANGE-TYPE
               ADD 1 TO PLANNED-COUNT
           ELSE
               MOVE 'AD HOC' TO HDL-CHANGE-TYPE
               ADD 1 TO ADHOC-COUNT
           END-IF.
           EXEC CICS SEND TEXT FROM(HISTORY-DETAIL-LINE)
                LENGTH(LENGTH OF HISTORY-DETAIL-LINE)
                ACCUM
