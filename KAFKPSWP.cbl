       PROCESS CICS('cobol3,sp')
       PROCESS ARITH(EXTEND) TRUNC(BIN) LIST MAP XREF RENT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAFKPSWP.
      *****************************************************************
      * MODULE NAME = KAFKPSWP                                        *
      *                                                               *
      * DESCRIPTIVE NAME = Scheduled price change release sweep       *
      *                                                               *
      *     Planned price changes are keyed ahead of time on the      *
      *     KAFKPSCH screen and wait on the PRCSCHED schedule. This   *
      *     transaction is the release: it browses PRCSCHED and, for  *
      *     every change still scheduled whose effective date has     *
      *     arrived, builds the PriceChange capture channel a live    *
      *     change would have produced and LINKs KAFKAP - so a        *
      *     planned change gets the same staleness and tolerance      *
      *     checks, the same PENDPRC approval hold, publish, item     *
      *     master update and PRICHIST record as an ad hoc one. The   *
      *     channel carries the KAFKPSWP-SCHEDULED event binding,     *
      *     which KAFKAP records as the SCHEDULE history source.      *
      *                                                               *
      *     The old price is the catalog price at release time, not  *
      *     at keying time - whatever moved in between is what the    *
      *     planned change actually replaces. A change for an item    *
      *     that has since been discontinued or removed from the      *
      *     item master is cancelled rather than released.            *
      *                                                               *
      *     The unit of work is built from the schedule key, so a     *
      *     change released twice (a rerun after a failure between    *
      *     the LINK and the schedule update) is caught by the        *
      *     KAFKAP duplicate-UOW guard rather than published again.   *
      *                                                               *
      *     Run it as transaction KPSW from a terminal on demand;     *
      *     the KAFKAPLY delta apply STARTs it after the nightly      *
      *     refresh lands on the masters. Each release is recorded    *
      *     on the OPACTLOG action log under the operator id          *
      *     AUTOPSWP. The summary goes to the terminal, or to the     *
      *     console when the task was STARTed without one.            *
      *                                                               *
      * NOTES :                                                       *
      *  DEPENDENCIES = S/390                                         *
      *  RESTRICTIONS = None                                          *
      *  REGISTER CONVENTIONS = Normal                                *
      *  MODULE TYPE = Executable                                     *
      *  PROCESSOR = COBOL                                            *
      *  ATTRIBUTES = Read only, Reentrant                            *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *  2026-09-30  APPMAINT  New program.                           *
      *  2026-10-15  APPMAINT  Count a release whose schedule rewrite *
      *                        fails as failed, not released; due     *
      *                        test uses the date the sweep started.  *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 PROGRAM-WORKING-STORAGE.
          03 RESP                   PIC S9(8) COMP.
          03 RESP2                  PIC S9(8) COMP.
          03 LINK-RESPONSE          PIC S9(8) COMP.
          03 LINK-RESP2             PIC S9(8) COMP.
          03 LAST-PROCESSED-KEY     PIC X(14).
          03 NEW-SCHEDULE-STATUS    PIC X(1).
          03 NEW-SCHEDULE-UOWID     PIC X(54).
          03 ITEMNUM                PIC 9(5).
          03 SWEPT-COUNT            PIC S9(8) COMP VALUE 0.
          03 RELEASED-COUNT         PIC S9(8) COMP VALUE 0.
          03 PUBLISHED-COUNT        PIC S9(8) COMP VALUE 0.
          03 APPROVAL-COUNT         PIC S9(8) COMP VALUE 0.
          03 HELD-COUNT             PIC S9(8) COMP VALUE 0.
          03 CANCELLED-COUNT        PIC S9(8) COMP VALUE 0.
          03 FAILED-COUNT           PIC S9(8) COMP VALUE 0.
          03 TASK-START-CODE        PIC X(2).
             88 STARTED-WITHOUT-TERMINAL  VALUE 'S ', 'SD'.

       01 SWEEP-SWITCHES.
          03 BROWSE-DONE-SWITCH          PIC X(1) VALUE 'N'.
             88 BROWSE-DONE                   VALUE 'Y'.
             88 BROWSE-NOT-DONE               VALUE 'N'.
          03 RELEASE-SWITCH              PIC X(1) VALUE 'N'.
             88 RELEASE-FAILED                VALUE 'Y'.
             88 RELEASE-DONE                  VALUE 'N'.

      *   PRCSCHED is keyed item reference + effective date. The
      *   browse is restarted at the entry just processed, which
      *   stays on file marked released or cancelled.
       01 BROWSE-KEY.
          05 BK-STOCK-ITEM-REFERENCE     PIC 9(4).
          05 BK-EFFECTIVE-DATE           PIC X(10).

       01 PRICE-SCHEDULE-RECORD.
          COPY PSCHREC.

      *   The unit of work a release goes out under - built from
      *   the schedule key so it is the same every time that one
      *   entry is released.
       01 RELEASE-UOWID.
          05 FILLER                      PIC X(9) VALUE 'PRCSCHED.'.
          05 RU-STOCK-ITEM-REFERENCE     PIC 9(4).
          05 FILLER                      PIC X(1) VALUE '.'.
          05 RU-EFFECTIVE-DATE           PIC X(10).
          05 FILLER                      PIC X(30) VALUE SPACES.

      *   Captured values as the capture specification delivers
      *   them - a format byte KAFKAP strips, then the digits.
      *   Prices travel as whole cents.
       01 CAPTURE-VALUE-WORK.
          03 CAPTURED-ITEM-REFERENCE.
             05 FILLER                   PIC X(1) VALUE '+'.
             05 CIR-DIGITS               PIC 9(4).
          03 CAPTURED-OLD-PRICE.
             05 FILLER                   PIC X(1) VALUE '+'.
             05 COP-CENTS                PIC 9(8).
          03 CAPTURED-NEW-PRICE.
             05 FILLER                   PIC X(1) VALUE '+'.
             05 CNP-CENTS                PIC 9(8).

      *   The release builds the event capture channel that KAFKAP
      *   expects, so it needs the contextual header layout.
       01 EPCONTEXT-COPYBOOK.
          COPY DFHEPFEO.

       01 ITEM-MASTER-RECORD.
          COPY ITEMMSTR.

       01 UOW-TRACK-RECORD.
          COPY UOWTRACK.

       01 PENDING-PRICE-RECORD.
          COPY PENDPRC.

       01 ACTION-LOG-RECORD.
          COPY ACTLREC.

      *   Working fields for the sweep's cutoff date, the event and
      *   schedule timestamps and the action-log key - the
      *   milliseconds from ABSTIME ride behind the seconds so two
      *   releases in one second still key uniquely.
       01 AUTHORITY-WORK.
          03 OPERATOR-ID-WORK            PIC X(8) VALUE 'AUTOPSWP'.
          03 ABSTIME-NOW                 PIC S9(15) COMP-3.
          03 ABSTIME-DISPLAY             PIC 9(15).
          03 SWEEP-CUTOFF-DATE           PIC X(10).
          03 DATE-NOW                    PIC X(10).
          03 TIME-NOW                    PIC X(8).
          03 CURRENT-DATE-TIME           PIC X(29).

       01 RELEASE-CHANNEL-FIELDS.
          03 RELEASE-CHANNEL-NAME        PIC X(16) VALUE 'KPSWRELEASE'.
          03 CONTAINERNAME               PIC X(16).
          03 CONTAINER-SOURCE-NAME       PIC X(32).
          03 CONTAINER-RAW-VALUE         PIC X(40).
          03 CONTAINER-RAW-LEN           PIC S9(8) COMP.
          03 EPCONTEXT-LEN               PIC S9(8) COMP.

       01 SWEEP-RESULT-MESSAGE.
          05 FILLER                   PIC X(16) VALUE
             'PRICE SCHEDULE: '.
          05 FILLER                   PIC X(04) VALUE 'DUE='.
          05 RM-SWEPT                 PIC ZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' RELEASED='.
          05 RM-RELEASED              PIC ZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' PUBLISHED='.
          05 RM-PUBLISHED             PIC ZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' APPROVAL='.
          05 RM-APPROVAL              PIC ZZZZ9.
          05 FILLER                   PIC X(06) VALUE ' HELD='.
          05 RM-HELD                  PIC ZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' CANCELLED='.
          05 RM-CANCELLED             PIC ZZZZ9.
          05 FILLER                   PIC X(08) VALUE ' FAILED='.
          05 RM-FAILED                PIC ZZZZ9.

      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROGRAM SECTION.
      ******************************************************************
      *
      *    Today's date decides what is due; a change dated today
      *    or earlier that is still scheduled goes out now. The date
      *    is held apart from DATE-NOW, which each release restamps,
      *    so a sweep running past midnight keeps one cutoff.
           EXEC CICS ASKTIME ABSTIME(ABSTIME-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABSTIME-NOW)
                YYYYMMDD(SWEEP-CUTOFF-DATE) DATESEP('-')
                END-EXEC.
      *
           MOVE LOW-VALUES TO BROWSE-KEY LAST-PROCESSED-KEY.
           EXEC CICS STARTBR FILE('PRCSCHED')
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF.
      *
           PERFORM SWEEP-NEXT-SCHEDULE-ENTRY
               UNTIL BROWSE-DONE.
      *
           MOVE SWEPT-COUNT TO RM-SWEPT.
           MOVE RELEASED-COUNT TO RM-RELEASED.
           MOVE PUBLISHED-COUNT TO RM-PUBLISHED.
           MOVE APPROVAL-COUNT TO RM-APPROVAL.
           MOVE HELD-COUNT TO RM-HELD.
           MOVE CANCELLED-COUNT TO RM-CANCELLED.
           MOVE FAILED-COUNT TO RM-FAILED.
      *
      *    This transaction also runs terminal-less, STARTed by
      *    KAFKAPLY after the delta apply - the summary goes to the
      *    console then, the same rule KAFKSWP follows.
           EXEC CICS ASSIGN STARTCODE(TASK-START-CODE)
                END-EXEC.
           IF STARTED-WITHOUT-TERMINAL
               DISPLAY SWEEP-RESULT-MESSAGE
           ELSE
               EXEC CICS SEND TEXT FROM(SWEEP-RESULT-MESSAGE)
                    LENGTH(LENGTH OF SWEEP-RESULT-MESSAGE)
                    ERASE
                    END-EXEC
           END-IF.
      *
           EXEC CICS RETURN
                END-EXEC.
      *
       MAIN-PROGRAM-EXIT.
           EXIT.
      *
      ******************************************************************
       SWEEP-NEXT-SCHEDULE-ENTRY SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('PRCSCHED')
                INTO (PRICE-SCHEDULE-RECORD)
                RIDFLD (BROWSE-KEY)
                KEYLENGTH (LENGTH OF BROWSE-KEY)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
               EXEC CICS ENDBR FILE('PRCSCHED')
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               GO TO SWEEP-NEXT-SCHEDULE-ENTRY-EXIT
           END-IF.
      *
      *    The browse is restarted at the processed key after each
      *    release - the restart hands that entry back once; skip
      *    it.
           IF PSC-SCHEDULE-KEY = LAST-PROCESSED-KEY
               GO TO SWEEP-NEXT-SCHEDULE-ENTRY-EXIT
           END-IF.
      *
      *    Released and cancelled entries are history; a scheduled
      *    one dated after today is not due yet.
           IF NOT PSC-STATUS-SCHEDULED
               GO TO SWEEP-NEXT-SCHEDULE-ENTRY-EXIT
           END-IF.
           IF PSC-EFFECTIVE-DATE > SWEEP-CUTOFF-DATE
               GO TO SWEEP-NEXT-SCHEDULE-ENTRY-EXIT
           END-IF.
      *
           ADD 1 TO SWEPT-COUNT.
           MOVE PSC-SCHEDULE-KEY TO LAST-PROCESSED-KEY.
           EXEC CICS ENDBR FILE('PRCSCHED')
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           PERFORM RELEASE-ONE-ENTRY.
      *
      *    Pick the browse back up at the key just processed. GTEQ
      *    lands on that entry again (the equality check above
      *    skips it); NOTFND here means nothing follows it.
           MOVE LAST-PROCESSED-KEY TO BROWSE-KEY.
           EXEC CICS STARTBR FILE('PRCSCHED')
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF.
      *
       SWEEP-NEXT-SCHEDULE-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       RELEASE-ONE-ENTRY SECTION.
      ******************************************************************
      *
      *    The old price is whatever the catalog holds now. An item
      *    gone from the item master, or discontinued since the
      *    change was keyed, has nothing to reprice - the entry is
      *    cancelled under the sweep's id instead.
      *
           EXEC CICS READ FILE('ITEMMSTR')
                INTO (ITEM-MASTER-RECORD)
                RIDFLD (PSC-STOCK-ITEM-REFERENCE)
                KEYLENGTH (LENGTH OF IM-STOCK-ITEM-REFERENCE)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL) OR IM-STATUS-DISCONTINUED
               PERFORM CANCEL-ONE-ENTRY
               GO TO RELEASE-ONE-ENTRY-EXIT
           END-IF.
      *
           PERFORM BUILD-RELEASE-CHANNEL.
      *
           EXEC CICS LINK PROGRAM('KAFKAP')
                CHANNEL(RELEASE-CHANNEL-NAME)
                RESP(LINK-RESPONSE) RESP2(LINK-RESP2)
                END-EXEC.
      *
      *    If the LINK itself never ran the entry stays scheduled -
      *    the next sweep picks it up again.
           IF LINK-RESPONSE NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKPSWP - LINK TO KAFKAP FAILED, RESP='
                  LINK-RESPONSE ' RESP2=' LINK-RESP2
               GO TO RELEASE-ONE-ENTRY-EXIT
           END-IF.
      *
           SET PSC-STATUS-RELEASED TO TRUE.
           MOVE RELEASE-UOWID TO PSC-NETWORK-UOWID.
           PERFORM UPDATE-SCHEDULE-ENTRY.
      *
      *    KAFKAP has published the change but the entry could not
      *    be marked released - count it failed; it stays scheduled
      *    and the next sweep sends it again under the same unit of
      *    work.
           IF RELEASE-DONE
               ADD 1 TO RELEASED-COUNT
               MOVE 'RELEASE' TO OPL-ACTION
               PERFORM WRITE-ACTION-LOG
               PERFORM DETERMINE-RELEASE-OUTCOME
           ELSE
               ADD 1 TO FAILED-COUNT
           END-IF.
      *
       RELEASE-ONE-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       CANCEL-ONE-ENTRY SECTION.
      ******************************************************************
      *
           SET PSC-STATUS-CANCELLED TO TRUE.
           PERFORM UPDATE-SCHEDULE-ENTRY.
           IF RELEASE-DONE
               ADD 1 TO CANCELLED-COUNT
               MOVE 'CANCEL' TO OPL-ACTION
               PERFORM WRITE-ACTION-LOG
           END-IF.
      *
       CANCEL-ONE-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       UPDATE-SCHEDULE-ENTRY SECTION.
      ******************************************************************
      *
      *    The caller has set the new status (and, for a release,
      *    the unit of work) on the browse copy of the entry. Read
      *    it for update, carry those across and rewrite it with the
      *    sweep's id and time as the actioning operator.
      *
           SET RELEASE-DONE TO TRUE.
           MOVE PSC-STATUS TO NEW-SCHEDULE-STATUS.
           MOVE PSC-NETWORK-UOWID TO NEW-SCHEDULE-UOWID.
      *
           EXEC CICS READ FILE('PRCSCHED')
                INTO (PRICE-SCHEDULE-RECORD)
                RIDFLD (LAST-PROCESSED-KEY)
                KEYLENGTH (LENGTH OF PSC-SCHEDULE-KEY)
                UPDATE
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET RELEASE-FAILED TO TRUE
               DISPLAY 'KAFKPSWP - READ OF PRCSCHED FAILED, RESP='
                  RESP ' RESP2=' RESP2
               GO TO UPDATE-SCHEDULE-ENTRY-EXIT
           END-IF.
      *
           PERFORM GET-CURRENT-DATE-TIME.
           MOVE NEW-SCHEDULE-STATUS TO PSC-STATUS.
           MOVE NEW-SCHEDULE-UOWID TO PSC-NETWORK-UOWID.
           MOVE OPERATOR-ID-WORK TO PSC-ACTIONED-BY.
           MOVE CURRENT-DATE-TIME TO PSC-ACTIONED-DATE-TIME.
           EXEC CICS REWRITE FILE('PRCSCHED')
                FROM (PRICE-SCHEDULE-RECORD)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET RELEASE-FAILED TO TRUE
               DISPLAY 'KAFKPSWP - REWRITE OF PRCSCHED FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
       UPDATE-SCHEDULE-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       BUILD-RELEASE-CHANNEL SECTION.
      ******************************************************************
      *
      *    Build the channel a capture specification would have
      *    passed to KAFKAP for a PriceChange - the same shape
      *    KAFKSUSP builds for a resubmission.
      *
           PERFORM GET-CURRENT-DATE-TIME.
           MOVE PSC-STOCK-ITEM-REFERENCE TO RU-STOCK-ITEM-REFERENCE
                                            CIR-DIGITS.
           MOVE PSC-EFFECTIVE-DATE TO RU-EFFECTIVE-DATE.
           COMPUTE COP-CENTS = IM-UNIT-PRICE * 100.
           COMPUTE CNP-CENTS = PSC-NEW-PRICE * 100.
      *
           MOVE LOW-VALUES TO EPCONTEXT-COPYBOOK.
           MOVE 'EPFE' TO EPFE-STRUCID OF EPCONTEXT-COPYBOOK.
           MOVE '0001' TO EPFE-VERSION OF EPCONTEXT-COPYBOOK.
           MOVE 'KAFKPSWP-SCHEDULED'
               TO EPFE-EVENT-BINDING OF EPCONTEXT-COPYBOOK.
           MOVE 'PriceChange'
               TO EPFE-BUSINESSEVENT OF EPCONTEXT-COPYBOOK.
           MOVE RELEASE-UOWID
               TO EPFE-NETWORK-UOWID OF EPCONTEXT-COPYBOOK.
           MOVE CURRENT-DATE-TIME
               TO EPFE-DATE-TIME OF EPCONTEXT-COPYBOOK.
           MOVE 'RELEASED FROM PRICE SCHEDULE'
               TO EPFE-CS-NAME OF EPCONTEXT-COPYBOOK.
      *
           MOVE 3 TO EPFE-ITEMCOUNT OF EPCONTEXT-COPYBOOK.
           MOVE 1 TO ITEMNUM.
           MOVE 'Stock_item_reference' TO CONTAINER-SOURCE-NAME.
           MOVE CAPTURED-ITEM-REFERENCE TO CONTAINER-RAW-VALUE.
           MOVE 5 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 2 TO ITEMNUM.
           MOVE 'Old_price' TO CONTAINER-SOURCE-NAME.
           MOVE CAPTURED-OLD-PRICE TO CONTAINER-RAW-VALUE.
           MOVE 9 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 3 TO ITEMNUM.
           MOVE 'New_price' TO CONTAINER-SOURCE-NAME.
           MOVE CAPTURED-NEW-PRICE TO CONTAINER-RAW-VALUE.
           MOVE 9 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
      *
           MOVE LENGTH OF EPCONTEXT-COPYBOOK TO EPCONTEXT-LEN.
           EXEC CICS PUT CONTAINER('DFHEP.CCECONTEXT')
                CHANNEL(RELEASE-CHANNEL-NAME)
                BIT
                FROM(EPCONTEXT-COPYBOOK)
                FLENGTH(EPCONTEXT-LEN)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
       BUILD-RELEASE-CHANNEL-EXIT.
           EXIT.
      *
      ******************************************************************
       PUT-ONE-DATA-ITEM-PAIR SECTION.
      ******************************************************************
      *
           STRING 'DFHEP.NAME.' DELIMITED BY SIZE
                  ITEMNUM DELIMITED BY SIZE
              INTO CONTAINERNAME
           END-STRING.
           EXEC CICS PUT CONTAINER(CONTAINERNAME)
                CHANNEL(RELEASE-CHANNEL-NAME)
                CHAR
                FROM(CONTAINER-SOURCE-NAME)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           STRING 'DFHEP.DATA.' DELIMITED BY SIZE
                  ITEMNUM DELIMITED BY SIZE
              INTO CONTAINERNAME
           END-STRING.
           EXEC CICS PUT CONTAINER(CONTAINERNAME)
                CHANNEL(RELEASE-CHANNEL-NAME)
                BIT
                FROM(CONTAINER-RAW-VALUE)
                FLENGTH(CONTAINER-RAW-LEN)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
       PUT-ONE-DATA-ITEM-PAIR-EXIT.
           EXIT.
      *
      ******************************************************************
       DETERMINE-RELEASE-OUTCOME SECTION.
      ******************************************************************
      *
      *    KAFKAP records its outcome on its files: a published
      *    change is on UOWKSDS, one outside tolerance is waiting on
      *    PENDPRC for a supervisor, and one that failed its edits
      *    (stale against a newer live change) is on SUSPENSE.
      *    Anything else went to the dead-letter store and counts
      *    as held for the summary.
      *
           EXEC CICS READ FILE('UOWKSDS')
                INTO(UOW-TRACK-RECORD)
                RIDFLD(RELEASE-UOWID)
                KEYLENGTH(LENGTH OF UOW-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               ADD 1 TO PUBLISHED-COUNT
               GO TO DETERMINE-RELEASE-OUTCOME-EXIT
           END-IF.
      *
           EXEC CICS READ FILE('PENDPRC')
                INTO(PENDING-PRICE-RECORD)
                RIDFLD(RELEASE-UOWID)
                KEYLENGTH(LENGTH OF PEND-NETWORK-UOWID)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               ADD 1 TO APPROVAL-COUNT
               GO TO DETERMINE-RELEASE-OUTCOME-EXIT
           END-IF.
      *
           ADD 1 TO HELD-COUNT.
      *
       DETERMINE-RELEASE-OUTCOME-EXIT.
           EXIT.
      *
      ******************************************************************
       GET-CURRENT-DATE-TIME SECTION.
      ******************************************************************
      *
      *    The event time of a released change is the moment it is
      *    released, to the millisecond - KAFKAP's staleness check
      *    compares it with the last price event the item saw.
      *
           EXEC CICS ASKTIME ABSTIME(ABSTIME-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABSTIME-NOW)
                YYYYMMDD(DATE-NOW) DATESEP('-')
                TIME(TIME-NOW) TIMESEP(':')
                END-EXEC.
           MOVE ABSTIME-NOW TO ABSTIME-DISPLAY.
           MOVE SPACES TO CURRENT-DATE-TIME.
           STRING DATE-NOW DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TIME-NOW DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  ABSTIME-DISPLAY(13:3) DELIMITED BY SIZE
              INTO CURRENT-DATE-TIME
           END-STRING.
      *
       GET-CURRENT-DATE-TIME-EXIT.
           EXIT.
      *
      ******************************************************************
       WRITE-ACTION-LOG SECTION.
      ******************************************************************
      *
      *    The sweep's releases and cancellations are operator
      *    actions too - they go on OPACTLOG under the AUTOPSWP id,
      *    keyed by the schedule entry, so audit sees what the
      *    sweep moved alongside what pricing keyed. OPL-ACTION is
      *    set by the caller.
      *
           EXEC CICS ASKTIME ABSTIME(ABSTIME-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABSTIME-NOW)
                YYYYMMDD(DATE-NOW) DATESEP('-')
                TIME(TIME-NOW) TIMESEP(':')
                END-EXEC.
           MOVE ABSTIME-NOW TO ABSTIME-DISPLAY.
           MOVE SPACES TO OPL-DATE-TIME.
           STRING DATE-NOW DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TIME-NOW DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  ABSTIME-DISPLAY(13:3) DELIMITED BY SIZE
              INTO OPL-DATE-TIME
           END-STRING.
           MOVE OPERATOR-ID-WORK TO OPL-OPERATOR-ID.
           MOVE SPACES TO OPL-RECORD-KEY.
           MOVE LAST-PROCESSED-KEY TO OPL-RECORD-KEY.
      *
           EXEC CICS WRITE FILE('OPACTLOG')
                FROM(ACTION-LOG-RECORD)
                RIDFLD(OPL-LOG-KEY)
                KEYLENGTH(LENGTH OF OPL-LOG-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKPSWP - WRITE TO OPACTLOG FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
       WRITE-ACTION-LOG-EXIT.
           EXIT.
