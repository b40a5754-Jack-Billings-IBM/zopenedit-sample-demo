       PROCESS CICS('cobol3,sp')
       PROCESS ARITH(EXTEND) TRUNC(BIN) LIST MAP XREF RENT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAFKPSCH.
      *****************************************************************
      * MODULE NAME = KAFKPSCH                                        *
      *                                                               *
      * DESCRIPTIVE NAME = Scheduled price change maintenance screen  *
      *                                                               *
      *     Pricing plans most price moves weeks ahead - promotions,  *
      *     supplier cost increases, season changes. This screen      *
      *     keys them onto the PRCSCHED schedule (see PSCHREC) with   *
      *     the date they take effect, instead of someone raising     *
      *     each one by hand on the morning it is due. The KAFKPSWP   *
      *     sweep releases each change on its effective date through  *
      *     KAFKAP, exactly as a live PriceChange.                    *
      *                                                               *
      *     The terminal input is a command line:                     *
      *                                                               *
      *       KPSC A itemref yyyy-mm-dd newprice operator-id          *
      *           Schedule a change. The date must be after today,    *
      *           the item must be on the item master and not         *
      *           discontinued, and the price (nnnnnn.nn) above       *
      *           zero. One change per item per day - a second one    *
      *           for the same day is refused unless the first was    *
      *           cancelled.                                          *
      *       KPSC L [itemref]                                        *
      *           With no item, list every change still waiting to    *
      *           be released. With an item, list that item's whole   *
      *           schedule - released and cancelled entries too.      *
      *       KPSC C itemref yyyy-mm-dd operator-id                   *
      *           Cancel a change that has not been released yet.     *
      *           The entry stays on file marked cancelled.           *
      *                                                               *
      *     A and C carry an operator-id, checked against the OPAUTH  *
      *     file for price authority; the action is recorded on the   *
      *     OPACTLOG action log.                                      *
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
          03 INPUT-BUFFER           PIC X(120).
          03 INPUT-LENGTH           PIC S9(4) COMP.
          03 LISTED-COUNT           PIC S9(4) COMP VALUE 0.

       01 COMMAND-SWITCHES.
          03 COMMAND-ERROR-SWITCH        PIC X(1) VALUE 'N'.
             88 COMMAND-IN-ERROR              VALUE 'Y'.
             88 COMMAND-CLEAN                 VALUE 'N'.
          03 EDIT-ERROR-SWITCH           PIC X(1) VALUE 'N'.
             88 EDIT-IN-ERROR                 VALUE 'Y'.
             88 EDIT-CLEAN                    VALUE 'N'.
          03 BROWSE-DONE-SWITCH          PIC X(1) VALUE 'N'.
             88 BROWSE-DONE                   VALUE 'Y'.
             88 BROWSE-NOT-DONE               VALUE 'N'.
          03 LIST-FILTER-SWITCH          PIC X(1) VALUE 'N'.
             88 LIST-ONE-ITEM                 VALUE 'Y'.
             88 LIST-ALL-OUTSTANDING          VALUE 'N'.

       01 COMMAND-TOKENS.
          03 TOKEN-1                PIC X(20).
          03 TOKEN-1-LEN            PIC S9(4) COMP.
          03 TOKEN-2                PIC X(20).
          03 TOKEN-2-LEN            PIC S9(4) COMP.
          03 TOKEN-3                PIC X(20).
          03 TOKEN-3-LEN            PIC S9(4) COMP.
          03 TOKEN-4                PIC X(20).
          03 TOKEN-4-LEN            PIC S9(4) COMP.
          03 TOKEN-5                PIC X(20).
          03 TOKEN-5-LEN            PIC S9(4) COMP.
          03 TOKEN-6                PIC X(20).
          03 TOKEN-6-LEN            PIC S9(4) COMP.

      *   Edit areas for the keyed item reference, effective date
      *   and price. The price is keyed nnnnnn.nn - the whole and
      *   cents parts are right- and left-justified into an
      *   8-digit field that redefines as the 9(6)V99 amount.
       01 NUMERIC-EDIT-WORK.
          03 EDIT-FIELD-X           PIC X(8).
          03 EDIT-FIELD-9 REDEFINES EDIT-FIELD-X
                                    PIC 9(8).
          03 ITEM-REF-WORK          PIC 9(4).
          03 PRICE-WHOLE-TOKEN      PIC X(20).
          03 PRICE-WHOLE-LEN        PIC S9(4) COMP.
          03 PRICE-CENTS-TOKEN      PIC X(20).
          03 PRICE-CENTS-LEN        PIC S9(4) COMP.
          03 PRICE-EDIT-X           PIC X(8).
          03 PRICE-EDIT-9 REDEFINES PRICE-EDIT-X
                                    PIC 9(6)V99.
          03 EFFECTIVE-DATE-WORK    PIC X(10).
          03 EFFECTIVE-DATE-PARTS REDEFINES EFFECTIVE-DATE-WORK.
             05 EDP-YEAR            PIC 9(4).
             05 EDP-SEP-1           PIC X(1).
             05 EDP-MONTH           PIC 9(2).
             05 EDP-SEP-2           PIC X(1).
             05 EDP-DAY             PIC 9(2).

       01 PRICE-SCHEDULE-RECORD.
          COPY PSCHREC.

      *   The browse rides the full schedule key - item reference
      *   plus effective date.
       01 BROWSE-KEY.
          05 BK-STOCK-ITEM-REFERENCE     PIC 9(4).
          05 BK-EFFECTIVE-DATE           PIC X(10).

       01 ITEM-MASTER-RECORD.
          COPY ITEMMSTR.

       01 OPERATOR-AUTHORITY-RECORD.
          COPY OPAUTREC.

       01 ACTION-LOG-RECORD.
          COPY ACTLREC.

      *   Working fields for the authority check and the action-log
      *   timestamp - the milliseconds from ABSTIME ride behind the
      *   seconds so two actions in one second still key uniquely.
       01 AUTHORITY-WORK.
          03 OPERATOR-ID-WORK            PIC X(8).
          03 AUTH-FOUND-SWITCH           PIC X(1) VALUE 'N'.
             88 AUTH-RECORD-FOUND            VALUE 'Y'.
             88 AUTH-RECORD-NOT-FOUND        VALUE 'N'.
          03 ABSTIME-NOW                 PIC S9(15) COMP-3.
          03 ABSTIME-DISPLAY             PIC 9(15).
          03 DATE-NOW                    PIC X(10).
          03 TIME-NOW                    PIC X(8).
          03 CURRENT-DATE-TIME           PIC X(29).

       01 BROWSE-HEADING-LINE.
          05 FILLER                 PIC X(62) VALUE
             'ITEM EFFECTIVE   NEW PRICE  STATUS    KEYED BY  ACTIONED'.

       01 BROWSE-DETAIL-LINE.
          05 BDL-ITEM-REFERENCE     PIC 9(4).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-EFFECTIVE-DATE     PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-NEW-PRICE          PIC ZZZ,ZZ9.99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 BDL-STATUS             PIC X(9).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-ENTERED-BY         PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 BDL-ACTIONED-BY        PIC X(8).

       01 BROWSE-TRAILER-LINE.
          05 BTL-COUNT              PIC ZZZ9.
          05 FILLER                 PIC X(31) VALUE
             ' SCHEDULED PRICE CHANGE(S)'.

       01 RESULT-MESSAGE.
          05 RM-TEXT                PIC X(70).

       01 USAGE-MESSAGE-1          PIC X(62) VALUE
          'KAFKPSCH COMMANDS:  L [item]  list schedule'.
       01 USAGE-MESSAGE-2          PIC X(62) VALUE
          '  A item yyyy-mm-dd price opid  schedule a price change'.
       01 USAGE-MESSAGE-3          PIC X(62) VALUE
          '  C item yyyy-mm-dd opid  cancel (logged)'.

      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROGRAM SECTION.
      ******************************************************************
      *
           PERFORM RECEIVE-AND-PARSE-INPUT.
      *
           EVALUATE TRUE
               WHEN COMMAND-IN-ERROR
                   PERFORM SEND-USAGE-MESSAGE
               WHEN TOKEN-2(1:1) = 'L'
                   PERFORM LIST-PRICE-SCHEDULE
               WHEN TOKEN-2(1:1) = 'A' AND TOKEN-6-LEN > 0
                   PERFORM ADD-SCHEDULED-CHANGE
               WHEN TOKEN-2(1:1) = 'C' AND TOKEN-5-LEN > 0
                   PERFORM CANCEL-SCHEDULED-CHANGE
               WHEN OTHER
                   PERFORM SEND-USAGE-MESSAGE
           END-EVALUATE.
      *
           EXEC CICS RETURN
                END-EXEC.
      *
       MAIN-PROGRAM-EXIT.
           EXIT.
      *
      ******************************************************************
       RECEIVE-AND-PARSE-INPUT SECTION.
      ******************************************************************
      *
           MOVE LENGTH OF INPUT-BUFFER TO INPUT-LENGTH.
           MOVE SPACES TO INPUT-BUFFER.
           EXEC CICS RECEIVE INTO(INPUT-BUFFER)
                LENGTH(INPUT-LENGTH)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET COMMAND-IN-ERROR TO TRUE
               GO TO RECEIVE-AND-PARSE-INPUT-EXIT
           END-IF.
      *
           MOVE SPACES TO COMMAND-TOKENS.
           MOVE 0 TO TOKEN-1-LEN TOKEN-2-LEN TOKEN-3-LEN TOKEN-4-LEN
                     TOKEN-5-LEN TOKEN-6-LEN.
           UNSTRING INPUT-BUFFER DELIMITED BY ALL SPACES
               INTO TOKEN-1 COUNT IN TOKEN-1-LEN
                    TOKEN-2 COUNT IN TOKEN-2-LEN
                    TOKEN-3 COUNT IN TOKEN-3-LEN
                    TOKEN-4 COUNT IN TOKEN-4-LEN
                    TOKEN-5 COUNT IN TOKEN-5-LEN
                    TOKEN-6 COUNT IN TOKEN-6-LEN
           END-UNSTRING.
      *
           IF TOKEN-2-LEN = 0
               SET COMMAND-IN-ERROR TO TRUE
           END-IF.
      *
       RECEIVE-AND-PARSE-INPUT-EXIT.
           EXIT.
      *
      ******************************************************************
       EDIT-ITEM-REFERENCE SECTION.
      ******************************************************************
      *
           SET EDIT-CLEAN TO TRUE.
           IF TOKEN-3-LEN = 0 OR TOKEN-3-LEN > 4
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-ITEM-REFERENCE-EXIT
           END-IF.
           MOVE ALL '0' TO EDIT-FIELD-X.
           MOVE TOKEN-3(1:TOKEN-3-LEN)
               TO EDIT-FIELD-X(9 - TOKEN-3-LEN:TOKEN-3-LEN).
           IF EDIT-FIELD-9 IS NOT NUMERIC
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-ITEM-REFERENCE-EXIT
           END-IF.
           MOVE EDIT-FIELD-9 TO ITEM-REF-WORK.
      *
       EDIT-ITEM-REFERENCE-EXIT.
           EXIT.
      *
      ******************************************************************
       EDIT-EFFECTIVE-DATE SECTION.
      ******************************************************************
      *
      *    TOKEN-4 is the effective date, yyyy-mm-dd. The layout is
      *    checked here; whether it lies in the future is the
      *    caller's business (a cancel may name any date).
      *
           SET EDIT-CLEAN TO TRUE.
           IF TOKEN-4-LEN NOT = 10
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-EFFECTIVE-DATE-EXIT
           END-IF.
           MOVE TOKEN-4(1:10) TO EFFECTIVE-DATE-WORK.
           IF EDP-YEAR IS NOT NUMERIC
              OR EDP-MONTH IS NOT NUMERIC
              OR EDP-DAY IS NOT NUMERIC
              OR EDP-SEP-1 NOT = '-'
              OR EDP-SEP-2 NOT = '-'
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-EFFECTIVE-DATE-EXIT
           END-IF.
           IF EDP-MONTH < 1 OR EDP-MONTH > 12
              OR EDP-DAY < 1 OR EDP-DAY > 31
               SET EDIT-IN-ERROR TO TRUE
           END-IF.
      *
       EDIT-EFFECTIVE-DATE-EXIT.
           EXIT.
      *
      ******************************************************************
       EDIT-PRICE-VALUE SECTION.
      ******************************************************************
      *
      *    TOKEN-5 is the new price - up to six whole digits, then
      *    optionally a point and up to two cents digits. A zero
      *    price is not a price.
      *
           SET EDIT-CLEAN TO TRUE.
           MOVE SPACES TO PRICE-WHOLE-TOKEN PRICE-CENTS-TOKEN.
           MOVE 0 TO PRICE-WHOLE-LEN PRICE-CENTS-LEN.
           UNSTRING TOKEN-5(1:TOKEN-5-LEN) DELIMITED BY '.'
               INTO PRICE-WHOLE-TOKEN COUNT IN PRICE-WHOLE-LEN
                    PRICE-CENTS-TOKEN COUNT IN PRICE-CENTS-LEN
           END-UNSTRING.
      *
           IF PRICE-WHOLE-LEN = 0 OR PRICE-WHOLE-LEN > 6
              OR PRICE-CENTS-LEN > 2
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-PRICE-VALUE-EXIT
           END-IF.
      *
           MOVE ALL '0' TO PRICE-EDIT-X.
           MOVE PRICE-WHOLE-TOKEN(1:PRICE-WHOLE-LEN)
               TO PRICE-EDIT-X(7 - PRICE-WHOLE-LEN:PRICE-WHOLE-LEN).
           IF PRICE-CENTS-LEN > 0
               MOVE PRICE-CENTS-TOKEN(1:PRICE-CENTS-LEN)
                   TO PRICE-EDIT-X(7:PRICE-CENTS-LEN)
           END-IF.
           IF PRICE-EDIT-X IS NOT NUMERIC
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-PRICE-VALUE-EXIT
           END-IF.
           IF PRICE-EDIT-9 = 0
               SET EDIT-IN-ERROR TO TRUE
           END-IF.
      *
       EDIT-PRICE-VALUE-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-PRICE-SCHEDULE SECTION.
      ******************************************************************
      *
      *    PRCSCHED is keyed item + effective date. With an item the
      *    browse starts at that item and the first record of
      *    another item ends it; without one it walks the whole file
      *    and shows only what is still waiting to be released.
      *
           IF TOKEN-3-LEN > 0
               PERFORM EDIT-ITEM-REFERENCE
               IF EDIT-IN-ERROR
                   MOVE 'ITEM REFERENCE MUST BE 1-4 DIGITS' TO RM-TEXT
                   PERFORM SEND-RESULT-MESSAGE
                   GO TO LIST-PRICE-SCHEDULE-EXIT
               END-IF
               SET LIST-ONE-ITEM TO TRUE
               MOVE ITEM-REF-WORK TO BK-STOCK-ITEM-REFERENCE
               MOVE LOW-VALUES TO BK-EFFECTIVE-DATE
           ELSE
               SET LIST-ALL-OUTSTANDING TO TRUE
               MOVE LOW-VALUES TO BROWSE-KEY
           END-IF.
      *
           EXEC CICS SEND TEXT FROM(BROWSE-HEADING-LINE)
                LENGTH(LENGTH OF BROWSE-HEADING-LINE)
                ERASE
                END-EXEC.
      *
           EXEC CICS STARTBR FILE('PRCSCHED')
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO SCHEDULED PRICE CHANGES ON FILE' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO LIST-PRICE-SCHEDULE-EXIT
           END-IF.
      *
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO LISTED-COUNT.
           PERFORM LIST-ONE-SCHEDULE-ENTRY
               UNTIL BROWSE-DONE.
      *
           EXEC CICS ENDBR FILE('PRCSCHED')
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           MOVE LISTED-COUNT TO BTL-COUNT.
           EXEC CICS SEND TEXT FROM(BROWSE-TRAILER-LINE)
                LENGTH(LENGTH OF BROWSE-TRAILER-LINE)
                ACCUM
                END-EXEC.
           EXEC CICS SEND PAGE
                END-EXEC.
      *
       LIST-PRICE-SCHEDULE-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-ONE-SCHEDULE-ENTRY SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('PRCSCHED')
                INTO(PRICE-SCHEDULE-RECORD)
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
               GO TO LIST-ONE-SCHEDULE-ENTRY-EXIT
           END-IF.
      *
           IF LIST-ONE-ITEM
               IF PSC-STOCK-ITEM-REFERENCE NOT = ITEM-REF-WORK
                   SET BROWSE-DONE TO TRUE
                   GO TO LIST-ONE-SCHEDULE-ENTRY-EXIT
               END-IF
           ELSE
               IF NOT PSC-STATUS-SCHEDULED
                   GO TO LIST-ONE-SCHEDULE-ENTRY-EXIT
               END-IF
           END-IF.
      *
           MOVE PSC-STOCK-ITEM-REFERENCE TO BDL-ITEM-REFERENCE.
           MOVE PSC-EFFECTIVE-DATE TO BDL-EFFECTIVE-DATE.
           MOVE PSC-NEW-PRICE TO BDL-NEW-PRICE.
           EVALUATE TRUE
               WHEN PSC-STATUS-SCHEDULED
                   MOVE 'SCHEDULED' TO BDL-STATUS
               WHEN PSC-STATUS-RELEASED
                   MOVE 'RELEASED' TO BDL-STATUS
               WHEN PSC-STATUS-CANCELLED
                   MOVE 'CANCELLED' TO BDL-STATUS
               WHEN OTHER
                   MOVE PSC-STATUS TO BDL-STATUS
           END-EVALUATE.
           MOVE PSC-ENTERED-BY TO BDL-ENTERED-BY.
           MOVE PSC-ACTIONED-BY TO BDL-ACTIONED-BY.
           EXEC CICS SEND TEXT FROM(BROWSE-DETAIL-LINE)
                LENGTH(LENGTH OF BROWSE-DETAIL-LINE)
                ACCUM
                END-EXEC.
           ADD 1 TO LISTED-COUNT.
      *
       LIST-ONE-SCHEDULE-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       ADD-SCHEDULED-CHANGE SECTION.
      ******************************************************************
      *
      *    TOKEN-3 item, TOKEN-4 effective date, TOKEN-5 new price,
      *    TOKEN-6 the operator - a scheduled change will move the
      *    catalog price without anyone at a terminal, so keying one
      *    needs price authority.
      *
           MOVE TOKEN-6(1:8) TO OPERATOR-ID-WORK.
           PERFORM READ-OPERATOR-AUTHORITY.
           IF AUTH-RECORD-NOT-FOUND OR NOT OPA-PRICE-RELEASE
               MOVE 'OPERATOR NOT AUTHORIZED TO SCHEDULE PRICE CHANGES'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO ADD-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           PERFORM EDIT-ITEM-REFERENCE.
           IF EDIT-IN-ERROR
               MOVE 'ITEM REFERENCE MUST BE 1-4 DIGITS' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO ADD-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           PERFORM EDIT-EFFECTIVE-DATE.
           IF EDIT-IN-ERROR
               MOVE 'EFFECTIVE DATE MUST BE YYYY-MM-DD' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO ADD-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
      *    A change due today or earlier is not a plan - the sweep
      *    may already have run for today, so it goes through as a
      *    live price change instead.
           PERFORM GET-CURRENT-DATE-TIME.
           IF EFFECTIVE-DATE-WORK NOT > DATE-NOW
               MOVE 'EFFECTIVE DATE MUST BE AFTER TODAY' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO ADD-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           PERFORM EDIT-PRICE-VALUE.
           IF EDIT-IN-ERROR
               MOVE 'NEW PRICE MUST BE NNNNNN.NN AND ABOVE ZERO'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO ADD-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
      *    Only a live catalog item can be repriced.
           EXEC CICS READ FILE('ITEMMSTR')
                INTO(ITEM-MASTER-RECORD)
                RIDFLD(ITEM-REF-WORK)
                KEYLENGTH(LENGTH OF IM-STOCK-ITEM-REFERENCE)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'ITEM NOT ON ITEM MASTER' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO ADD-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           IF IM-STATUS-DISCONTINUED
               MOVE 'ITEM IS DISCONTINUED - PRICE CHANGE REFUSED'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO ADD-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           MOVE ITEM-REF-WORK TO PSC-STOCK-ITEM-REFERENCE.
           MOVE EFFECTIVE-DATE-WORK TO PSC-EFFECTIVE-DATE.
           PERFORM BUILD-SCHEDULE-ENTRY.
      *
           EXEC CICS WRITE FILE('PRCSCHED')
                FROM(PRICE-SCHEDULE-RECORD)
                RIDFLD(PSC-SCHEDULE-KEY)
                KEYLENGTH(LENGTH OF PSC-SCHEDULE-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
      *    DUPREC is the one-change-per-item-per-day rule. Only a
      *    cancelled entry may be keyed over; anything else stands.
           IF RESP = DFHRESP(DUPREC)
               PERFORM REPLACE-CANCELLED-ENTRY
               IF EDIT-IN-ERROR
                   PERFORM SEND-RESULT-MESSAGE
                   GO TO ADD-SCHEDULED-CHANGE-EXIT
               END-IF
           END-IF.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKPSCH - WRITE TO PRCSCHED FAILED, RESP='
                  RESP ' RESP2=' RESP2
               MOVE 'SCHEDULE FAILED - PRCSCHED WRITE ERROR' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO ADD-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           MOVE 'SCHEDULE' TO OPL-ACTION.
           MOVE SPACES TO OPL-RECORD-KEY.
           MOVE PSC-SCHEDULE-KEY TO OPL-RECORD-KEY.
           PERFORM WRITE-ACTION-LOG.
      *
           MOVE 'PRICE CHANGE SCHEDULED' TO RM-TEXT.
           PERFORM SEND-RESULT-MESSAGE.
      *
       ADD-SCHEDULED-CHANGE-EXIT.
           EXIT.
      *
      ******************************************************************
       BUILD-SCHEDULE-ENTRY SECTION.
      ******************************************************************
      *
      *    The key is already in place - fill in the rest of a
      *    fresh SCHEDULED entry from the edited fields.
      *
           MOVE PRICE-EDIT-9 TO PSC-NEW-PRICE.
           SET PSC-STATUS-SCHEDULED TO TRUE.
           MOVE OPERATOR-ID-WORK TO PSC-ENTERED-BY.
           MOVE CURRENT-DATE-TIME TO PSC-ENTERED-DATE-TIME.
           MOVE SPACES TO PSC-ACTIONED-BY PSC-ACTIONED-DATE-TIME
                          PSC-NETWORK-UOWID.
      *
       BUILD-SCHEDULE-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       REPLACE-CANCELLED-ENTRY SECTION.
      ******************************************************************
      *
      *    A change is already on file for this item and day. If it
      *    was cancelled, the new one takes its place; a scheduled
      *    or released one is left alone and the add is refused.
      *    On return RESP carries the REWRITE outcome, or
      *    EDIT-IN-ERROR is set with the refusal in RM-TEXT.
      *
           SET EDIT-CLEAN TO TRUE.
           EXEC CICS READ FILE('PRCSCHED')
                INTO(PRICE-SCHEDULE-RECORD)
                RIDFLD(PSC-SCHEDULE-KEY)
                KEYLENGTH(LENGTH OF PSC-SCHEDULE-KEY)
                UPDATE
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               GO TO REPLACE-CANCELLED-ENTRY-EXIT
           END-IF.
      *
           IF NOT PSC-STATUS-CANCELLED
               EXEC CICS UNLOCK FILE('PRCSCHED')
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               SET EDIT-IN-ERROR TO TRUE
               MOVE 'CHANGE ALREADY SCHEDULED FOR THAT ITEM AND DAY'
                   TO RM-TEXT
               GO TO REPLACE-CANCELLED-ENTRY-EXIT
           END-IF.
      *
           PERFORM BUILD-SCHEDULE-ENTRY.
           EXEC CICS REWRITE FILE('PRCSCHED')
                FROM(PRICE-SCHEDULE-RECORD)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
       REPLACE-CANCELLED-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       CANCEL-SCHEDULED-CHANGE SECTION.
      ******************************************************************
      *
      *    TOKEN-3 item, TOKEN-4 effective date, TOKEN-5 the
      *    operator. Only a change still waiting for the sweep can
      *    be cancelled; the entry stays on file marked cancelled so
      *    the schedule still shows what was once planned.
      *
           MOVE TOKEN-5(1:8) TO OPERATOR-ID-WORK.
           PERFORM READ-OPERATOR-AUTHORITY.
           IF AUTH-RECORD-NOT-FOUND OR NOT OPA-PRICE-RELEASE
               MOVE 'OPERATOR NOT AUTHORIZED TO CANCEL PRICE CHANGES'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO CANCEL-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           PERFORM EDIT-ITEM-REFERENCE.
           IF EDIT-IN-ERROR
               MOVE 'ITEM REFERENCE MUST BE 1-4 DIGITS' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO CANCEL-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           PERFORM EDIT-EFFECTIVE-DATE.
           IF EDIT-IN-ERROR
               MOVE 'EFFECTIVE DATE MUST BE YYYY-MM-DD' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO CANCEL-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           MOVE ITEM-REF-WORK TO PSC-STOCK-ITEM-REFERENCE.
           MOVE EFFECTIVE-DATE-WORK TO PSC-EFFECTIVE-DATE.
           EXEC CICS READ FILE('PRCSCHED')
                INTO(PRICE-SCHEDULE-RECORD)
                RIDFLD(PSC-SCHEDULE-KEY)
                KEYLENGTH(LENGTH OF PSC-SCHEDULE-KEY)
                UPDATE
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CHANGE SCHEDULED FOR THAT ITEM AND DATE'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO CANCEL-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           IF NOT PSC-STATUS-SCHEDULED
               EXEC CICS UNLOCK FILE('PRCSCHED')
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               MOVE 'CHANGE ALREADY RELEASED OR CANCELLED' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO CANCEL-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           PERFORM GET-CURRENT-DATE-TIME.
           SET PSC-STATUS-CANCELLED TO TRUE.
           MOVE OPERATOR-ID-WORK TO PSC-ACTIONED-BY.
           MOVE CURRENT-DATE-TIME TO PSC-ACTIONED-DATE-TIME.
           EXEC CICS REWRITE FILE('PRCSCHED')
                FROM(PRICE-SCHEDULE-RECORD)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKPSCH - REWRITE OF PRCSCHED FAILED, RESP='
                  RESP ' RESP2=' RESP2
               MOVE 'CANCEL FAILED - PRCSCHED REWRITE ERROR' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO CANCEL-SCHEDULED-CHANGE-EXIT
           END-IF.
      *
           MOVE 'CANCEL' TO OPL-ACTION.
           MOVE SPACES TO OPL-RECORD-KEY.
           MOVE PSC-SCHEDULE-KEY TO OPL-RECORD-KEY.
           PERFORM WRITE-ACTION-LOG.
      *
           MOVE 'SCHEDULED PRICE CHANGE CANCELLED' TO RM-TEXT.
           PERFORM SEND-RESULT-MESSAGE.
      *
       CANCEL-SCHEDULED-CHANGE-EXIT.
           EXIT.
      *
      ******************************************************************
       GET-CURRENT-DATE-TIME SECTION.
      ******************************************************************
      *
      *    Today's date (yyyy-mm-dd) for the future-date check, and
      *    a date-time stamp for the entry's keyed/actioned times.
      *
           EXEC CICS ASKTIME ABSTIME(ABSTIME-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(ABSTIME-NOW)
                YYYYMMDD(DATE-NOW) DATESEP('-')
                TIME(TIME-NOW) TIMESEP(':')
                END-EXEC.
           MOVE SPACES TO CURRENT-DATE-TIME.
           STRING DATE-NOW DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TIME-NOW DELIMITED BY SIZE
              INTO CURRENT-DATE-TIME
           END-STRING.
      *
       GET-CURRENT-DATE-TIME-EXIT.
           EXIT.
      *
      ******************************************************************
       READ-OPERATOR-AUTHORITY SECTION.
      ******************************************************************
      *
      *    Look the keyed operator up on the OPAUTH authority file.
      *    The caller checks the specific authority level it needs;
      *    an operator with no record at all holds nothing.
      *
           SET AUTH-RECORD-NOT-FOUND TO TRUE.
           EXEC CICS READ FILE('OPAUTH')
                INTO(OPERATOR-AUTHORITY-RECORD)
                RIDFLD(OPERATOR-ID-WORK)
                KEYLENGTH(LENGTH OF OPA-OPERATOR-ID)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               SET AUTH-RECORD-FOUND TO TRUE
           END-IF.
      *
       READ-OPERATOR-AUTHORITY-EXIT.
           EXIT.
      *
      ******************************************************************
       WRITE-ACTION-LOG SECTION.
      ******************************************************************
      *
      *    OPL-ACTION and OPL-RECORD-KEY are set by the caller; the
      *    operator comes from OPERATOR-ID-WORK. The timestamp keys
      *    the record, with the ABSTIME milliseconds behind the
      *    seconds so two actions in one second still key uniquely.
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
      *
           EXEC CICS WRITE FILE('OPACTLOG')
                FROM(ACTION-LOG-RECORD)
                RIDFLD(OPL-LOG-KEY)
                KEYLENGTH(LENGTH OF OPL-LOG-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKPSCH - WRITE TO OPACTLOG FAILED, RESP='
                  RESP ' RESP2=' RESP2
           END-IF.
      *
       WRITE-ACTION-LOG-EXIT.
           EXIT.
      *
      ******************************************************************
       SEND-RESULT-MESSAGE SECTION.
      ******************************************************************
      *
           EXEC CICS SEND TEXT FROM(RESULT-MESSAGE)
                LENGTH(LENGTH OF RESULT-MESSAGE)
                ERASE
                END-EXEC.
      *
       SEND-RESULT-MESSAGE-EXIT.
           EXIT.
      *
      ******************************************************************
       SEND-USAGE-MESSAGE SECTION.
      ******************************************************************
      *
           EXEC CICS SEND TEXT FROM(USAGE-MESSAGE-1)
                LENGTH(LENGTH OF USAGE-MESSAGE-1) ERASE
                END-EXEC.
           EXEC CICS SEND TEXT FROM(USAGE-MESSAGE-2)
                LENGTH(LENGTH OF USAGE-MESSAGE-2) ACCUM
                END-EXEC.
           EXEC CICS SEND TEXT FROM(USAGE-MESSAGE-3)
                LENGTH(LENGTH OF USAGE-MESSAGE-3) ACCUM
                END-EXEC.
           EXEC CICS SEND PAGE
                END-EXEC.
      *
       SEND-USAGE-MESSAGE-EXIT.
           EXIT.
