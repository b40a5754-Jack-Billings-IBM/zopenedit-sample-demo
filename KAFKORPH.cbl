       PROCESS CICS('cobol3,sp')
       PROCESS ARITH(EXTEND) TRUNC(BIN) LIST MAP XREF RENT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAFKORPH.
      *****************************************************************
      * MODULE NAME = KAFKORPH                                        *
      *                                                               *
      * DESCRIPTIVE NAME = Orphaned item reassignment screen          *
      *                                                               *
      *     When a supplier is discontinued, KAFKORPC (or SUPPLOAD    *
      *     in a FULL refresh) puts every active item that still      *
      *     names it as preferred supplier on the ORPHWORK worklist   *
      *     (see ORPHREC), and REPLSCAN holds those items'            *
      *     replenishment suggestions back from purchasing. This is   *
      *     the buyers' screen for working that list: it shows what   *
      *     is orphaned under which old supplier, and moves an item - *
      *     or every open item of one old supplier - to a new active  *
      *     supplier in one command.                                  *
      *                                                               *
      *     The terminal input is a command line:                     *
      *                                                               *
      *       KORP L [supplier]                                       *
      *           With no supplier, list every item still waiting     *
      *           for a new supplier, by old supplier. With one,      *
      *           list that old supplier's whole worklist -           *
      *           reassigned entries too.                             *
      *       KORP R itemref newsupp operator-id                      *
      *           Move one item. Its worklist entry is found under    *
      *           the supplier the item master still names.           *
      *       KORP A oldsupp newsupp operator-id                      *
      *           Move every open item of the old supplier.           *
      *                                                               *
      *     The new supplier must be on the supplier master and       *
      *     active. IM-SUPPLIER-REFERENCE is changed on the item      *
      *     master and an ItemMasterChange event published for it,    *
      *     as KAFKITM does; the worklist entry is marked             *
      *     REASSIGNED with the new supplier. An open entry whose     *
      *     item has meanwhile been given another supplier (KITM R,   *
      *     the nightly refresh) is closed against that supplier      *
      *     without touching the item.                                *
      *                                                               *
      *     R and A carry an operator-id, checked against the OPAUTH  *
      *     file for buyer authority; every item moved or closed is   *
      *     recorded on the OPACTLOG action log.                      *
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
      *  2026-10-05  APPMAINT  New program.                           *
      *  2026-10-15  APPMAINT  The A result line counts the change    *
      *                        events that were not published.        *
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
          03 MOVED-COUNT            PIC S9(4) COMP VALUE 0.
          03 CLOSED-COUNT           PIC S9(4) COMP VALUE 0.
          03 FAILED-COUNT           PIC S9(4) COMP VALUE 0.
          03 LINK-RESPONSE          PIC S9(8) COMP.
          03 LINK-RESP2             PIC S9(8) COMP.
          03 ITEMNUM                PIC 9(5).

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
             88 LIST-ONE-SUPPLIER             VALUE 'Y'.
             88 LIST-ALL-OPEN                 VALUE 'N'.
          03 ENTRY-FOUND-SWITCH          PIC X(1) VALUE 'N'.
             88 OPEN-ENTRY-FOUND              VALUE 'Y'.
             88 OPEN-ENTRY-NOT-FOUND          VALUE 'N'.
          03 ENTRY-SCAN-SWITCH           PIC X(1) VALUE 'N'.
             88 ENTRY-SCAN-DONE               VALUE 'Y'.
             88 ENTRY-SCAN-NOT-DONE           VALUE 'N'.
          03 LAST-KEY-SWITCH             PIC X(1) VALUE 'N'.
             88 LAST-KEY-HELD                 VALUE 'Y'.
             88 NO-LAST-KEY                   VALUE 'N'.

      *   What happened to one worklist entry - M the item was moved
      *   to the new supplier, C the entry was closed against the
      *   supplier the item already had, F nothing could be done.
          03 ENTRY-OUTCOME               PIC X(1).
             88 ENTRY-MOVED                   VALUE 'M'.
             88 ENTRY-CLOSED                  VALUE 'C'.
             88 ENTRY-FAILED                  VALUE 'F'.

       01 COMMAND-TOKENS.
          03 TOKEN-1                PIC X(10).
          03 TOKEN-1-LEN            PIC S9(4) COMP.
          03 TOKEN-2                PIC X(10).
          03 TOKEN-2-LEN            PIC S9(4) COMP.
          03 TOKEN-3                PIC X(10).
          03 TOKEN-3-LEN            PIC S9(4) COMP.
          03 TOKEN-4                PIC X(10).
          03 TOKEN-4-LEN            PIC S9(4) COMP.
          03 TOKEN-5                PIC X(10).
          03 TOKEN-5-LEN            PIC S9(4) COMP.

      *   Right-justified, zero-filled staging for the keyed item
      *   and supplier references, so 123 can be keyed for 000123
       01 NUMERIC-EDIT-WORK.
          03 EDIT-FIELD-X           PIC X(8).
          03 EDIT-FIELD-9 REDEFINES EDIT-FIELD-X
                                    PIC 9(8).
          03 ITEM-REF-WORK          PIC 9(4).
          03 OLD-SUPPLIER-REF-WORK  PIC 9(6).
          03 NEW-SUPPLIER-REF-WORK  PIC 9(6).
          03 CLOSING-SUPPLIER-REF   PIC 9(6).

       01 ORPHAN-WORKLIST-RECORD.
          COPY ORPHREC.

      *   The browse rides the full worklist key - old supplier plus
      *   item. ENTRY-KEY-WORK is the entry being reassigned, and
      *   LAST-ENTRY-KEY the last one an A command dealt with, so
      *   the restarted browse does not pick it up again.
       01 BROWSE-KEY.
          05 BK-OLD-SUPPLIER-REFERENCE   PIC 9(6).
          05 BK-STOCK-ITEM-REFERENCE     PIC 9(4).
       01 ENTRY-KEY-WORK.
          05 EKW-OLD-SUPPLIER-REFERENCE  PIC 9(6).
          05 EKW-STOCK-ITEM-REFERENCE    PIC 9(4).
       01 LAST-ENTRY-KEY                 PIC X(10).

       01 ITEM-MASTER-RECORD.
          COPY ITEMMSTR.

       01 SUPPLIER-MASTER-RECORD.
          COPY SUPPMSTR.

       01 OPERATOR-AUTHORITY-RECORD.
          COPY OPAUTREC.

       01 ACTION-LOG-RECORD.
          COPY ACTLREC.

      *   OPL-RECORD-KEY for a reassignment - the worklist key and
      *   the supplier the entry was closed against.
       01 REASSIGN-LOG-KEY.
          05 RLK-OLD-SUPPLIER-REFERENCE  PIC 9(6).
          05 FILLER                      PIC X(1) VALUE '.'.
          05 RLK-STOCK-ITEM-REFERENCE    PIC 9(4).
          05 FILLER                      PIC X(4) VALUE ' TO '.
          05 RLK-NEW-SUPPLIER-REFERENCE  PIC 9(6).

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

      *   Set by PUBLISH-ITEM-MASTER-CHANGE when the LINK to KAFKAP
      *   never ran.
       01 PUBLISH-WORK.
          03 PUBLISH-ACTION         PIC X(1) VALUE 'C'.
          03 PUBLISH-SWITCH         PIC X(1) VALUE 'N'.
             88 PUBLISH-FAILED           VALUE 'Y'.
             88 PUBLISH-DONE             VALUE 'N'.
          03 PUBLISH-FAILED-COUNT   PIC S9(4) COMP VALUE 0.

      *   The unit of work an item master change goes out under -
      *   origin, item and the millisecond it was published.
       01 ITEM-CHANGE-UOWID.
          05 FILLER                      PIC X(9) VALUE 'ITEMMSTR.'.
          05 ICU-ORIGIN                  PIC X(4) VALUE 'KORP'.
          05 FILLER                      PIC X(1) VALUE '.'.
          05 ICU-STOCK-ITEM-REFERENCE    PIC 9(4).
          05 FILLER                      PIC X(1) VALUE '.'.
          05 ICU-DATE-TIME               PIC X(23).
          05 FILLER                      PIC X(12) VALUE SPACES.

      *   Captured values as the capture specification delivers
      *   them - a format byte KAFKAP strips, then the digits.
      *   The unit price travels as whole pence.
       01 CAPTURE-VALUE-WORK.
          03 CAPTURED-ITEM-REFERENCE.
             05 FILLER                   PIC X(1) VALUE '+'.
             05 CIR-DIGITS               PIC 9(4).
          03 CAPTURED-UNIT-PRICE.
             05 FILLER                   PIC X(1) VALUE '+'.
             05 CUP-PENCE                PIC 9(8).
          03 CAPTURED-SUPPLIER-REFERENCE.
             05 FILLER                   PIC X(1) VALUE '+'.
             05 CSR-DIGITS               PIC 9(6).
          03 CAPTURED-REORDER-POINT.
             05 FILLER                   PIC X(1) VALUE '+'.
             05 CRP-DIGITS               PIC 9(4).
          03 CAPTURED-REORDER-QUANTITY.
             05 FILLER                   PIC X(1) VALUE '+'.
             05 CRQ-DIGITS               PIC 9(4).

      *   The publish builds the event capture channel that KAFKAP
      *   expects, so it needs the contextual header layout.
       01 EPCONTEXT-COPYBOOK.
          COPY DFHEPFEO.

       01 PUBLISH-CHANNEL-FIELDS.
          03 PUBLISH-CHANNEL-NAME        PIC X(16) VALUE 'KORPPUBLISH'.
          03 CONTAINERNAME               PIC X(16).
          03 CONTAINER-SOURCE-NAME       PIC X(32).
          03 CONTAINER-RAW-VALUE         PIC X(40).
          03 CONTAINER-RAW-LEN           PIC S9(8) COMP.
          03 EPCONTEXT-LEN               PIC S9(8) COMP.

       01 BROWSE-HEADING-LINE.
          05 FILLER                 PIC X(32) VALUE
             'OLD    ITEM ORPHANED            '.
          05 FILLER                 PIC X(32) VALUE
             'BY       STATUS     NEW    BUYER'.

       01 BROWSE-DETAIL-LINE.
          05 BDL-OLD-SUPPLIER       PIC 9(6).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-ITEM-REFERENCE     PIC 9(4).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-ORPHANED-DATE-TIME PIC X(19).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-ORPHANED-BY        PIC X(8).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-STATUS             PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-NEW-SUPPLIER       PIC X(6).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-REASSIGNED-BY      PIC X(8).

       01 BROWSE-TRAILER-LINE.
          05 BTL-COUNT              PIC ZZZ9.
          05 FILLER                 PIC X(31) VALUE
             ' WORKLIST ENTRY(S)'.

       01 REASSIGN-RESULT-LINE.
          05 RRL-MOVED              PIC ZZZ9.
          05 FILLER                 PIC X(10) VALUE ' MOVED TO '.
          05 RRL-NEW-SUPPLIER       PIC 9(6).
          05 FILLER                 PIC X(2)  VALUE ', '.
          05 RRL-CLOSED             PIC ZZZ9.
          05 FILLER                 PIC X(20) VALUE
             ' ALREADY MOVED, '.
          05 RRL-FAILED             PIC ZZZ9.
          05 FILLER                 PIC X(9)  VALUE ' FAILED, '.
          05 RRL-NOT-PUBLISHED      PIC ZZZ9.
          05 FILLER                 PIC X(14) VALUE ' NOT PUBLISHED'.

       01 RESULT-MESSAGE.
          05 RM-TEXT                PIC X(70).

       01 USAGE-MESSAGE-1          PIC X(62) VALUE
          'KAFKORPH COMMANDS:  L [supplier]  list orphaned items'.
       01 USAGE-MESSAGE-2          PIC X(62) VALUE
          '  R item newsupp opid  move one item to a new supplier'.
       01 USAGE-MESSAGE-3          PIC X(62) VALUE
          '  A oldsupp newsupp opid  move every open item of oldsupp'.

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
                   PERFORM LIST-ORPHAN-WORKLIST
               WHEN TOKEN-2(1:1) = 'R' AND TOKEN-5-LEN > 0
                   PERFORM REASSIGN-ONE-ITEM
               WHEN TOKEN-2(1:1) = 'A' AND TOKEN-5-LEN > 0
                   PERFORM REASSIGN-ALL-SUPPLIER-ITEMS
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
                     TOKEN-5-LEN.
           UNSTRING INPUT-BUFFER DELIMITED BY ALL SPACES
               INTO TOKEN-1 COUNT IN TOKEN-1-LEN
                    TOKEN-2 COUNT IN TOKEN-2-LEN
                    TOKEN-3 COUNT IN TOKEN-3-LEN
                    TOKEN-4 COUNT IN TOKEN-4-LEN
                    TOKEN-5 COUNT IN TOKEN-5-LEN
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
      *    TOKEN-3 is the item reference - up to 4 digits, right
      *    justified into ITEM-REF-WORK.
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
       EDIT-OLD-SUPPLIER-TOKEN SECTION.
      ******************************************************************
      *
      *    TOKEN-3 is the old (discontinued) supplier reference - up
      *    to 6 digits, right justified into OLD-SUPPLIER-REF-WORK.
      *
           SET EDIT-CLEAN TO TRUE.
           IF TOKEN-3-LEN = 0 OR TOKEN-3-LEN > 6
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-OLD-SUPPLIER-TOKEN-EXIT
           END-IF.
           MOVE ALL '0' TO EDIT-FIELD-X.
           MOVE TOKEN-3(1:TOKEN-3-LEN)
               TO EDIT-FIELD-X(9 - TOKEN-3-LEN:TOKEN-3-LEN).
           IF EDIT-FIELD-9 IS NOT NUMERIC
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-OLD-SUPPLIER-TOKEN-EXIT
           END-IF.
           MOVE EDIT-FIELD-9 TO OLD-SUPPLIER-REF-WORK.
      *
       EDIT-OLD-SUPPLIER-TOKEN-EXIT.
           EXIT.
      *
      ******************************************************************
       EDIT-NEW-SUPPLIER-TOKEN SECTION.
      ******************************************************************
      *
      *    TOKEN-4 is the new supplier reference - up to 6 digits,
      *    right justified into NEW-SUPPLIER-REF-WORK.
      *
           SET EDIT-CLEAN TO TRUE.
           IF TOKEN-4-LEN = 0 OR TOKEN-4-LEN > 6
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-NEW-SUPPLIER-TOKEN-EXIT
           END-IF.
           MOVE ALL '0' TO EDIT-FIELD-X.
           MOVE TOKEN-4(1:TOKEN-4-LEN)
               TO EDIT-FIELD-X(9 - TOKEN-4-LEN:TOKEN-4-LEN).
           IF EDIT-FIELD-9 IS NOT NUMERIC
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-NEW-SUPPLIER-TOKEN-EXIT
           END-IF.
           MOVE EDIT-FIELD-9 TO NEW-SUPPLIER-REF-WORK.
      *
       EDIT-NEW-SUPPLIER-TOKEN-EXIT.
           EXIT.
      *
      ******************************************************************
       CHECK-NEW-SUPPLIER SECTION.
      ******************************************************************
      *
      *    Moving an item from one dead supplier to another would
      *    only put it straight back on the worklist - the new
      *    supplier must be on file and active. On return
      *    EDIT-IN-ERROR is set with the refusal in RM-TEXT.
      *
           SET EDIT-CLEAN TO TRUE.
           EXEC CICS READ FILE('SUPPMSTR')
                INTO(SUPPLIER-MASTER-RECORD)
                RIDFLD(NEW-SUPPLIER-REF-WORK)
                KEYLENGTH(LENGTH OF SM-SUPPLIER-REFERENCE)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET EDIT-IN-ERROR TO TRUE
               MOVE 'NEW SUPPLIER NOT ON SUPPLIER MASTER' TO RM-TEXT
               GO TO CHECK-NEW-SUPPLIER-EXIT
           END-IF.
      *
           IF NOT SM-STATUS-ACTIVE
               SET EDIT-IN-ERROR TO TRUE
               MOVE 'NEW SUPPLIER IS NOT ACTIVE' TO RM-TEXT
               GO TO CHECK-NEW-SUPPLIER-EXIT
           END-IF.
      *
       CHECK-NEW-SUPPLIER-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-ORPHAN-WORKLIST SECTION.
      ******************************************************************
      *
      *    ORPHWORK is keyed old supplier + item. With a supplier the
      *    browse starts at that supplier and the first record of
      *    another ends it; without one it walks the whole file and
      *    shows only what is still waiting for a new supplier.
      *
           IF TOKEN-3-LEN > 0
               PERFORM EDIT-OLD-SUPPLIER-TOKEN
               IF EDIT-IN-ERROR
                   MOVE 'SUPPLIER REFERENCE MUST BE 1-6 DIGITS'
                       TO RM-TEXT
                   PERFORM SEND-RESULT-MESSAGE
                   GO TO LIST-ORPHAN-WORKLIST-EXIT
               END-IF
               SET LIST-ONE-SUPPLIER TO TRUE
               MOVE OLD-SUPPLIER-REF-WORK TO BK-OLD-SUPPLIER-REFERENCE
               MOVE 0 TO BK-STOCK-ITEM-REFERENCE
           ELSE
               SET LIST-ALL-OPEN TO TRUE
               MOVE LOW-VALUES TO BROWSE-KEY
           END-IF.
      *
           EXEC CICS SEND TEXT FROM(BROWSE-HEADING-LINE)
                LENGTH(LENGTH OF BROWSE-HEADING-LINE)
                ERASE
                END-EXEC.
      *
           EXEC CICS STARTBR FILE('ORPHWORK')
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO ORPHANED ITEMS ON FILE' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO LIST-ORPHAN-WORKLIST-EXIT
           END-IF.
      *
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO LISTED-COUNT.
           PERFORM LIST-ONE-WORKLIST-ENTRY
               UNTIL BROWSE-DONE.
      *
           EXEC CICS ENDBR FILE('ORPHWORK')
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
       LIST-ORPHAN-WORKLIST-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-ONE-WORKLIST-ENTRY SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('ORPHWORK')
                INTO(ORPHAN-WORKLIST-RECORD)
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
               GO TO LIST-ONE-WORKLIST-ENTRY-EXIT
           END-IF.
      *
           IF LIST-ONE-SUPPLIER
               IF ORW-OLD-SUPPLIER-REFERENCE NOT = OLD-SUPPLIER-REF-WORK
                   SET BROWSE-DONE TO TRUE
                   GO TO LIST-ONE-WORKLIST-ENTRY-EXIT
               END-IF
           ELSE
               IF NOT ORW-STATUS-OPEN
                   GO TO LIST-ONE-WORKLIST-ENTRY-EXIT
               END-IF
           END-IF.
      *
           MOVE ORW-OLD-SUPPLIER-REFERENCE TO BDL-OLD-SUPPLIER.
           MOVE ORW-STOCK-ITEM-REFERENCE TO BDL-ITEM-REFERENCE.
           MOVE ORW-ORPHANED-DATE-TIME TO BDL-ORPHANED-DATE-TIME.
           MOVE ORW-ORPHANED-BY TO BDL-ORPHANED-BY.
           EVALUATE TRUE
               WHEN ORW-STATUS-OPEN
                   MOVE 'OPEN' TO BDL-STATUS
                   MOVE SPACES TO BDL-NEW-SUPPLIER
               WHEN ORW-STATUS-REASSIGNED
                   MOVE 'REASSIGNED' TO BDL-STATUS
                   MOVE ORW-NEW-SUPPLIER-REFERENCE TO BDL-NEW-SUPPLIER
               WHEN OTHER
                   MOVE ORW-STATUS TO BDL-STATUS
                   MOVE SPACES TO BDL-NEW-SUPPLIER
           END-EVALUATE.
           MOVE ORW-REASSIGNED-BY TO BDL-REASSIGNED-BY.
           EXEC CICS SEND TEXT FROM(BROWSE-DETAIL-LINE)
                LENGTH(LENGTH OF BROWSE-DETAIL-LINE)
                ACCUM
                END-EXEC.
           ADD 1 TO LISTED-COUNT.
      *
       LIST-ONE-WORKLIST-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       REASSIGN-ONE-ITEM SECTION.
      ******************************************************************
      *
      *    TOKEN-3 item, TOKEN-4 new supplier, TOKEN-5 the operator.
      *    The worklist entry is keyed under the old supplier, which
      *    is whatever the item master still names for the item.
      *
           MOVE TOKEN-5(1:8) TO OPERATOR-ID-WORK.
           PERFORM READ-OPERATOR-AUTHORITY.
           IF AUTH-RECORD-NOT-FOUND OR NOT OPA-BUYER-REASSIGN
               MOVE 'OPERATOR NOT AUTHORIZED TO REASSIGN ITEMS'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ONE-ITEM-EXIT
           END-IF.
      *
           PERFORM EDIT-ITEM-REFERENCE.
           IF EDIT-IN-ERROR
               MOVE 'ITEM REFERENCE MUST BE 1-4 DIGITS' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ONE-ITEM-EXIT
           END-IF.
      *
           PERFORM EDIT-NEW-SUPPLIER-TOKEN.
           IF EDIT-IN-ERROR
               MOVE 'NEW SUPPLIER REFERENCE MUST BE 1-6 DIGITS'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ONE-ITEM-EXIT
           END-IF.
      *
           PERFORM CHECK-NEW-SUPPLIER.
           IF EDIT-IN-ERROR
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ONE-ITEM-EXIT
           END-IF.
      *
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
               GO TO REASSIGN-ONE-ITEM-EXIT
           END-IF.
      *
           MOVE IM-SUPPLIER-REFERENCE TO EKW-OLD-SUPPLIER-REFERENCE.
           MOVE ITEM-REF-WORK TO EKW-STOCK-ITEM-REFERENCE.
           EXEC CICS READ FILE('ORPHWORK')
                INTO(ORPHAN-WORKLIST-RECORD)
                RIDFLD(ENTRY-KEY-WORK)
                KEYLENGTH(LENGTH OF ORW-WORKLIST-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'ITEM IS NOT ON THE ORPHANED ITEM WORKLIST'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ONE-ITEM-EXIT
           END-IF.
      *
           IF NOT ORW-STATUS-OPEN
               MOVE 'ITEM HAS ALREADY BEEN REASSIGNED' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ONE-ITEM-EXIT
           END-IF.
      *
           PERFORM REASSIGN-WORKLIST-ENTRY.
      *
           EVALUATE TRUE
               WHEN ENTRY-MOVED AND PUBLISH-FAILED
                   MOVE 'ITEM MOVED - CHANGE EVENT NOT PUBLISHED'
                       TO RM-TEXT
               WHEN ENTRY-MOVED
                   MOVE 'ITEM MOVED TO NEW SUPPLIER' TO RM-TEXT
               WHEN ENTRY-CLOSED
                   MOVE 'ITEM ALREADY ON ANOTHER SUPPLIER - CLOSED'
                       TO RM-TEXT
               WHEN OTHER
                   MOVE 'REASSIGN FAILED - SEE SYSTEM LOG' TO RM-TEXT
           END-EVALUATE.
           PERFORM SEND-RESULT-MESSAGE.
      *
       REASSIGN-ONE-ITEM-EXIT.
           EXIT.
      *
      ******************************************************************
       REASSIGN-ALL-SUPPLIER-ITEMS SECTION.
      ******************************************************************
      *
      *    TOKEN-3 old supplier, TOKEN-4 new supplier, TOKEN-5 the
      *    operator. Each open entry is found with a fresh browse
      *    and the browse ended before the item master and worklist
      *    are updated, so no browse is held across the updates.
      *
           MOVE TOKEN-5(1:8) TO OPERATOR-ID-WORK.
           PERFORM READ-OPERATOR-AUTHORITY.
           IF AUTH-RECORD-NOT-FOUND OR NOT OPA-BUYER-REASSIGN
               MOVE 'OPERATOR NOT AUTHORIZED TO REASSIGN ITEMS'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ALL-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           PERFORM EDIT-OLD-SUPPLIER-TOKEN.
           IF EDIT-IN-ERROR
               MOVE 'OLD SUPPLIER REFERENCE MUST BE 1-6 DIGITS'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ALL-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           PERFORM EDIT-NEW-SUPPLIER-TOKEN.
           IF EDIT-IN-ERROR
               MOVE 'NEW SUPPLIER REFERENCE MUST BE 1-6 DIGITS'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ALL-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           IF NEW-SUPPLIER-REF-WORK = OLD-SUPPLIER-REF-WORK
               MOVE 'NEW SUPPLIER MUST DIFFER FROM THE OLD ONE'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ALL-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           PERFORM CHECK-NEW-SUPPLIER.
           IF EDIT-IN-ERROR
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ALL-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           MOVE 0 TO MOVED-COUNT CLOSED-COUNT FAILED-COUNT.
           MOVE 0 TO PUBLISH-FAILED-COUNT.
           MOVE OLD-SUPPLIER-REF-WORK TO BK-OLD-SUPPLIER-REFERENCE.
           MOVE 0 TO BK-STOCK-ITEM-REFERENCE.
           SET NO-LAST-KEY TO TRUE.
           SET ENTRY-SCAN-NOT-DONE TO TRUE.
           PERFORM REASSIGN-NEXT-OPEN-ENTRY
               UNTIL ENTRY-SCAN-DONE.
      *
           IF MOVED-COUNT = 0 AND CLOSED-COUNT = 0
              AND FAILED-COUNT = 0
               MOVE 'NO OPEN WORKLIST ENTRIES FOR THAT SUPPLIER'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO REASSIGN-ALL-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           MOVE MOVED-COUNT TO RRL-MOVED.
           MOVE NEW-SUPPLIER-REF-WORK TO RRL-NEW-SUPPLIER.
           MOVE CLOSED-COUNT TO RRL-CLOSED.
           MOVE FAILED-COUNT TO RRL-FAILED.
           MOVE PUBLISH-FAILED-COUNT TO RRL-NOT-PUBLISHED.
           EXEC CICS SEND TEXT FROM(REASSIGN-RESULT-LINE)
                LENGTH(LENGTH OF REASSIGN-RESULT-LINE)
                ERASE
                END-EXEC.
      *
       REASSIGN-ALL-SUPPLIER-ITEMS-EXIT.
           EXIT.
      *
      ******************************************************************
       REASSIGN-NEXT-OPEN-ENTRY SECTION.
      ******************************************************************
      *
           PERFORM FIND-NEXT-OPEN-ENTRY.
           IF OPEN-ENTRY-NOT-FOUND
               SET ENTRY-SCAN-DONE TO TRUE
               GO TO REASSIGN-NEXT-OPEN-ENTRY-EXIT
           END-IF.
      *
           MOVE ORW-WORKLIST-KEY TO ENTRY-KEY-WORK LAST-ENTRY-KEY.
           MOVE ORW-WORKLIST-KEY TO BROWSE-KEY.
           SET LAST-KEY-HELD TO TRUE.
           MOVE EKW-STOCK-ITEM-REFERENCE TO ITEM-REF-WORK.
      *
           PERFORM REASSIGN-WORKLIST-ENTRY.
           EVALUATE TRUE
               WHEN ENTRY-MOVED
                   ADD 1 TO MOVED-COUNT
               WHEN ENTRY-CLOSED
                   ADD 1 TO CLOSED-COUNT
               WHEN OTHER
                   ADD 1 TO FAILED-COUNT
           END-EVALUATE.
      *
       REASSIGN-NEXT-OPEN-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       FIND-NEXT-OPEN-ENTRY SECTION.
      ******************************************************************
      *
      *    Browse from BROWSE-KEY to the next OPEN entry of the old
      *    supplier, skipping the one just dealt with - a failed
      *    reassignment leaves its entry OPEN, and it must not be
      *    retried for ever.
      *
           SET OPEN-ENTRY-NOT-FOUND TO TRUE.
           EXEC CICS STARTBR FILE('ORPHWORK')
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               GO TO FIND-NEXT-OPEN-ENTRY-EXIT
           END-IF.
      *
           SET BROWSE-NOT-DONE TO TRUE.
           PERFORM READ-NEXT-OPEN-ENTRY
               UNTIL BROWSE-DONE.
      *
           EXEC CICS ENDBR FILE('ORPHWORK')
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
       FIND-NEXT-OPEN-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       READ-NEXT-OPEN-ENTRY SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('ORPHWORK')
                INTO(ORPHAN-WORKLIST-RECORD)
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
               GO TO READ-NEXT-OPEN-ENTRY-EXIT
           END-IF.
      *
           IF ORW-OLD-SUPPLIER-REFERENCE NOT = OLD-SUPPLIER-REF-WORK
               SET BROWSE-DONE TO TRUE
               GO TO READ-NEXT-OPEN-ENTRY-EXIT
           END-IF.
      *
           IF LAST-KEY-HELD AND ORW-WORKLIST-KEY = LAST-ENTRY-KEY
               GO TO READ-NEXT-OPEN-ENTRY-EXIT
           END-IF.
      *
           IF ORW-STATUS-OPEN
               SET OPEN-ENTRY-FOUND TO TRUE
               SET BROWSE-DONE TO TRUE
           END-IF.
      *
       READ-NEXT-OPEN-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       REASSIGN-WORKLIST-ENTRY SECTION.
      ******************************************************************
      *
      *    ENTRY-KEY-WORK is the OPEN entry to deal with and
      *    NEW-SUPPLIER-REF-WORK the checked new supplier. If the
      *    item master still names the old supplier, the item is
      *    moved and the change published; if it already names
      *    another one, the entry is closed against that supplier
      *    and the item left alone. Either way the entry is marked
      *    REASSIGNED and the action logged. ENTRY-OUTCOME reports
      *    which it was.
      *
           SET ENTRY-FAILED TO TRUE.
           SET PUBLISH-DONE TO TRUE.
           EXEC CICS READ FILE('ITEMMSTR')
                INTO(ITEM-MASTER-RECORD)
                RIDFLD(EKW-STOCK-ITEM-REFERENCE)
                KEYLENGTH(LENGTH OF IM-STOCK-ITEM-REFERENCE)
                UPDATE
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKORPH - READ UPDATE OF ITEMMSTR FAILED, '
                  'RESP=' RESP ' RESP2=' RESP2
                  ' ITEM=' EKW-STOCK-ITEM-REFERENCE
               GO TO REASSIGN-WORKLIST-ENTRY-EXIT
           END-IF.
      *
           IF IM-SUPPLIER-REFERENCE NOT = EKW-OLD-SUPPLIER-REFERENCE
               EXEC CICS UNLOCK FILE('ITEMMSTR')
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               MOVE IM-SUPPLIER-REFERENCE TO CLOSING-SUPPLIER-REF
               SET ENTRY-CLOSED TO TRUE
           ELSE
               MOVE NEW-SUPPLIER-REF-WORK TO IM-SUPPLIER-REFERENCE
               EXEC CICS REWRITE FILE('ITEMMSTR')
                    FROM(ITEM-MASTER-RECORD)
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               IF RESP NOT = DFHRESP(NORMAL)
                   DISPLAY 'KAFKORPH - REWRITE OF ITEMMSTR FAILED, '
                      'RESP=' RESP ' RESP2=' RESP2
                      ' ITEM=' EKW-STOCK-ITEM-REFERENCE
                   GO TO REASSIGN-WORKLIST-ENTRY-EXIT
               END-IF
               MOVE NEW-SUPPLIER-REF-WORK TO CLOSING-SUPPLIER-REF
               SET ENTRY-MOVED TO TRUE
               PERFORM PUBLISH-ITEM-MASTER-CHANGE
           END-IF.
      *
           PERFORM GET-CURRENT-DATE-TIME.
           EXEC CICS READ FILE('ORPHWORK')
                INTO(ORPHAN-WORKLIST-RECORD)
                RIDFLD(ENTRY-KEY-WORK)
                KEYLENGTH(LENGTH OF ORW-WORKLIST-KEY)
                UPDATE
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP = DFHRESP(NORMAL)
               SET ORW-STATUS-REASSIGNED TO TRUE
               MOVE CLOSING-SUPPLIER-REF TO ORW-NEW-SUPPLIER-REFERENCE
               MOVE CURRENT-DATE-TIME TO ORW-REASSIGNED-DATE-TIME
               MOVE OPERATOR-ID-WORK TO ORW-REASSIGNED-BY
               EXEC CICS REWRITE FILE('ORPHWORK')
                    FROM(ORPHAN-WORKLIST-RECORD)
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
           END-IF.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKORPH - UPDATE OF ORPHWORK FAILED, RESP='
                  RESP ' RESP2=' RESP2
                  ' ITEM=' EKW-STOCK-ITEM-REFERENCE
           END-IF.
      *
           MOVE 'REASSIGN' TO OPL-ACTION.
           MOVE EKW-OLD-SUPPLIER-REFERENCE
               TO RLK-OLD-SUPPLIER-REFERENCE.
           MOVE EKW-STOCK-ITEM-REFERENCE TO RLK-STOCK-ITEM-REFERENCE.
           MOVE CLOSING-SUPPLIER-REF TO RLK-NEW-SUPPLIER-REFERENCE.
           MOVE SPACES TO OPL-RECORD-KEY.
           MOVE REASSIGN-LOG-KEY TO OPL-RECORD-KEY.
           PERFORM WRITE-ACTION-LOG.
      *
       REASSIGN-WORKLIST-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       PUBLISH-ITEM-MASTER-CHANGE SECTION.
      ******************************************************************
      *
      *    The item master record area holds the item as it now
      *    stands on file, new supplier and all. Build the
      *    ItemMasterChange capture channel from it and LINK KAFKAP,
      *    as KAFKITM does for a KITM R. The move itself is already
      *    done; only a LINK that never ran is reported back.
      *
           PERFORM BUILD-ITEM-CHANGE-CHANNEL.
      *
           EXEC CICS LINK PROGRAM('KAFKAP')
                CHANNEL(PUBLISH-CHANNEL-NAME)
                RESP(LINK-RESPONSE) RESP2(LINK-RESP2)
                END-EXEC.
      *
           IF LINK-RESPONSE NOT = DFHRESP(NORMAL)
               SET PUBLISH-FAILED TO TRUE
               ADD 1 TO PUBLISH-FAILED-COUNT
               DISPLAY 'KAFKORPH - LINK TO KAFKAP FAILED, RESP='
                  LINK-RESPONSE ' RESP2=' LINK-RESP2
                  ' ITEM=' IM-STOCK-ITEM-REFERENCE
           END-IF.
      *
       PUBLISH-ITEM-MASTER-CHANGE-EXIT.
           EXIT.
      *
      ******************************************************************
       BUILD-ITEM-CHANGE-CHANNEL SECTION.
      ******************************************************************
      *
      *    Build the channel a capture specification would have
      *    passed to KAFKAP for an ItemMasterChange - the same shape
      *    KAFKITM builds for an online item maintenance change.
      *
           PERFORM GET-CURRENT-DATE-TIME.
           MOVE IM-STOCK-ITEM-REFERENCE TO ICU-STOCK-ITEM-REFERENCE
                                           CIR-DIGITS.
           MOVE CURRENT-DATE-TIME(1:23) TO ICU-DATE-TIME.
           COMPUTE CUP-PENCE = IM-UNIT-PRICE * 100.
           MOVE IM-SUPPLIER-REFERENCE TO CSR-DIGITS.
           MOVE IM-REORDER-POINT TO CRP-DIGITS.
           MOVE IM-REORDER-QUANTITY TO CRQ-DIGITS.
      *
           MOVE LOW-VALUES TO EPCONTEXT-COPYBOOK.
           MOVE 'EPFE' TO EPFE-STRUCID OF EPCONTEXT-COPYBOOK.
           MOVE '0001' TO EPFE-VERSION OF EPCONTEXT-COPYBOOK.
           MOVE 'KAFKORPH-REASSIGN'
               TO EPFE-EVENT-BINDING OF EPCONTEXT-COPYBOOK.
           MOVE 'ItemMasterChange'
               TO EPFE-BUSINESSEVENT OF EPCONTEXT-COPYBOOK.
           MOVE ITEM-CHANGE-UOWID
               TO EPFE-NETWORK-UOWID OF EPCONTEXT-COPYBOOK.
           MOVE CURRENT-DATE-TIME
               TO EPFE-DATE-TIME OF EPCONTEXT-COPYBOOK.
           MOVE 'KORP ORPHANED ITEM REASSIGNMENT'
               TO EPFE-CS-NAME OF EPCONTEXT-COPYBOOK.
      *
           MOVE 8 TO EPFE-ITEMCOUNT OF EPCONTEXT-COPYBOOK.
           MOVE 1 TO ITEMNUM.
           MOVE 'Item_action' TO CONTAINER-SOURCE-NAME.
           MOVE PUBLISH-ACTION TO CONTAINER-RAW-VALUE.
           MOVE 1 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 2 TO ITEMNUM.
           MOVE 'Stock_item_reference' TO CONTAINER-SOURCE-NAME.
           MOVE CAPTURED-ITEM-REFERENCE TO CONTAINER-RAW-VALUE.
           MOVE 5 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 3 TO ITEMNUM.
           MOVE 'Description' TO CONTAINER-SOURCE-NAME.
           MOVE IM-DESCRIPTION TO CONTAINER-RAW-VALUE.
           MOVE 40 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 4 TO ITEMNUM.
           MOVE 'Unit_price' TO CONTAINER-SOURCE-NAME.
           MOVE CAPTURED-UNIT-PRICE TO CONTAINER-RAW-VALUE.
           MOVE 9 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 5 TO ITEMNUM.
           MOVE 'Item_status' TO CONTAINER-SOURCE-NAME.
           MOVE IM-STATUS TO CONTAINER-RAW-VALUE.
           MOVE 1 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 6 TO ITEMNUM.
           MOVE 'Supplier_reference' TO CONTAINER-SOURCE-NAME.
           MOVE CAPTURED-SUPPLIER-REFERENCE TO CONTAINER-RAW-VALUE.
           MOVE 7 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 7 TO ITEMNUM.
           MOVE 'Reorder_point' TO CONTAINER-SOURCE-NAME.
           MOVE CAPTURED-REORDER-POINT TO CONTAINER-RAW-VALUE.
           MOVE 5 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
           MOVE 8 TO ITEMNUM.
           MOVE 'Reorder_quantity' TO CONTAINER-SOURCE-NAME.
           MOVE CAPTURED-REORDER-QUANTITY TO CONTAINER-RAW-VALUE.
           MOVE 5 TO CONTAINER-RAW-LEN.
           PERFORM PUT-ONE-DATA-ITEM-PAIR.
      *
           MOVE LENGTH OF EPCONTEXT-COPYBOOK TO EPCONTEXT-LEN.
           EXEC CICS PUT CONTAINER('DFHEP.CCECONTEXT')
                CHANNEL(PUBLISH-CHANNEL-NAME)
                BIT
                FROM(EPCONTEXT-COPYBOOK)
                FLENGTH(EPCONTEXT-LEN)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
       BUILD-ITEM-CHANGE-CHANNEL-EXIT.
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
                CHANNEL(PUBLISH-CHANNEL-NAME)
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
                CHANNEL(PUBLISH-CHANNEL-NAME)
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
       GET-CURRENT-DATE-TIME SECTION.
      ******************************************************************
      *
      *    Stamp for the worklist entry and the published event, to
      *    the millisecond - it also makes the event's unit of work
      *    unique for two changes to one item.
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
       READ-OPERATOR-AUTHORITY SECTION.
      ******************************************************************
      *
      *    Look the keyed operator up on the OPAUTH authority file.
      *    The caller checks the specific authority level it needs;
      *    an operator with no record at all holds nothing.
      *
           SET AUTH-RECORD-NOT-FOUND TO TRUE.
           MOVE SPACES TO OPERATOR-AUTHORITY-RECORD.
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
               DISPLAY 'KAFKORPH - WRITE TO OPACTLOG FAILED, RESP='
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
