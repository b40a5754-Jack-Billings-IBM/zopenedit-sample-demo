      *           the value on file. The nightly REPLSCAN job raises  *
      *           purchase-order suggestions from these fields.       *
      *                                                               *
      *     Every add, change, discontinue and replenishment change   *
      *     that reaches the file is published downstream as an       *
      *     ItemMasterChange event: the transaction builds the        *
      *     capture channel from the record as rewritten and LINKs    *
      *     KAFKAP, so it is transformed, routed, audited and         *
      *     dead-lettered like every other event.                     *
      *                                                               *
      * NOTES :                                                       *
      *  DEPENDENCIES = S/390                                         *
      *  RESTRICTIONS = None                                          *
      *                        quantity) with the new R command; an   *
      *                        add starts them at zero and the        *
      *                        inquiry display shows them.            *
      *  2026-10-02  APPMAINT  Publish an ItemMasterChange event      *
      *                        through KAFKAP for every add, change,  *
      *                        discontinue and R command applied.     *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
          03 PARSE-POINTER          PIC S9(4) COMP.
          03 DESCRIPTION-START      PIC S9(4) COMP.
          03 DESCRIPTION-LEN        PIC S9(4) COMP.
          03 LINK-RESPONSE          PIC S9(8) COMP.
          03 LINK-RESP2             PIC S9(8) COMP.
          03 ITEMNUM                PIC 9(5).

       01 COMMAND-SWITCHES.
          03 COMMAND-ERROR-SWITCH        PIC X(1) VALUE 'N'.
       01 ITEM-MASTER-RECORD.
          COPY ITEMMSTR.

      *   A D action on the ItemMasterChange for a discontinue, C for
      *   a change or an R command, A for an add - set by the caller
      *   of PUBLISH-ITEM-MASTER-CHANGE.
       01 PUBLISH-WORK.
          03 PUBLISH-ACTION         PIC X(1).
          03 PUBLISH-SWITCH         PIC X(1) VALUE 'N'.
             88 PUBLISH-FAILED           VALUE 'Y'.
             88 PUBLISH-DONE             VALUE 'N'.

      *   The unit of work an item master change goes out under -
      *   origin, item and the millisecond it was published.
       01 ITEM-CHANGE-UOWID.
          05 FILLER                      PIC X(9) VALUE 'ITEMMSTR.'.
          05 ICU-ORIGIN                  PIC X(4) VALUE 'KITM'.
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

       01 DATE-TIME-WORK.
          03 ABSTIME-NOW                 PIC S9(15) COMP-3.
          03 ABSTIME-DISPLAY             PIC 9(15).
          03 DATE-NOW                    PIC X(10).
          03 TIME-NOW                    PIC X(8).
          03 CURRENT-DATE-TIME           PIC X(29).

       01 PUBLISH-CHANNEL-FIELDS.
          03 PUBLISH-CHANNEL-NAME        PIC X(16) VALUE 'KITMPUBLISH'.
          03 CONTAINERNAME               PIC X(16).
          03 CONTAINER-SOURCE-NAME       PIC X(32).
          03 CONTAINER-RAW-VALUE         PIC X(40).
          03 CONTAINER-RAW-LEN           PIC S9(8) COMP.
          03 EPCONTEXT-LEN               PIC S9(8) COMP.

       01 ITEM-DISPLAY-LINE.
          05 IDL-REFERENCE          PIC 9(4).
          05 FILLER                 PIC X(2)  VALUE SPACES.
           EVALUATE RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'ITEM ADDED' TO RM-TEXT
                   MOVE 'A' TO PUBLISH-ACTION
                   PERFORM PUBLISH-ITEM-MASTER-CHANGE
                   IF PUBLISH-FAILED
                       MOVE 'ITEM ADDED - CHANGE EVENT NOT PUBLISHED'
                           TO RM-TEXT
                   END-IF
               WHEN DFHRESP(DUPREC)
                   MOVE 'ITEM ALREADY ON FILE - USE C TO CHANGE IT'
                       TO RM-TEXT
      *
           IF RESP = DFHRESP(NORMAL)
               MOVE 'ITEM CHANGED' TO RM-TEXT
               MOVE 'C' TO PUBLISH-ACTION
               PERFORM PUBLISH-ITEM-MASTER-CHANGE
               IF PUBLISH-FAILED
                   MOVE 'ITEM CHANGED - CHANGE EVENT NOT PUBLISHED'
                       TO RM-TEXT
               END-IF
           ELSE
               MOVE 'CHANGE FAILED - ITEMMSTR REWRITE ERROR' TO RM-TEXT
           END-IF.
      *
           IF RESP = DFHRESP(NORMAL)
               MOVE 'ITEM DISCONTINUED' TO RM-TEXT
               MOVE 'D' TO PUBLISH-ACTION
               PERFORM PUBLISH-ITEM-MASTER-CHANGE
               IF PUBLISH-FAILED
                   MOVE 'ITEM DISCONTINUED - CHANGE EVENT NOT PUBLISHED'
                       TO RM-TEXT
               END-IF
           ELSE
               MOVE 'DISCONTINUE FAILED - ITEMMSTR REWRITE ERROR'
                   TO RM-TEXT
      *
           IF RESP = DFHRESP(NORMAL)
               MOVE 'REPLENISHMENT FIELDS SET' TO RM-TEXT
               MOVE 'C' TO PUBLISH-ACTION
               PERFORM PUBLISH-ITEM-MASTER-CHANGE
               IF PUBLISH-FAILED
                   MOVE 'FIELDS SET - CHANGE EVENT NOT PUBLISHED'
                       TO RM-TEXT
               END-IF
           ELSE
               MOVE 'SET FAILED - ITEMMSTR REWRITE ERROR' TO RM-TEXT
           END-IF.
       EDIT-REORDER-QTY-TOKEN-EXIT.
           EXIT.
      *
      ******************************************************************
       PUBLISH-ITEM-MASTER-CHANGE SECTION.
      ******************************************************************
      *
      *    The item master record area holds the item as it now
      *    stands on file. Build the ItemMasterChange capture channel
      *    from it and LINK KAFKAP, which transforms, routes and
      *    audits it - or holds or dead-letters it - like any other
      *    event. The master update itself is already done; only a
      *    LINK that never ran is reported back to the clerk.
      *
           SET PUBLISH-DONE TO TRUE.
           PERFORM BUILD-ITEM-CHANGE-CHANNEL.
      *
           EXEC CICS LINK PROGRAM('KAFKAP')
                CHANNEL(PUBLISH-CHANNEL-NAME)
                RESP(LINK-RESPONSE) RESP2(LINK-RESP2)
                END-EXEC.
      *
           IF LINK-RESPONSE NOT = DFHRESP(NORMAL)
               SET PUBLISH-FAILED TO TRUE
               DISPLAY 'KAFKITM - LINK TO KAFKAP FAILED, RESP='
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
      *    KAFKPSWP builds for a scheduled price release.
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
           MOVE 'KAFKITM-MAINTENANCE'
               TO EPFE-EVENT-BINDING OF EPCONTEXT-COPYBOOK.
           MOVE 'ItemMasterChange'
               TO EPFE-BUSINESSEVENT OF EPCONTEXT-COPYBOOK.
           MOVE ITEM-CHANGE-UOWID
               TO EPFE-NETWORK-UOWID OF EPCONTEXT-COPYBOOK.
           MOVE CURRENT-DATE-TIME
               TO EPFE-DATE-TIME OF EPCONTEXT-COPYBOOK.
           MOVE 'KITM ONLINE ITEM MAINTENANCE'
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
      *    The event time of an item master change is the moment it
      *    is published, to the millisecond - it also makes the unit
      *    of work unique for two changes to one item.
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
       SEND-RESULT-MESSAGE SECTION.
      ******************************************************************
