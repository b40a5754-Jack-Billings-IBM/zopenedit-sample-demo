      *     for a record the master no longer has is counted and      *
      *     skipped.                                                  *
      *                                                               *
      *     Every add, change and discontinue that lands is also      *
      *     published as an ItemMasterChange event through KAFKAP,    *
      *     with the item as it now stands on the master. A FULL      *
      *     mode ITEMLOAD updates ITEMMSTR itself and queues what it  *
      *     changed to the ITEMPUBQ dataset (same DLTAREC layout),    *
      *     read back as the ITMP queue; those records are already    *
      *     on the master, so they are only published, not applied.   *
      *                                                               *
      *     A supplier delta that discontinues a supplier - a         *
      *     discontinue, or a change that turns its status to D -     *
      *     LINKs KAFKORPC to put the supplier's active items on the  *
      *     ORPHWORK orphaned item worklist.                          *
      *                                                               *
      *     Operations start transaction KAPL after the delta mode    *
      *     loads have written their datasets and the ITMD/SUPD       *
      *     queues have been opened. The summary goes to the          *
      * NOTES :                                                       *
      *  DEPENDENCIES = S/390. ITMD and SUPD must be defined as       *
      *                 extrapartition input queues over the          *
      *                 ITEMDLTA and SUPPDLTA datasets. ITMP must     *
      *                 be an extrapartition input queue over the     *
      *                 ITEMPUBQ dataset.                             *
      *  RESTRICTIONS = None                                          *
      *  REGISTER CONVENTIONS = Normal                                *
      *  MODULE TYPE = Executable                                     *
      *                        been applied, so events held for       *
      *                        references the masters just caught up  *
      *                        with are resubmitted without a clerk.  *
      *  2026-09-30  APPMAINT  Start the KAFKPSWP scheduled price     *
      *                        release sweep (transaction KPSW) on    *
      *                        every run so planned price changes go  *
      *                        out on their effective date.           *
      *  2026-10-02  APPMAINT  Publish an ItemMasterChange event for  *
      *                        every item delta applied, and drain    *
      *                        the ITMP queue of FULL refresh         *
      *                        changes for publication.               *
      *  2026-10-05  APPMAINT  LINK KAFKORPC for every supplier a     *
      *                        delta discontinues, so its items go    *
      *                        on the orphaned item worklist.         *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
          03 DELTA-RECORD-LEN       PIC S9(4) COMP.
          03 TASK-START-CODE        PIC X(2).
             88 STARTED-WITHOUT-TERMINAL  VALUE 'S ', 'SD'.
          03 LINK-RESPONSE          PIC S9(8) COMP.
          03 LINK-RESP2             PIC S9(8) COMP.
          03 ITEMNUM                PIC 9(5).
          03 ORPHAN-CHANNEL-NAME    PIC X(16) VALUE 'KAPLORPHAN'.

       01 APPLY-SWITCHES.
          03 ITEM-QUEUE-DONE-SWITCH      PIC X(1) VALUE 'N'.
          03 SUPP-QUEUE-DONE-SWITCH      PIC X(1) VALUE 'N'.
             88 SUPP-QUEUE-DONE               VALUE 'Y'.
             88 SUPP-QUEUE-NOT-DONE           VALUE 'N'.
          03 PUB-QUEUE-DONE-SWITCH       PIC X(1) VALUE 'N'.
             88 PUB-QUEUE-DONE                VALUE 'Y'.
             88 PUB-QUEUE-NOT-DONE            VALUE 'N'.
          03 WAS-DISCONTINUED-SWITCH     PIC X(1) VALUE 'N'.
             88 SUPP-WAS-DISCONTINUED         VALUE 'Y'.
             88 SUPP-WAS-NOT-DISCONTINUED     VALUE 'N'.

       01 APPLY-COUNTERS.
          03 CNT-ITEMS-APPLIED           PIC S9(8) COMP VALUE 0.
          03 CNT-SUPPS-APPLIED           PIC S9(8) COMP VALUE 0.
          03 CNT-SUPPS-DISCONTINUED      PIC S9(8) COMP VALUE 0.
          03 CNT-DELTAS-SKIPPED          PIC S9(8) COMP VALUE 0.
          03 CNT-ITEMS-PUBLISHED         PIC S9(8) COMP VALUE 0.
          03 CNT-PUBLISH-FAILED          PIC S9(8) COMP VALUE 0.
          03 CNT-ITEMS-ORPHANED          PIC S9(8) COMP VALUE 0.

       01 DELTA-RECORD.
          COPY DLTAREC.
       01 SUPPLIER-MASTER-RECORD.
          COPY SUPPMSTR.

      *   Handed to KAFKORPC for a supplier a delta discontinued.
       01 ORPHAN-REQUEST.
          COPY ORPHREQ.

      *   A, C or D on the ItemMasterChange - what actually happened
      *   to the master, not what the delta asked for.
       01 PUBLISH-ACTION                 PIC X(1).

      *   The unit of work an item master change goes out under -
      *   origin (KAPL applied delta, ITMP full refresh), item and
      *   the millisecond it was published.
       01 ITEM-CHANGE-UOWID.
          05 FILLER                      PIC X(9) VALUE 'ITEMMSTR.'.
          05 ICU-ORIGIN                  PIC X(4).
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
          03 PUBLISH-CHANNEL-NAME        PIC X(16) VALUE 'KAPLPUBLISH'.
          03 CONTAINERNAME               PIC X(16).
          03 CONTAINER-SOURCE-NAME       PIC X(32).
          03 CONTAINER-RAW-VALUE         PIC X(40).
          03 CONTAINER-RAW-LEN           PIC S9(8) COMP.
          03 EPCONTEXT-LEN               PIC S9(8) COMP.

       01 APPLY-RESULT-MESSAGE.
          05 FILLER                   PIC X(19) VALUE
             'DELTA APPLY DONE   '.
          05 RM-SUPP-DIS              PIC ZZZZ9.
          05 FILLER                   PIC X(09) VALUE ' SKIPPED='.
          05 RM-SKIPPED               PIC ZZZZ9.
          05 FILLER                   PIC X(05) VALUE ' PUB='.
          05 RM-PUBLISHED             PIC ZZZZ9.
          05 FILLER                   PIC X(08) VALUE ' PUBERR='.
          05 RM-PUBLISH-FAILED        PIC ZZZZ9.
          05 FILLER                   PIC X(06) VALUE ' ORPH='.
          05 RM-ORPHANED              PIC ZZZZ9.

      ******************************************************************
       LINKAGE SECTION.
           PERFORM APPLY-NEXT-SUPPLIER-DELTA
               UNTIL SUPP-QUEUE-DONE.
      *
      *    Changes a FULL refresh made to ITEMMSTR directly are
      *    already on the master - they only need publishing.
           PERFORM PUBLISH-NEXT-QUEUED-ITEM
               UNTIL PUB-QUEUE-DONE.
      *
      *    The masters just caught up - kick off the KAFKSWP sweep
      *    so suspense entries held for references that now exist
      *    are resubmitted without anyone keying KSUS R for each.
                      RESP ' RESP2=' RESP2 ' - RUN KSWP BY HAND'
               END-IF
           END-IF.
      *
      *    The nightly apply is also the daily tick for planned
      *    price changes - start the KAFKPSWP release sweep every
      *    time, whether or not any delta landed, so changes due
      *    today go out once the catalog is current.
           EXEC CICS START TRANSID('KPSW')
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKAPLY - START OF KPSW FAILED, RESP='
                  RESP ' RESP2=' RESP2 ' - RUN KPSW BY HAND'
           END-IF.
      *
           MOVE CNT-ITEMS-APPLIED TO RM-ITEMS.
           MOVE CNT-ITEMS-DISCONTINUED TO RM-ITEM-DIS.
           MOVE CNT-SUPPS-APPLIED TO RM-SUPPS.
           MOVE CNT-SUPPS-DISCONTINUED TO RM-SUPP-DIS.
           MOVE CNT-DELTAS-SKIPPED TO RM-SKIPPED.
           MOVE CNT-ITEMS-PUBLISHED TO RM-PUBLISHED.
           MOVE CNT-PUBLISH-FAILED TO RM-PUBLISH-FAILED.
           MOVE CNT-ITEMS-ORPHANED TO RM-ORPHANED.
      *
      *    The summary goes to the console when there is no terminal
      *    - the same rule KAFKRCV follows for a STARTed sweep.
                    END-EXEC
               IF RESP = DFHRESP(NORMAL)
                   ADD 1 TO CNT-ITEMS-APPLIED
                   MOVE 'A' TO PUBLISH-ACTION
                   MOVE 'KAPL' TO ICU-ORIGIN
                   PERFORM PUBLISH-ITEM-MASTER-CHANGE
               ELSE
                   ADD 1 TO CNT-DELTAS-SKIPPED
                   DISPLAY 'KAFKAPLY - WRITE TO ITEMMSTR FAILED, '
      *
           IF RESP = DFHRESP(NORMAL)
               ADD 1 TO CNT-ITEMS-APPLIED
               MOVE 'C' TO PUBLISH-ACTION
               MOVE 'KAPL' TO ICU-ORIGIN
               PERFORM PUBLISH-ITEM-MASTER-CHANGE
           ELSE
               ADD 1 TO CNT-DELTAS-SKIPPED
               DISPLAY 'KAFKAPLY - REWRITE OF ITEMMSTR FAILED, '
      *
           IF RESP = DFHRESP(NORMAL)
               ADD 1 TO CNT-ITEMS-DISCONTINUED
               MOVE 'D' TO PUBLISH-ACTION
               MOVE 'KAPL' TO ICU-ORIGIN
               PERFORM PUBLISH-ITEM-MASTER-CHANGE
           ELSE
               ADD 1 TO CNT-DELTAS-SKIPPED
               DISPLAY 'KAFKAPLY - REWRITE OF ITEMMSTR FAILED, '
       APPLY-ITEM-DISCONTINUE-EXIT.
           EXIT.
      *
      ******************************************************************
       PUBLISH-NEXT-QUEUED-ITEM SECTION.
      ******************************************************************
      *
      *    ITEMLOAD in FULL mode has already written each of these
      *    to ITEMMSTR; the queued record carries the catalog fields
      *    as it left them. Lay them over the item master record
      *    area only so the publish builds from one place - nothing
      *    here touches the file.
      *
           MOVE LENGTH OF DELTA-RECORD TO DELTA-RECORD-LEN.
           EXEC CICS READQ TD QUEUE('ITMP')
                INTO (DELTA-RECORD)
                LENGTH (DELTA-RECORD-LEN)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET PUB-QUEUE-DONE TO TRUE
               IF RESP NOT = DFHRESP(QZERO)
                  AND RESP NOT = DFHRESP(QIDERR)
                   DISPLAY 'KAFKAPLY - READQ ITMP FAILED, RESP='
                      RESP ' RESP2=' RESP2
               END-IF
               GO TO PUBLISH-NEXT-QUEUED-ITEM-EXIT
           END-IF.
      *
           IF NOT DLT-TARGET-ITEM
              OR NOT (DLT-ACTION-ADD OR DLT-ACTION-CHANGE
                      OR DLT-ACTION-DISCONTINUE)
               ADD 1 TO CNT-DELTAS-SKIPPED
               DISPLAY 'KAFKAPLY - UNRECOGNIZED RECORD ON ITMP '
                  'SKIPPED: ' DLT-TARGET DLT-ACTION
               GO TO PUBLISH-NEXT-QUEUED-ITEM-EXIT
           END-IF.
      *
           MOVE DLT-STOCK-ITEM-REFERENCE TO IM-STOCK-ITEM-REFERENCE.
           MOVE DLT-DESCRIPTION TO IM-DESCRIPTION.
           MOVE DLT-UNIT-PRICE TO IM-UNIT-PRICE.
           MOVE DLT-ITEM-STATUS TO IM-STATUS.
           MOVE DLT-SUPPLIER-REFERENCE TO IM-SUPPLIER-REFERENCE.
           MOVE DLT-REORDER-POINT TO IM-REORDER-POINT.
           MOVE DLT-REORDER-QUANTITY TO IM-REORDER-QUANTITY.
           MOVE DLT-ACTION TO PUBLISH-ACTION.
           MOVE 'ITMP' TO ICU-ORIGIN.
           PERFORM PUBLISH-ITEM-MASTER-CHANGE.
      *
       PUBLISH-NEXT-QUEUED-ITEM-EXIT.
           EXIT.
      *
      ******************************************************************
       PUBLISH-ITEM-MASTER-CHANGE SECTION.
      ******************************************************************
      *
      *    Build the ItemMasterChange capture channel from the item
      *    master record area and LINK KAFKAP, which transforms,
      *    routes and audits it - or holds or dead-letters it - like
      *    any other event. A failed LINK is counted and logged; the
      *    master change itself stands.
      *
           PERFORM BUILD-ITEM-CHANGE-CHANNEL.
      *
           EXEC CICS LINK PROGRAM('KAFKAP')
                CHANNEL(PUBLISH-CHANNEL-NAME)
                RESP(LINK-RESPONSE) RESP2(LINK-RESP2)
                END-EXEC.
      *
           IF LINK-RESPONSE = DFHRESP(NORMAL)
               ADD 1 TO CNT-ITEMS-PUBLISHED
           ELSE
               ADD 1 TO CNT-PUBLISH-FAILED
               DISPLAY 'KAFKAPLY - LINK TO KAFKAP FAILED, RESP='
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
           MOVE 'KAFKAPLY-MASTER-REFRESH'
               TO EPFE-EVENT-BINDING OF EPCONTEXT-COPYBOOK.
           MOVE 'ItemMasterChange'
               TO EPFE-BUSINESSEVENT OF EPCONTEXT-COPYBOOK.
           MOVE ITEM-CHANGE-UOWID
               TO EPFE-NETWORK-UOWID OF EPCONTEXT-COPYBOOK.
           MOVE CURRENT-DATE-TIME
               TO EPFE-DATE-TIME OF EPCONTEXT-COPYBOOK.
           MOVE 'KAPL MASTER REFRESH APPLY'
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
       APPLY-NEXT-SUPPLIER-DELTA SECTION.
      ******************************************************************
               GO TO APPLY-SUPPLIER-UPSERT-EXIT
           END-IF.
      *
           IF SM-STATUS-DISCONTINUED
               SET SUPP-WAS-DISCONTINUED TO TRUE
           ELSE
               SET SUPP-WAS-NOT-DISCONTINUED TO TRUE
           END-IF.
           MOVE DLT-SUPP-NAME TO SM-SUPPLIER-NAME.
           MOVE DLT-SUPP-STATUS TO SM-STATUS.
           EXEC CICS REWRITE FILE('SUPPMSTR')
               ADD 1 TO CNT-DELTAS-SKIPPED
               DISPLAY 'KAFKAPLY - REWRITE OF SUPPMSTR FAILED, '
                  'RESP=' RESP ' RESP2=' RESP2
               GO TO APPLY-SUPPLIER-UPSERT-EXIT
           END-IF.
      *
      *    A change that turns an active supplier to D discontinues
      *    it as surely as a discontinue delta does.
           IF SM-STATUS-DISCONTINUED AND SUPP-WAS-NOT-DISCONTINUED
               PERFORM ORPHAN-SUPPLIER-ITEMS
           END-IF.
      *
       APPLY-SUPPLIER-UPSERT-EXIT.
      *
           IF RESP = DFHRESP(NORMAL)
               ADD 1 TO CNT-SUPPS-DISCONTINUED
               PERFORM ORPHAN-SUPPLIER-ITEMS
           ELSE
               ADD 1 TO CNT-DELTAS-SKIPPED
               DISPLAY 'KAFKAPLY - REWRITE OF SUPPMSTR FAILED, '
      *
       APPLY-SUPPLIER-DISCONTINUE-EXIT.
           EXIT.
      *
      ******************************************************************
       ORPHAN-SUPPLIER-ITEMS SECTION.
      ******************************************************************
      *
      *    SM-SUPPLIER-REFERENCE has just been discontinued on the
      *    master. LINK KAFKORPC to put its active items on the
      *    orphaned item worklist. A failure is only logged - the
      *    discontinue has landed, and a KSUP D of the supplier
      *    runs the cascade again.
      *
           MOVE SM-SUPPLIER-REFERENCE TO ORQ-SUPPLIER-REFERENCE.
           MOVE 'KAFKAPLY' TO ORQ-ORPHANED-BY.
           MOVE 0 TO ORQ-ITEMS-ORPHANED.
           EXEC CICS PUT CONTAINER('ORPHAN-REQUEST')
                CHANNEL(ORPHAN-CHANNEL-NAME)
                FROM(ORPHAN-REQUEST)
                FLENGTH(LENGTH OF ORPHAN-REQUEST)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           EXEC CICS LINK PROGRAM('KAFKORPC')
                CHANNEL(ORPHAN-CHANNEL-NAME)
                RESP(LINK-RESPONSE) RESP2(LINK-RESP2)
                END-EXEC.
      *
           IF LINK-RESPONSE = DFHRESP(NORMAL)
               EXEC CICS GET CONTAINER('ORPHAN-REQUEST')
                    CHANNEL(ORPHAN-CHANNEL-NAME)
                    INTO(ORPHAN-REQUEST)
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
           END-IF.
      *
           IF LINK-RESPONSE NOT = DFHRESP(NORMAL)
              OR RESP NOT = DFHRESP(NORMAL)
              OR ORQ-RESULT-FAILED
               DISPLAY 'KAFKAPLY - ORPHAN CASCADE FAILED, RESP='
                  LINK-RESPONSE ' RESP2=' LINK-RESP2
                  ' SUPPLIER=' SM-SUPPLIER-REFERENCE
               GO TO ORPHAN-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           ADD ORQ-ITEMS-ORPHANED TO CNT-ITEMS-ORPHANED.
      *
       ORPHAN-SUPPLIER-ITEMS-EXIT.
           EXIT.
