       PROCESS CICS('cobol3,sp')
       PROCESS ARITH(EXTEND) TRUNC(BIN) LIST MAP XREF RENT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAFKORPC.
      *****************************************************************
      * MODULE NAME = KAFKORPC                                        *
      *                                                               *
      * DESCRIPTIVE NAME = Discontinued supplier orphan cascade       *
      *                                                               *
      *     Discontinuing a supplier used to leave every item that    *
      *     named it as preferred supplier exactly as it was, so      *
      *     REPLSCAN went on raising purchase suggestions against a   *
      *     supplier purchasing can no longer order from. Whatever    *
      *     discontinues a supplier online now LINKs this program     *
      *     with a channel carrying one ORPHAN-REQUEST container      *
      *     (see ORPHREQ): KAFKSUPM on KSUP D, KAFKAPLY when it       *
      *     applies a supplier delta that discontinues, and KAFKAP    *
      *     when it publishes a SupplierUpdate with status D.         *
      *                                                               *
      *     The item master is browsed end to end and every active    *
      *     item whose IM-SUPPLIER-REFERENCE is the discontinued      *
      *     supplier is written OPEN to the ORPHWORK worklist (see    *
      *     ORPHREC), stamped with the time and the caller. The       *
      *     items themselves are not changed - a buyer picks the new  *
      *     supplier on the KAFKORPH screen.                          *
      *                                                               *
      *     Running the cascade twice for one supplier is harmless:   *
      *     an item already OPEN on the worklist keeps its original   *
      *     orphaned time. An entry already REASSIGNED whose item     *
      *     has since been pointed back at the dead supplier is       *
      *     opened again.                                             *
      *                                                               *
      *     The count of items put on the worklist is handed back in  *
      *     the same container for the caller to report.              *
      *                                                               *
      * NOTES :                                                       *
      *  DEPENDENCIES = S/390                                         *
      *  RESTRICTIONS = LINKed only - no terminal I/O.                *
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
          03 REQUEST-LEN            PIC S9(8) COMP.
          03 BROWSE-KEY             PIC 9(4).

       01 CASCADE-SWITCHES.
          03 BROWSE-DONE-SWITCH          PIC X(1) VALUE 'N'.
             88 BROWSE-DONE                   VALUE 'Y'.
             88 BROWSE-NOT-DONE               VALUE 'N'.

       01 ORPHAN-REQUEST.
          COPY ORPHREQ.

       01 ITEM-MASTER-RECORD.
          COPY ITEMMSTR.

       01 ORPHAN-WORKLIST-RECORD.
          COPY ORPHREC.

       01 DATE-TIME-WORK.
          03 ABSTIME-NOW                 PIC S9(15) COMP-3.
          03 DATE-NOW                    PIC X(10).
          03 TIME-NOW                    PIC X(8).
          03 CURRENT-DATE-TIME           PIC X(29).

      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROGRAM SECTION.
      ******************************************************************
      *
           MOVE LENGTH OF ORPHAN-REQUEST TO REQUEST-LEN.
           EXEC CICS GET CONTAINER('ORPHAN-REQUEST')
                INTO (ORPHAN-REQUEST)
                FLENGTH(REQUEST-LEN)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKORPC - NO ORPHAN-REQUEST CONTAINER, RESP='
                  RESP ' RESP2=' RESP2
               GO TO MAIN-PROGRAM-RETURN
           END-IF.
      *
           MOVE 0 TO ORQ-ITEMS-ORPHANED.
           SET ORQ-RESULT-OK TO TRUE.
           PERFORM GET-CURRENT-DATE-TIME.
      *
           PERFORM ORPHAN-SUPPLIER-ITEMS.
      *
           EXEC CICS PUT CONTAINER('ORPHAN-REQUEST')
                FROM (ORPHAN-REQUEST)
                FLENGTH(LENGTH OF ORPHAN-REQUEST)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
       MAIN-PROGRAM-RETURN.
           EXEC CICS RETURN
                END-EXEC.
      *
       MAIN-PROGRAM-EXIT.
           EXIT.
      *
      ******************************************************************
       ORPHAN-SUPPLIER-ITEMS SECTION.
      ******************************************************************
      *
      *    ITEMMSTR is keyed by item, not supplier, so the whole
      *    file is walked - a supplier is discontinued rarely enough
      *    that an index on the supplier reference would not pay.
      *
           MOVE LOW-VALUES TO BROWSE-KEY.
           EXEC CICS STARTBR FILE('ITEMMSTR')
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF IM-STOCK-ITEM-REFERENCE)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP = DFHRESP(NOTFND)
               GO TO ORPHAN-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'KAFKORPC - STARTBR OF ITEMMSTR FAILED, RESP='
                  RESP ' RESP2=' RESP2
                  ' SUPPLIER=' ORQ-SUPPLIER-REFERENCE
               SET ORQ-RESULT-FAILED TO TRUE
               GO TO ORPHAN-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           SET BROWSE-NOT-DONE TO TRUE.
           PERFORM ORPHAN-ONE-ITEM
               UNTIL BROWSE-DONE.
      *
           EXEC CICS ENDBR FILE('ITEMMSTR')
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
       ORPHAN-SUPPLIER-ITEMS-EXIT.
           EXIT.
      *
      ******************************************************************
       ORPHAN-ONE-ITEM SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('ITEMMSTR')
                INTO(ITEM-MASTER-RECORD)
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF IM-STOCK-ITEM-REFERENCE)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
               GO TO ORPHAN-ONE-ITEM-EXIT
           END-IF.
      *
      *    A discontinued item needs no supplier - only live items
      *    go on the worklist.
           IF IM-SUPPLIER-REFERENCE NOT = ORQ-SUPPLIER-REFERENCE
              OR NOT IM-STATUS-ACTIVE
               GO TO ORPHAN-ONE-ITEM-EXIT
           END-IF.
      *
           MOVE ORQ-SUPPLIER-REFERENCE TO ORW-OLD-SUPPLIER-REFERENCE.
           MOVE IM-STOCK-ITEM-REFERENCE TO ORW-STOCK-ITEM-REFERENCE.
           PERFORM BUILD-OPEN-ENTRY.
      *
           EXEC CICS WRITE FILE('ORPHWORK')
                FROM(ORPHAN-WORKLIST-RECORD)
                RIDFLD(ORW-WORKLIST-KEY)
                KEYLENGTH(LENGTH OF ORW-WORKLIST-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP = DFHRESP(DUPREC)
               PERFORM REOPEN-REASSIGNED-ENTRY
               GO TO ORPHAN-ONE-ITEM-EXIT
           END-IF.
      *
           IF RESP = DFHRESP(NORMAL)
               ADD 1 TO ORQ-ITEMS-ORPHANED
           ELSE
               DISPLAY 'KAFKORPC - WRITE TO ORPHWORK FAILED, RESP='
                  RESP ' RESP2=' RESP2
                  ' ITEM=' IM-STOCK-ITEM-REFERENCE
           END-IF.
      *
       ORPHAN-ONE-ITEM-EXIT.
           EXIT.
      *
      ******************************************************************
       BUILD-OPEN-ENTRY SECTION.
      ******************************************************************
      *
      *    The key is already in place - fill in the rest of a
      *    fresh OPEN entry.
      *
           SET ORW-STATUS-OPEN TO TRUE.
           MOVE CURRENT-DATE-TIME TO ORW-ORPHANED-DATE-TIME.
           MOVE ORQ-ORPHANED-BY TO ORW-ORPHANED-BY.
           MOVE 0 TO ORW-NEW-SUPPLIER-REFERENCE.
           MOVE SPACES TO ORW-REASSIGNED-DATE-TIME ORW-REASSIGNED-BY.
      *
       BUILD-OPEN-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       REOPEN-REASSIGNED-ENTRY SECTION.
      ******************************************************************
      *
      *    The item is already on the worklist for this supplier. An
      *    OPEN entry is left alone so it keeps the time the item
      *    was first orphaned; a REASSIGNED one means the item has
      *    been pointed back at the dead supplier since, so it is
      *    opened again.
      *
           EXEC CICS READ FILE('ORPHWORK')
                INTO(ORPHAN-WORKLIST-RECORD)
                RIDFLD(ORW-WORKLIST-KEY)
                KEYLENGTH(LENGTH OF ORW-WORKLIST-KEY)
                UPDATE
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               GO TO REOPEN-REASSIGNED-ENTRY-EXIT
           END-IF.
      *
           IF ORW-STATUS-OPEN
               EXEC CICS UNLOCK FILE('ORPHWORK')
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               GO TO REOPEN-REASSIGNED-ENTRY-EXIT
           END-IF.
      *
           PERFORM BUILD-OPEN-ENTRY.
           EXEC CICS REWRITE FILE('ORPHWORK')
                FROM(ORPHAN-WORKLIST-RECORD)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP = DFHRESP(NORMAL)
               ADD 1 TO ORQ-ITEMS-ORPHANED
           ELSE
               DISPLAY 'KAFKORPC - REWRITE OF ORPHWORK FAILED, RESP='
                  RESP ' RESP2=' RESP2
                  ' ITEM=' IM-STOCK-ITEM-REFERENCE
           END-IF.
      *
       REOPEN-REASSIGNED-ENTRY-EXIT.
           EXIT.
      *
      ******************************************************************
       GET-CURRENT-DATE-TIME SECTION.
      ******************************************************************
      *
      *    One stamp for the whole cascade - every item orphaned by
      *    one discontinue carries the same orphaned time.
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
