      *       KSUP D ref                                              *
      *           Discontinue a supplier (SM-STATUS set to 'D').      *
      *           The record stays on file so history validates.      *
      *           KAFKORPC is LINKed to put the supplier's active     *
      *           items on the ORPHWORK worklist for a buyer to       *
      *           move on the KAFKORPH screen.                        *
      *       KSUP I ref                                              *
      *           Display a supplier.                                 *
      *                                                               *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *  2026-08-22  APPMAINT  New program.                           *
      *  2026-10-05  APPMAINT  KSUP D LINKs KAFKORPC to put the       *
      *                        supplier's items on the orphan list.   *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
          03 PARSE-POINTER          PIC S9(4) COMP.
          03 NAME-START             PIC S9(4) COMP.
          03 NAME-LEN               PIC S9(4) COMP.
          03 LINK-RESPONSE          PIC S9(8) COMP.
          03 LINK-RESP2             PIC S9(8) COMP.
          03 ORPHAN-CHANNEL-NAME    PIC X(16) VALUE 'KSUPORPHAN'.

       01 COMMAND-SWITCHES.
          03 COMMAND-ERROR-SWITCH        PIC X(1) VALUE 'N'.
       01 RESULT-MESSAGE.
          05 RM-TEXT                PIC X(70).

      *   Handed to KAFKORPC on a discontinue; comes back with the
      *   number of items put on the orphaned item worklist.
       01 ORPHAN-REQUEST.
          COPY ORPHREQ.

       01 DISCONTINUE-RESULT-LINE.
          05 FILLER                 PIC X(24) VALUE
             'SUPPLIER DISCONTINUED - '.
          05 DRL-ITEMS-ORPHANED     PIC ZZZZ9.
          05 FILLER                 PIC X(19) VALUE
             ' ITEM(S) ORPHANED'.

       01 USAGE-MESSAGE-1          PIC X(60) VALUE
          'KAFKSUPM COMMANDS:  A ref name   add    C ref name  change'.
       01 USAGE-MESSAGE-2          PIC X(60) VALUE
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'DISCONTINUE FAILED - SUPPMSTR REWRITE ERROR'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO DISCONTINUE-SUPPLIER-RECORD-EXIT
           END-IF.
      *
           PERFORM ORPHAN-SUPPLIER-ITEMS.
           PERFORM SEND-RESULT-MESSAGE.
      *
       DISCONTINUE-SUPPLIER-RECORD-EXIT.
           EXIT.
      *
      ******************************************************************
       ORPHAN-SUPPLIER-ITEMS SECTION.
      ******************************************************************
      *
      *    The supplier is now discontinued on file. LINK KAFKORPC
      *    to put its active items on the orphaned item worklist and
      *    report how many went there. The discontinue stands even
      *    if the LINK fails - the message says so, and a rerun of
      *    KSUP D runs the cascade again.
      *
           MOVE SUPPLIER-REF-WORK TO ORQ-SUPPLIER-REFERENCE.
           MOVE 'KAFKSUPM' TO ORQ-ORPHANED-BY.
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
               DISPLAY 'KAFKSUPM - ORPHAN CASCADE FAILED, RESP='
                  LINK-RESPONSE ' RESP2=' LINK-RESP2
                  ' SUPPLIER=' SUPPLIER-REF-WORK
               MOVE 'SUPPLIER DISCONTINUED - ORPHAN LIST NOT COMPLETE'
                   TO RM-TEXT
               GO TO ORPHAN-SUPPLIER-ITEMS-EXIT
           END-IF.
      *
           MOVE ORQ-ITEMS-ORPHANED TO DRL-ITEMS-ORPHANED.
           MOVE DISCONTINUE-RESULT-LINE TO RM-TEXT.
      *
       ORPHAN-SUPPLIER-ITEMS-EXIT.
           EXIT.
      *
      ******************************************************************
       INQUIRE-SUPPLIER-RECORD SECTION.
      ******************************************************************
