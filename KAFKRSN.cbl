       PROCESS CICS('cobol3,sp')
       PROCESS ARITH(EXTEND) TRUNC(BIN) LIST MAP XREF RENT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAFKRSN.
      *****************************************************************
      * MODULE NAME = KAFKRSN                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Adjustment reason code maintenance screen  *
      *                                                               *
      *     Operations screen for the RSNCODE reason code table (see  *
      *     RSNCREC). The KAFKIN inbound adapter refuses a            *
      *     StockAdjustment whose reason code is not on this table,   *
      *     or has been retired, and holds it on INBSUSP - so a new   *
      *     reason code the warehouse starts sending is a file        *
      *     update here, not a code change. The category on each      *
      *     code decides whether its movements count as a loss on     *
      *     the SHRKRPT weekly shrinkage and write-off report.        *
      *                                                               *
      *     The terminal input is a command line:                     *
      *                                                               *
      *       KRSN L                                                  *
      *           List the reason codes.                              *
      *       KRSN S code category description                        *
      *           Set (add or replace) a reason code - category S     *
      *           shrinkage, W write-off or O other movement, and a   *
      *           description of up to 30 characters (the rest of     *
      *           the line). Setting a retired code reactivates it.   *
      *       KRSN R code                                             *
      *           Retire a reason code. KAFKIN refuses it from then   *
      *           on; ledger entries already carrying it keep their   *
      *           description on the report.                          *
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
      *  2026-09-23  APPMAINT  New program.                           *
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
          03 INPUT-POINTER          PIC S9(4) COMP.
          03 BROWSE-KEY             PIC X(4).
          03 LISTED-COUNT           PIC S9(4) COMP VALUE 0.

       01 COMMAND-SWITCHES.
          03 COMMAND-ERROR-SWITCH        PIC X(1) VALUE 'N'.
             88 COMMAND-IN-ERROR              VALUE 'Y'.
             88 COMMAND-CLEAN                 VALUE 'N'.
          03 BROWSE-DONE-SWITCH          PIC X(1) VALUE 'N'.
             88 BROWSE-DONE                   VALUE 'Y'.
             88 BROWSE-NOT-DONE               VALUE 'N'.

       01 COMMAND-TOKENS.
          03 TOKEN-1                PIC X(10).
          03 TOKEN-1-LEN            PIC S9(4) COMP.
          03 TOKEN-2                PIC X(10).
          03 TOKEN-2-LEN            PIC S9(4) COMP.
          03 TOKEN-3                PIC X(10).
          03 TOKEN-3-LEN            PIC S9(4) COMP.
          03 TOKEN-4                PIC X(10).
          03 TOKEN-4-LEN            PIC S9(4) COMP.
          03 DESCRIPTION-TEXT       PIC X(30).

       01 REASON-CODE-RECORD.
          COPY RSNCREC.

       01 BROWSE-HEADING-LINE.
          05 FILLER                 PIC X(62) VALUE
             'CODE C S DESCRIPTION'.

       01 BROWSE-DETAIL-LINE.
          05 BDL-REASON-CODE        PIC X(4).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-CATEGORY           PIC X(1).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-STATUS             PIC X(1).
          05 FILLER                 PIC X(1)  VALUE SPACE.
          05 BDL-DESCRIPTION        PIC X(30).

       01 BROWSE-TRAILER-LINE.
          05 BTL-COUNT              PIC ZZZ9.
          05 FILLER                 PIC X(15) VALUE
             ' REASON CODE(S)'.

       01 RESULT-MESSAGE.
          05 RM-TEXT                PIC X(70).

       01 USAGE-MESSAGE-1          PIC X(62) VALUE
          'KAFKRSN COMMANDS:  L  list   R code  retire'.
       01 USAGE-MESSAGE-2          PIC X(62) VALUE
          '  S code cat description  set (cat S/W/O, 30 char desc)'.

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
                   PERFORM LIST-REASON-CODES
               WHEN TOKEN-2(1:1) = 'S' AND DESCRIPTION-TEXT NOT = SPACES
                   PERFORM SET-REASON-CODE
               WHEN TOKEN-2(1:1) = 'R' AND TOKEN-3-LEN > 0
                   PERFORM RETIRE-REASON-CODE
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
      *    The description is free text with embedded spaces, so it
      *    is not a token - it is everything left on the line after
      *    the category.
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
           MOVE 0 TO TOKEN-1-LEN TOKEN-2-LEN TOKEN-3-LEN TOKEN-4-LEN.
           MOVE 1 TO INPUT-POINTER.
           UNSTRING INPUT-BUFFER DELIMITED BY ALL SPACES
               INTO TOKEN-1 COUNT IN TOKEN-1-LEN
                    TOKEN-2 COUNT IN TOKEN-2-LEN
                    TOKEN-3 COUNT IN TOKEN-3-LEN
                    TOKEN-4 COUNT IN TOKEN-4-LEN
               WITH POINTER INPUT-POINTER
           END-UNSTRING.
      *
           IF TOKEN-4-LEN > 0
              AND INPUT-POINTER NOT > LENGTH OF INPUT-BUFFER
               MOVE INPUT-BUFFER(INPUT-POINTER:) TO DESCRIPTION-TEXT
           END-IF.
      *
           IF TOKEN-2-LEN = 0
               SET COMMAND-IN-ERROR TO TRUE
           END-IF.
      *
       RECEIVE-AND-PARSE-INPUT-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-REASON-CODES SECTION.
      ******************************************************************
      *
           EXEC CICS SEND TEXT FROM(BROWSE-HEADING-LINE)
                LENGTH(LENGTH OF BROWSE-HEADING-LINE)
                ERASE
                END-EXEC.
      *
           MOVE LOW-VALUES TO BROWSE-KEY.
           EXEC CICS STARTBR FILE('RSNCODE')
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO REASON CODES ON FILE' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO LIST-REASON-CODES-EXIT
           END-IF.
      *
           SET BROWSE-NOT-DONE TO TRUE.
           MOVE 0 TO LISTED-COUNT.
           PERFORM LIST-ONE-REASON-CODE
               UNTIL BROWSE-DONE.
      *
           EXEC CICS ENDBR FILE('RSNCODE')
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
       LIST-REASON-CODES-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-ONE-REASON-CODE SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('RSNCODE')
                INTO(REASON-CODE-RECORD)
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
               GO TO LIST-ONE-REASON-CODE-EXIT
           END-IF.
      *
           MOVE RSN-REASON-CODE TO BDL-REASON-CODE.
           MOVE RSN-CATEGORY TO BDL-CATEGORY.
           MOVE RSN-STATUS TO BDL-STATUS.
           MOVE RSN-DESCRIPTION TO BDL-DESCRIPTION.
           EXEC CICS SEND TEXT FROM(BROWSE-DETAIL-LINE)
                LENGTH(LENGTH OF BROWSE-DETAIL-LINE)
                ACCUM
                END-EXEC.
           ADD 1 TO LISTED-COUNT.
      *
       LIST-ONE-REASON-CODE-EXIT.
           EXIT.
      *
      ******************************************************************
       SET-REASON-CODE SECTION.
      ******************************************************************
      *
      *    TOKEN-3 is the code, TOKEN-4 the category, and the rest
      *    of the line the description. Add or replace - either way
      *    the code comes out ACTIVE.
      *
           IF TOKEN-3-LEN > 4
               MOVE 'REASON CODE MUST BE 1-4 CHARACTERS' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO SET-REASON-CODE-EXIT
           END-IF.
      *
           IF TOKEN-4-LEN NOT = 1
              OR (TOKEN-4(1:1) NOT = 'S' AND TOKEN-4(1:1) NOT = 'W'
                  AND TOKEN-4(1:1) NOT = 'O')
               MOVE 'CATEGORY MUST BE S (SHRINKAGE), W (WRITE-OFF) OR O'
                   TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO SET-REASON-CODE-EXIT
           END-IF.
      *
           EXEC CICS READ FILE('RSNCODE')
                INTO(REASON-CODE-RECORD)
                RIDFLD(TOKEN-3)
                KEYLENGTH(LENGTH OF RSN-REASON-CODE)
                UPDATE
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP = DFHRESP(NORMAL)
               MOVE TOKEN-4(1:1) TO RSN-CATEGORY
               MOVE DESCRIPTION-TEXT TO RSN-DESCRIPTION
               SET RSN-STATUS-ACTIVE TO TRUE
               EXEC CICS REWRITE FILE('RSNCODE')
                    FROM(REASON-CODE-RECORD)
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               MOVE 'REASON CODE REPLACED (ACTIVE)' TO RM-TEXT
           ELSE
               MOVE TOKEN-3(1:4) TO RSN-REASON-CODE
               MOVE TOKEN-4(1:1) TO RSN-CATEGORY
               MOVE DESCRIPTION-TEXT TO RSN-DESCRIPTION
               SET RSN-STATUS-ACTIVE TO TRUE
               EXEC CICS WRITE FILE('RSNCODE')
                    FROM(REASON-CODE-RECORD)
                    RIDFLD(RSN-REASON-CODE)
                    KEYLENGTH(LENGTH OF RSN-REASON-CODE)
                    RESP(RESP) RESP2(RESP2)
                    END-EXEC
               MOVE 'REASON CODE ADDED (ACTIVE)' TO RM-TEXT
           END-IF.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'SET FAILED - RSNCODE WRITE ERROR' TO RM-TEXT
           END-IF.
           PERFORM SEND-RESULT-MESSAGE.
      *
       SET-REASON-CODE-EXIT.
           EXIT.
      *
      ******************************************************************
       RETIRE-REASON-CODE SECTION.
      ******************************************************************
      *
      *    The record stays on file marked retired - the ledger and
      *    the shrinkage report still need its description.
      *
           EXEC CICS READ FILE('RSNCODE')
                INTO(REASON-CODE-RECORD)
                RIDFLD(TOKEN-3)
                KEYLENGTH(LENGTH OF RSN-REASON-CODE)
                UPDATE
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO SUCH REASON CODE' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               GO TO RETIRE-REASON-CODE-EXIT
           END-IF.
      *
           SET RSN-STATUS-RETIRED TO TRUE.
           EXEC CICS REWRITE FILE('RSNCODE')
                FROM(REASON-CODE-RECORD)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP = DFHRESP(NORMAL)
               MOVE 'REASON CODE RETIRED - KAFKIN WILL REFUSE IT'
                   TO RM-TEXT
           ELSE
               MOVE 'RETIRE FAILED - RSNCODE REWRITE ERROR' TO RM-TEXT
           END-IF.
           PERFORM SEND-RESULT-MESSAGE.
      *
       RETIRE-REASON-CODE-EXIT.
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
           EXEC CICS SEND PAGE
                END-EXEC.
      *
       SEND-USAGE-MESSAGE-EXIT.
           EXIT.
