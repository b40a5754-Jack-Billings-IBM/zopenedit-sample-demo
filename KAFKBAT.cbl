       PROCESS CICS('cobol3,sp')
       PROCESS ARITH(EXTEND) TRUNC(BIN) LIST MAP XREF RENT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KAFKBAT.
      *****************************************************************
      * MODULE NAME = KAFKBAT                                         *
      *                                                               *
      * DESCRIPTIVE NAME = Overnight batch status inquiry             *
      *                                                               *
      *     The morning shift's view of the BATCHCTL run-control      *
      *     file (see the BCTLREC copybook). Keying KBAT shows the    *
      *     business date and whether its online day is open or       *
      *     closed, then one line per overnight job - how its latest  *
      *     run stands, the business date it ran for and the last     *
      *     one it completed, when it ended and with what return      *
      *     code - and whether it is done for the batch night. The    *
      *     batch night is the business date while the online day     *
      *     is closed (the batch is working on it), and the date      *
      *     before once BATCHDAY has opened the next day.             *
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
      *  2026-10-12  APPMAINT  New program.                           *
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
          03 LISTED-COUNT           PIC S9(4) COMP VALUE 0.
          03 DONE-COUNT             PIC S9(4) COMP VALUE 0.
          03 BATCH-NIGHT-DATE       PIC X(10).

       01 COMMAND-SWITCHES.
          03 BROWSE-DONE-SWITCH          PIC X(1) VALUE 'N'.
             88 BROWSE-DONE                   VALUE 'Y'.
             88 BROWSE-NOT-DONE               VALUE 'N'.

       01 BATCH-CONTROL-RECORD.
          COPY BCTLREC.

       01 BROWSE-KEY                PIC X(8).

      *   Report lines built up for the terminal
       01 BATCH-DISPLAY-LINES.
          05 BATCH-LINE-1.
             10 FILLER               PIC X(24) VALUE
                'OVERNIGHT BATCH STATUS  '.
             10 FILLER               PIC X(15) VALUE
                'BUSINESS DATE: '.
             10 BL1-BUSINESS-DATE    PIC X(10).
             10 FILLER               PIC X(10) VALUE
                '  ONLINE: '.
             10 BL1-ONLINE-STATUS    PIC X(6).
          05 BATCH-LINE-2.
             10 FILLER               PIC X(24) VALUE
                'BATCH NIGHT OF:         '.
             10 BL2-BATCH-NIGHT      PIC X(10).
             10 FILLER               PIC X(15) VALUE
                '  DAY CLOSED: '.
             10 BL2-CLOSED-DATE-TIME PIC X(19).
          05 BATCH-HEADING-LINE.
             10 FILLER               PIC X(40) VALUE
                'JOB      STATUS   RUN DATE   COMPLETED  '.
             10 FILLER               PIC X(33) VALUE
                'ENDED                 RC NIGHT'.
          05 BATCH-DETAIL-LINE.
             10 BDL-JOB-NAME         PIC X(8).
             10 FILLER               PIC X(1)  VALUE SPACE.
             10 BDL-STATUS           PIC X(8).
             10 FILLER               PIC X(1)  VALUE SPACE.
             10 BDL-RUN-DATE         PIC X(10).
             10 FILLER               PIC X(1)  VALUE SPACE.
             10 BDL-COMPLETED-DATE   PIC X(10).
             10 FILLER               PIC X(1)  VALUE SPACE.
             10 BDL-ENDED            PIC X(19).
             10 FILLER               PIC X(1)  VALUE SPACE.
             10 BDL-RETURN-CODE      PIC ZZZ9.
             10 FILLER               PIC X(1)  VALUE SPACE.
             10 BDL-NIGHT            PIC X(8).
          05 BATCH-TRAILER-LINE.
             10 BTL-DONE             PIC ZZZ9.
             10 FILLER               PIC X(4)  VALUE ' OF '.
             10 BTL-LISTED           PIC ZZZ9.
             10 FILLER               PIC X(23) VALUE
                ' JOB(S) DONE FOR NIGHT '.
             10 BTL-BATCH-NIGHT      PIC X(10).

       01 NO-BATCH-CONTROL-MESSAGE  PIC X(40) VALUE
          'NO BUSINESS DATE ON THE BATCHCTL FILE'.

      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN-PROGRAM SECTION.
      ******************************************************************
      *
           MOVE '$BUSDATE' TO BCT-KEY.
           EXEC CICS READ FILE('BATCHCTL')
                INTO (BATCH-CONTROL-RECORD)
                RIDFLD (BCT-KEY)
                KEYLENGTH (LENGTH OF BCT-KEY)
                RESP (RESP) RESP2 (RESP2)
                END-EXEC.
      *
           EVALUATE RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM SEND-BUSINESS-DATE
                   PERFORM LIST-BATCH-JOBS
               WHEN OTHER
                   EXEC CICS SEND TEXT
                        FROM (NO-BATCH-CONTROL-MESSAGE)
                        LENGTH (LENGTH OF NO-BATCH-CONTROL-MESSAGE)
                        ERASE
                        END-EXEC
           END-EVALUATE.
      *
           EXEC CICS RETURN
                END-EXEC.
      *
       MAIN-PROGRAM-EXIT.
           EXIT.
      *
      ******************************************************************
       SEND-BUSINESS-DATE SECTION.
      ******************************************************************
      *
      *    While the online day is closed the batch is working on the
      *    business date; once it is open again the night just gone
      *    was the prior business date.
      *
           MOVE BCT-BUSINESS-DATE TO BL1-BUSINESS-DATE.
           IF BCT-ONLINE-CLOSED
               MOVE 'CLOSED' TO BL1-ONLINE-STATUS
               MOVE BCT-BUSINESS-DATE TO BATCH-NIGHT-DATE
               MOVE BCT-CLOSED-DATE-TIME TO BL2-CLOSED-DATE-TIME
           ELSE
               MOVE 'OPEN' TO BL1-ONLINE-STATUS
               MOVE BCT-PRIOR-BUSINESS-DATE TO BATCH-NIGHT-DATE
               MOVE SPACES TO BL2-CLOSED-DATE-TIME
           END-IF.
           MOVE BATCH-NIGHT-DATE TO BL2-BATCH-NIGHT.
      *
           EXEC CICS SEND TEXT FROM(BATCH-LINE-1)
                LENGTH(LENGTH OF BATCH-LINE-1) ERASE
                END-EXEC.
           EXEC CICS SEND TEXT FROM(BATCH-LINE-2)
                LENGTH(LENGTH OF BATCH-LINE-2) ACCUM
                END-EXEC.
           EXEC CICS SEND TEXT FROM(BATCH-HEADING-LINE)
                LENGTH(LENGTH OF BATCH-HEADING-LINE) ACCUM
                END-EXEC.
      *
       SEND-BUSINESS-DATE-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-BATCH-JOBS SECTION.
      ******************************************************************
      *
      *    Every record other than the $BUSDATE control record is one
      *    job's entry; they come back in job-name order.
      *
           MOVE LOW-VALUES TO BROWSE-KEY.
           EXEC CICS STARTBR FILE('BATCHCTL')
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                GTEQ
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               GO TO LIST-BATCH-JOBS-TRAILER
           END-IF.
      *
           SET BROWSE-NOT-DONE TO TRUE.
           PERFORM LIST-ONE-BATCH-JOB
               UNTIL BROWSE-DONE.
      *
           EXEC CICS ENDBR FILE('BATCHCTL')
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
       LIST-BATCH-JOBS-TRAILER.
           MOVE DONE-COUNT TO BTL-DONE.
           MOVE LISTED-COUNT TO BTL-LISTED.
           MOVE BATCH-NIGHT-DATE TO BTL-BATCH-NIGHT.
           EXEC CICS SEND TEXT FROM(BATCH-TRAILER-LINE)
                LENGTH(LENGTH OF BATCH-TRAILER-LINE)
                ACCUM
                END-EXEC.
           EXEC CICS SEND PAGE
                END-EXEC.
      *
       LIST-BATCH-JOBS-EXIT.
           EXIT.
      *
      ******************************************************************
       LIST-ONE-BATCH-JOB SECTION.
      ******************************************************************
      *
           EXEC CICS READNEXT FILE('BATCHCTL')
                INTO(BATCH-CONTROL-RECORD)
                RIDFLD(BROWSE-KEY)
                KEYLENGTH(LENGTH OF BROWSE-KEY)
                RESP(RESP) RESP2(RESP2)
                END-EXEC.
      *
           IF RESP NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
               GO TO LIST-ONE-BATCH-JOB-EXIT
           END-IF.
      *
           IF BCT-CONTROL-KEY
               GO TO LIST-ONE-BATCH-JOB-EXIT
           END-IF.
      *
           MOVE BCT-KEY TO BDL-JOB-NAME.
           EVALUATE TRUE
               WHEN BCT-JOB-COMPLETE
                   MOVE 'COMPLETE' TO BDL-STATUS
               WHEN BCT-JOB-FAILED
                   MOVE 'FAILED' TO BDL-STATUS
               WHEN BCT-JOB-STARTED
                   MOVE 'STARTED' TO BDL-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO BDL-STATUS
           END-EVALUATE.
           MOVE BCT-RUN-DATE TO BDL-RUN-DATE.
           MOVE BCT-LAST-COMPLETED-DATE TO BDL-COMPLETED-DATE.
           MOVE BCT-ENDED-DATE-TIME TO BDL-ENDED.
           MOVE BCT-RETURN-CODE TO BDL-RETURN-CODE.
      *
      *    Done for the night means completed for the batch night's
      *    date - a forced rerun shows as RERUN. A job still marked
      *    started for the night is running, or abended.
      *
           EVALUATE TRUE
               WHEN BCT-LAST-COMPLETED-DATE = BATCH-NIGHT-DATE
                AND BCT-RUN-WAS-FORCED
                AND BCT-RUN-DATE = BATCH-NIGHT-DATE
                   MOVE 'RERUN' TO BDL-NIGHT
                   ADD 1 TO DONE-COUNT
               WHEN BCT-LAST-COMPLETED-DATE = BATCH-NIGHT-DATE
                   MOVE 'DONE' TO BDL-NIGHT
                   ADD 1 TO DONE-COUNT
               WHEN BCT-RUN-DATE = BATCH-NIGHT-DATE
                AND BCT-JOB-STARTED
                   MOVE 'RUNNING?' TO BDL-NIGHT
               WHEN BCT-RUN-DATE = BATCH-NIGHT-DATE
                AND BCT-JOB-FAILED
                   MOVE 'FAILED' TO BDL-NIGHT
               WHEN OTHER
                   MOVE 'NOT RUN' TO BDL-NIGHT
           END-EVALUATE.
      *
           EXEC CICS SEND TEXT FROM(BATCH-DETAIL-LINE)
                LENGTH(LENGTH OF BATCH-DETAIL-LINE)
                ACCUM
                END-EXEC.
           ADD 1 TO LISTED-COUNT.
      *
       LIST-ONE-BATCH-JOB-EXIT.
           EXIT.
