      *     variance), who may replay or discard dead letters, and    *
      *     who may touch routing. Audit asked for exactly this -     *
      *     until now any typed operator-id was accepted unchecked.   *
      *     The KAFKORPH buyer screen checks it too, for who may move *
      *     orphaned items to a new supplier.                         *
      *                                                               *
      *     The terminal input is a command line:                     *
      *                                                               *
      *       KAUT L                                                  *
      *           List the authority records.                         *
      *       KAUT S opid susp price maxvar dlq route [buyer]         *
      *           Set (add or replace) an operator's authorities:     *
      *           susp  N=none R=resubmit P=purge (implies resubmit)  *
      *           price N=none R=release/reject                       *
      *                  percent, 1-4 digits (250 = 25.0)             *
      *           dlq   N=none R=replay D=discard (implies replay)    *
      *           route N=none Y=may pause/activate/set topics        *
      *           buyer N=none Y=may reassign orphaned items; left    *
      *                 off, a new operator gets N and a replaced     *
      *                 one keeps what it had                         *
      *       KAUT D opid                                             *
      *           Delete an operator's record - the screens then      *
      *           refuse every action keyed with that id.             *
      * CHANGE ACTIVITY :                                             *
      *                                                               *
      *  2026-09-02  APPMAINT  New program.                           *
      *  2026-10-05  APPMAINT  Optional ninth operand sets the buyer  *
      *                        authority for the KAFKORPH orphaned    *
      *                        item reassignment screen.              *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
          03 TOKEN-7-LEN            PIC S9(4) COMP.
          03 TOKEN-8                PIC X(10).
          03 TOKEN-8-LEN            PIC S9(4) COMP.
          03 TOKEN-9                PIC X(10).
          03 TOKEN-9-LEN            PIC S9(4) COMP.

      *   Right-justified, zero-filled staging for the variance
      *   operand, keyed in tenths of a percent
          COPY OPAUTREC.

       01 BROWSE-HEADING-LINE.
          05 FILLER                 PIC X(46) VALUE
             'OPERATOR  SUSP PRICE MAXVAR  DLQ  ROUTE  BUYER'.

       01 BROWSE-DETAIL-LINE.
          05 BDL-OPERATOR-ID        PIC X(8).
          05 BDL-DLQ-AUTH           PIC X(1).
          05 FILLER                 PIC X(4)  VALUE SPACES.
          05 BDL-ROUTE-AUTH         PIC X(1).
          05 FILLER                 PIC X(6)  VALUE SPACES.
          05 BDL-BUYER-AUTH         PIC X(1).

       01 BROWSE-TRAILER-LINE.
          05 BTL-COUNT              PIC ZZZ9.
       01 USAGE-MESSAGE-1          PIC X(62) VALUE
          'KAFKAUTH COMMANDS:  L  list   D opid  delete'.
       01 USAGE-MESSAGE-2          PIC X(62) VALUE
          '  S opid susp price maxvar dlq route [buyer]  set'.
       01 USAGE-MESSAGE-3          PIC X(62) VALUE
          '  susp N/R/P  price N/R  maxvar tenths-pct  dlq N/R/D'.
       01 USAGE-MESSAGE-4          PIC X(62) VALUE
          '  route N/Y  buyer N/Y (omitted = N, or unchanged)'.

      ******************************************************************
       LINKAGE SECTION.
      *
           MOVE SPACES TO COMMAND-TOKENS.
           MOVE 0 TO TOKEN-1-LEN TOKEN-2-LEN TOKEN-3-LEN TOKEN-4-LEN
                     TOKEN-5-LEN TOKEN-6-LEN TOKEN-7-LEN TOKEN-8-LEN
                     TOKEN-9-LEN.
           UNSTRING INPUT-BUFFER DELIMITED BY ALL SPACES
               INTO TOKEN-1 COUNT IN TOKEN-1-LEN
                    TOKEN-2 COUNT IN TOKEN-2-LEN
                    TOKEN-6 COUNT IN TOKEN-6-LEN
                    TOKEN-7 COUNT IN TOKEN-7-LEN
                    TOKEN-8 COUNT IN TOKEN-8-LEN
                    TOKEN-9 COUNT IN TOKEN-9-LEN
           END-UNSTRING.
      *
           IF TOKEN-2-LEN = 0
           MOVE OPA-MAX-RELEASE-VARIANCE TO BDL-MAX-VARIANCE.
           MOVE OPA-DLQ-AUTH TO BDL-DLQ-AUTH.
           MOVE OPA-ROUTE-AUTH TO BDL-ROUTE-AUTH.
           MOVE OPA-BUYER-AUTH TO BDL-BUYER-AUTH.
           EXEC CICS SEND TEXT FROM(BROWSE-DETAIL-LINE)
                LENGTH(LENGTH OF BROWSE-DETAIL-LINE)
                ACCUM
      ******************************************************************
      *
      *    TOKEN-3 is the operator id, TOKEN-4 to TOKEN-8 the five
      *    authority operands and TOKEN-9 the optional buyer
      *    authority. Everything is edited before the file is
      *    touched - a half-set authority record is worse than none.
      *
           PERFORM EDIT-AUTHORITY-OPERANDS.
           IF EDIT-IN-ERROR
               GIVING OPA-MAX-RELEASE-VARIANCE.
           MOVE TOKEN-7(1:1) TO OPA-DLQ-AUTH.
           MOVE TOKEN-8(1:1) TO OPA-ROUTE-AUTH.
           IF TOKEN-9-LEN > 0
               MOVE TOKEN-9(1:1) TO OPA-BUYER-AUTH
           ELSE
               SET OPA-BUYER-NONE TO TRUE
           END-IF.
      *
           EXEC CICS WRITE FILE('OPAUTH')
                FROM(OPERATOR-AUTHORITY-RECORD)
                   GIVING OPA-MAX-RELEASE-VARIANCE
               MOVE TOKEN-7(1:1) TO OPA-DLQ-AUTH
               MOVE TOKEN-8(1:1) TO OPA-ROUTE-AUTH
      *        A record set before there was a buyer authority has
      *        nothing in that byte - it holds none until given one.
               IF TOKEN-9-LEN > 0
                   MOVE TOKEN-9(1:1) TO OPA-BUYER-AUTH
               END-IF
               IF NOT OPA-BUYER-REASSIGN
                   SET OPA-BUYER-NONE TO TRUE
               END-IF
               EXEC CICS REWRITE FILE('OPAUTH')
                    FROM(OPERATOR-AUTHORITY-RECORD)
                    RESP(RESP) RESP2(RESP2)
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-AUTHORITY-OPERANDS-EXIT
           END-IF.
      *
           IF TOKEN-9-LEN > 0
              AND TOKEN-9(1:1) NOT = 'N' AND TOKEN-9(1:1) NOT = 'Y'
               MOVE 'BUYER AUTHORITY MUST BE N OR Y' TO RM-TEXT
               PERFORM SEND-RESULT-MESSAGE
               SET EDIT-IN-ERROR TO TRUE
               GO TO EDIT-AUTHORITY-OPERANDS-EXIT
           END-IF.
      *
       EDIT-AUTHORITY-OPERANDS-EXIT.
           EXIT.
