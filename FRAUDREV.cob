      *****************************************************************
      * Program name:    FRAUDREV
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the fraud team review
      *                               of the FRAUDQ.DAT queue behind
      *                               the new MAINMENU option - each
      *                               debit ACCTPOST held because a
      *                               fraud rule fired is shown with
      *                               the rule and what it saw, and a
      *                               compliance officer releases it
      *                               into the next posting run with
      *                               the reviewer carried on it,
      *                               declines it to the shared reject
      *                               log, or leaves it on the queue;
      *                               a maintenance operator may list
      *                               the queue only. Every decision
      *                               is written to FRAUDDEC.LOG
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FRAUDREV.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-TRANS ASSIGN TO "FRAUDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUD-STATUS.
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DECISION-LOG ASSIGN TO "FRAUDDEC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-TRANS.
       01 FRAUD-TRANS-RECORD.
           COPY FRAUDREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  DECISION-LOG.
       01 DECISION-LOG-RECORD.
           02 DEC-DATE            PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-TIME            PIC   X(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-OPERATOR        PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-HELD-DATE       PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-TXN-CODE        PIC   X(7).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-ACCT-NUMBER     PIC   9(7).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-AMOUNT          PIC   9(7)V99.
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-CURRENCY        PIC   X(3).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-ORIG-REF        PIC   X(20).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-RULE            PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-DECISION        PIC   X(8).

       WORKING-STORAGE SECTION.
       01 WS-FRAUD-STATUS          PIC XX VALUE "00".
           88 FRAUD-FILE-FOUND           VALUE "00".
       01 WS-TRANS-STATUS          PIC XX VALUE "00".
           88 TRANS-FILE-NOT-FOUND       VALUE "35".
       01 WS-DECISION-STATUS       PIC XX VALUE "00".
           88 DECISION-LOG-NOT-FOUND     VALUE "35".
       01 FRAUD-EOF-FLAG           PIC X  VALUE "N".
           88 FRAUD-EOF                   VALUE "Y".

       01 FRAUD-TABLE.
           02 FRAUD-ENTRY OCCURS 100.
              03 FT-RECORD        PIC X(200).
              03 FT-DISPOSITION   PIC X.
       01 FRAUD-IDX                PIC 999.
       01 FRAUD-MAX                PIC 999 VALUE 0.
       01 WS-OVERFLOW-FLAG         PIC X  VALUE "N".
           88 QUEUE-OVERFLOWS-TABLE       VALUE "Y".

       01 WS-DECISION              PIC X  VALUE SPACE.
           88 DECISION-IS-RELEASE         VALUE "R".
           88 DECISION-IS-DECLINE         VALUE "D".
           88 DECISION-IS-SKIP            VALUE "S".
           88 DECISION-IS-QUIT            VALUE "Q".

       01 WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
       01 WS-DECLINED-COUNT        PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT            PIC 9(5) VALUE 0.

       01 WS-TIMESTAMP.
           02 WS-TS-DATE           PIC X(8).
           02 WS-TS-TIME           PIC X(6).
           02 FILLER               PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-DECISION-TEXT         PIC X(8).
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.

       01 WS-LOG-REJECT-PROGRAM    PIC X(12) VALUE "FRAUDREV".
       01 WS-LOG-REJECT-INPUT      PIC X(20).
       01 WS-LOG-REJECT-REASON     PIC X(30).
       01 WS-LOG-REJECT-BATCH      PIC X(8) VALUE SPACES.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "FRAUDREV".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LOperator-Role           PIC X.
           88 CALLER-ROLE-IS-COMPLIANCE   VALUE "C".

       PROCEDURE DIVISION USING LOperator-Role.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETOPER" USING WS-OPERATOR-ID
           MOVE 0 TO FRAUD-MAX
           MOVE 0 TO WS-RELEASED-COUNT
           MOVE 0 TO WS-DECLINED-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE "N" TO WS-OVERFLOW-FLAG
           MOVE SPACE TO WS-DECISION

           PERFORM LOAD-FRAUD-QUEUE

           EVALUATE TRUE
              WHEN QUEUE-OVERFLOWS-TABLE
                 DISPLAY "FRAUDQ.DAT HOLDS MORE THAN 100 "
                         "TRANSACTIONS - REVIEW REFUSED, NOTHING "
                         "CHANGED; CLEAR SOME AND COME BACK"
              WHEN FRAUD-MAX = 0
                 DISPLAY "NO TRANSACTIONS ARE HELD FOR FRAUD REVIEW"
              WHEN NOT CALLER-ROLE-IS-COMPLIANCE
                 PERFORM LIST-FRAUD-QUEUE
                 DISPLAY "RELEASING OR DECLINING A FRAUD HOLD NEEDS "
                         "THE COMPLIANCE ROLE"
              WHEN OTHER
                 PERFORM REVIEW-EACH-ITEM
                 PERFORM REWRITE-FRAUD-QUEUE
           END-EVALUATE

           DISPLAY "FRAUDREV: " WS-RELEASED-COUNT " RELEASED, "
                   WS-DECLINED-COUNT " DECLINED, "
                   WS-KEPT-COUNT " LEFT ON THE QUEUE"

           MOVE FRAUD-MAX          TO WS-LOG-READ-COUNT
           MOVE WS-RELEASED-COUNT  TO WS-LOG-ACCEPT-COUNT
           MOVE WS-DECLINED-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

       LOAD-FRAUD-QUEUE.
           MOVE "N" TO FRAUD-EOF-FLAG
           OPEN INPUT FRAUD-TRANS
           IF FRAUD-FILE-FOUND
              PERFORM UNTIL FRAUD-EOF
                 READ FRAUD-TRANS
                    AT END
                       SET FRAUD-EOF TO TRUE
                    NOT AT END
                       IF FRAUD-MAX < 100
                          ADD 1 TO FRAUD-MAX
                          MOVE FRAUD-TRANS-RECORD
                               TO FT-RECORD(FRAUD-MAX)
                          MOVE "S" TO FT-DISPOSITION(FRAUD-MAX)
                       ELSE
                          SET QUEUE-OVERFLOWS-TABLE TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRAUD-TRANS
           END-IF.

       LIST-FRAUD-QUEUE.
           PERFORM VARYING FRAUD-IDX FROM 1 BY 1
                   UNTIL FRAUD-IDX > FRAUD-MAX
              MOVE FT-RECORD(FRAUD-IDX) TO FRAUD-TRANS-RECORD
              PERFORM DISPLAY-ONE-ITEM
           END-PERFORM
           DISPLAY " "
           DISPLAY "  " FRAUD-MAX " DEBIT(S) HELD FOR FRAUD REVIEW".

      *****************************************************************
      * The rule that fired and what it saw are shown with the debit,
      * and the supervisor who approved it over the APPROVAL-LIMIT,
      * if one did.
      *****************************************************************
       DISPLAY-ONE-ITEM.
           MOVE FRAUD-AMOUNT TO WS-RPT-AMOUNT
           DISPLAY " "
           DISPLAY "HELD " FRAUD-DATE " " FRAUD-TXN-CODE
                   " ACCOUNT " FRAUD-ACCT-NUMBER
                   " AMOUNT " WS-RPT-AMOUNT " " FRAUD-CURRENCY
           IF FRAUD-TO-ACCT NOT = SPACES
              DISPLAY "     TO ACCOUNT " FRAUD-TO-ACCT
           END-IF
           IF FRAUD-BENEF-ACCT NOT = SPACES
              DISPLAY "     TO " FRAUD-BENEF-NAME " ACCOUNT "
                      FRAUD-BENEF-ACCT " AT " FRAUD-BENEF-BANK
           END-IF
           DISPLAY "     RULE " FRAUD-RULE " - " FRAUD-DETAIL
           IF FRAUD-APPROVED-BY NOT = SPACES
              DISPLAY "     APPROVED OVER THE LIMIT BY "
                      FRAUD-APPROVED-BY
           END-IF.

       REVIEW-EACH-ITEM.
           PERFORM VARYING FRAUD-IDX FROM 1 BY 1
                   UNTIL FRAUD-IDX > FRAUD-MAX
                      OR DECISION-IS-QUIT
              MOVE FT-RECORD(FRAUD-IDX) TO FRAUD-TRANS-RECORD
              PERFORM DISPLAY-ONE-ITEM
              DISPLAY "DECISION (R-RELEASE, D-DECLINE, S-SKIP, "
                      "Q-QUIT): " WITH NO ADVANCING
              ACCEPT WS-DECISION
              EVALUATE TRUE
                 WHEN DECISION-IS-RELEASE
                    MOVE "R" TO FT-DISPOSITION(FRAUD-IDX)
                    PERFORM RELEASE-THIS-ITEM
                 WHEN DECISION-IS-DECLINE
                    MOVE "D" TO FT-DISPOSITION(FRAUD-IDX)
                    PERFORM DECLINE-THIS-ITEM
                 WHEN DECISION-IS-QUIT
                    CONTINUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

      *****************************************************************
      * A released debit goes back into ACCTPOST.IN carrying the
      * reviewer - ACCTPOST posts it without trying the fraud rules
      * again - and any supervisor approval it was held with, so it
      * does not go back to the approval queue either.
      *****************************************************************
       RELEASE-THIS-ITEM.
           ADD 1 TO WS-RELEASED-COUNT
           OPEN EXTEND POST-TRANS
           IF TRANS-FILE-NOT-FOUND
              OPEN OUTPUT POST-TRANS
           END-IF
           MOVE SPACES            TO POST-TRANS-RECORD
           MOVE FRAUD-TXN-CODE    TO POST-TXN-CODE
           MOVE FRAUD-ACCT-NUMBER TO POST-ACCT-NUMBER
           MOVE FRAUD-AMOUNT      TO POST-AMOUNT
           MOVE FRAUD-TO-ACCT     TO POST-TO-ACCT
           MOVE FRAUD-APPROVED-BY TO POST-APPROVED-BY
           MOVE FRAUD-ORIG-REF    TO POST-ORIG-REF
           MOVE FRAUD-BENEF-BANK  TO POST-BENEF-BANK
           MOVE FRAUD-BENEF-ACCT  TO POST-BENEF-ACCT
           MOVE FRAUD-BENEF-NAME  TO POST-BENEF-NAME
           MOVE FRAUD-CURRENCY    TO POST-CURRENCY
           MOVE WS-OPERATOR-ID    TO POST-FRAUD-CLEARED-BY
           WRITE POST-TRANS-RECORD
           CLOSE POST-TRANS
           MOVE "RELEASED" TO WS-DECISION-TEXT
           PERFORM WRITE-DECISION-LOG
           DISPLAY "RELEASED FOR THE NEXT POSTING RUN".

       DECLINE-THIS-ITEM.
           ADD 1 TO WS-DECLINED-COUNT
           MOVE SPACES TO WS-LOG-REJECT-INPUT
           STRING FRAUD-ACCT-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FRAUD-AMOUNT DELIMITED BY SIZE
                  INTO WS-LOG-REJECT-INPUT
           MOVE SPACES TO WS-LOG-REJECT-REASON
           STRING "FRAUD HOLD DECLINED - " DELIMITED BY SIZE
                  FRAUD-RULE DELIMITED BY SIZE
                  INTO WS-LOG-REJECT-REASON
           CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                   WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                   WS-LOG-REJECT-BATCH
           MOVE "DECLINED" TO WS-DECISION-TEXT
           PERFORM WRITE-DECISION-LOG
           DISPLAY "DECLINED TO THE SUITE REJECT LOG".

       WRITE-DECISION-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND DECISION-LOG
           IF DECISION-LOG-NOT-FOUND
              OPEN OUTPUT DECISION-LOG
           END-IF
           INITIALIZE DECISION-LOG-RECORD WITH FILLER
           MOVE WS-TS-DATE        TO DEC-DATE
           MOVE WS-TS-TIME        TO DEC-TIME
           MOVE WS-OPERATOR-ID    TO DEC-OPERATOR
           MOVE FRAUD-DATE        TO DEC-HELD-DATE
           MOVE FRAUD-TXN-CODE    TO DEC-TXN-CODE
           MOVE FRAUD-ACCT-NUMBER TO DEC-ACCT-NUMBER
           MOVE FRAUD-AMOUNT      TO DEC-AMOUNT
           MOVE FRAUD-CURRENCY    TO DEC-CURRENCY
           MOVE FRAUD-ORIG-REF    TO DEC-ORIG-REF
           MOVE FRAUD-RULE        TO DEC-RULE
           MOVE WS-DECISION-TEXT  TO DEC-DECISION
           WRITE DECISION-LOG-RECORD
           CLOSE DECISION-LOG.

       REWRITE-FRAUD-QUEUE.
           OPEN OUTPUT FRAUD-TRANS
           PERFORM VARYING FRAUD-IDX FROM 1 BY 1
                   UNTIL FRAUD-IDX > FRAUD-MAX
              IF FT-DISPOSITION(FRAUD-IDX) = "S"
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE FT-RECORD(FRAUD-IDX) TO FRAUD-TRANS-RECORD
                 WRITE FRAUD-TRANS-RECORD
              END-IF
           END-PERFORM
           CLOSE FRAUD-TRANS.
