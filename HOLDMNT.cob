      *****************************************************************
      * Program name:    HOLDMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the hold and lien
      *                               maintenance behind the new
      *                               MAINMENU option - places an
      *                               amount on hold against an
      *                               account on HOLDS.DAT with its
      *                               reason, the placing operator and
      *                               an optional expiry date,
      *                               releases one, and lists an
      *                               account's holds with its
      *                               available balance; placing and
      *                               releasing need the maintenance
      *                               role
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOLDMNT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HoldKey
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01 AccountHold.
           COPY HOLDREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS           PIC XX VALUE "00".
           88 HOLD-FILE-OK                    VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 HOLD-EOF-FLAG            PIC X  VALUE "N".
           88 HOLD-EOF                    VALUE "Y".

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-PLACE             VALUE "P".
           88 ACTION-IS-RELEASE           VALUE "R".
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-EXIT              VALUE "X".

       01 WS-HOLD-ACCT             PIC 9(7).
       01 WS-HOLD-SEQ              PIC 9(3).
       01 WS-NEXT-SEQ              PIC 9(3).
       01 WS-AMOUNT-ENTRY          PIC X(10) VALUE SPACES.
       01 WS-HOLD-AMOUNT           PIC 9(7)V99.
       01 WS-REASON-ENTRY          PIC X(30) VALUE SPACES.
       01 WS-EXPIRY-ENTRY          PIC X(8)  VALUE SPACES.
       01 WS-EXPIRY-ENTRY-NUM REDEFINES WS-EXPIRY-ENTRY.
           02 WS-EXP-YYYY          PIC 9(4).
           02 WS-EXP-MM            PIC 99.
           02 WS-EXP-DD            PIC 99.
       01 WS-EXP-DAY               PIC 99.
       01 WS-EXP-MONTH             PIC 99.
       01 WS-EXP-YEAR              PIC 9(4).
       01 DATE-VALID-FLAG          PIC X  VALUE "Y".
           88 EXPIRY-DATE-IS-VALID       VALUE "Y".
           88 EXPIRY-DATE-IS-INVALID     VALUE "N".
       01 WS-ENTRY-OK-FLAG         PIC X  VALUE "Y".
           88 HOLD-ENTRY-IS-OK            VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-HELD-TOTAL            PIC 9(9)V99.
       01 WS-AVAILABLE             PIC S9(9)V99.
       01 WS-HOLD-LISTED           PIC 9(3).
       01 WS-STATUS-TEXT           PIC X(8).
       01 WS-DISP-AMOUNT           PIC ZZZZZZ9.99.
       01 WS-DISP-BALANCE          PIC -ZZZZZZZ9.99.

       01 WS-PLACED-COUNT          PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "HOLDMNT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LOperator-Role           PIC X.
           88 CALLER-ROLE-IS-MAINT        VALUE "M".

       PROCEDURE DIVISION USING LOperator-Role.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           CALL "GETOPER" USING WS-OPERATOR-ID
           MOVE SPACE TO WS-ACTION-CODE

           OPEN I-O HOLD-FILE
           IF NOT HOLD-FILE-OK
              CLOSE HOLD-FILE
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (P-PLACE HOLD, R-RELEASE HOLD, "
                      "L-LIST HOLDS, X-EXIT): "
                      WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-ACCOUNT-HOLDS
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN (ACTION-IS-PLACE OR ACTION-IS-RELEASE)
                      AND NOT CALLER-ROLE-IS-MAINT
                    DISPLAY "PLACING OR RELEASING A HOLD NEEDS THE "
                            "MAINTENANCE ROLE"
                 WHEN ACTION-IS-PLACE
                    PERFORM PLACE-HOLD
                 WHEN ACTION-IS-RELEASE
                    PERFORM RELEASE-HOLD
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           CLOSE HOLD-FILE

           DISPLAY "HOLDMNT: " WS-PLACED-COUNT " PLACED, "
                   WS-RELEASED-COUNT " RELEASED, "
                   WS-EXPIRED-COUNT " MARKED EXPIRED"

           COMPUTE WS-LOG-ACCEPT-COUNT =
              WS-PLACED-COUNT + WS-RELEASED-COUNT
           MOVE WS-EXPIRED-COUNT   TO WS-LOG-READ-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

      *****************************************************************
      * A hold is placed against an open account for a positive
      * amount with a reason the branch can quote back to the
      * customer. The expiry is optional - a court order is held
      * until released, a pending item until the day it clears.
      *****************************************************************
       PLACE-HOLD.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-HOLD-ACCT
           PERFORM VERIFY-HOLD-ACCOUNT

           IF HOLD-ENTRY-IS-OK
              DISPLAY "AMOUNT TO HOLD (9999999.99): "
                      WITH NO ADVANCING
              ACCEPT WS-AMOUNT-ENTRY
              COMPUTE WS-HOLD-AMOUNT =
                 FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
              IF WS-HOLD-AMOUNT = 0
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - AMOUNT " WS-AMOUNT-ENTRY
                         " IS NOT A POSITIVE AMOUNT"
              END-IF
           END-IF

           IF HOLD-ENTRY-IS-OK
              DISPLAY "REASON (E.G. COURT ORDER REFERENCE): "
                      WITH NO ADVANCING
              ACCEPT WS-REASON-ENTRY
              IF WS-REASON-ENTRY = SPACES
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - A HOLD NEEDS A REASON"
              END-IF
           END-IF

           IF HOLD-ENTRY-IS-OK
              DISPLAY "EXPIRY DATE (YYYYMMDD, BLANK = UNTIL "
                      "RELEASED): " WITH NO ADVANCING
              MOVE SPACES TO WS-EXPIRY-ENTRY
              ACCEPT WS-EXPIRY-ENTRY
              IF WS-EXPIRY-ENTRY NOT = SPACES
                 PERFORM VERIFY-EXPIRY-DATE
              END-IF
           END-IF

           IF HOLD-ENTRY-IS-OK
              PERFORM FIND-NEXT-HOLD-SEQ
              INITIALIZE AccountHold
              MOVE WS-HOLD-ACCT    TO HoldAcctNumber
              MOVE WS-NEXT-SEQ     TO HoldSeq
              MOVE WS-HOLD-AMOUNT  TO HoldAmount
              MOVE WS-REASON-ENTRY TO HoldReason
              MOVE WS-OPERATOR-ID  TO HoldPlacedBy
              MOVE WS-RUN-DATE     TO HoldPlacedDate
              MOVE WS-EXPIRY-ENTRY TO HoldExpiry
              SET HOLD-IS-ACTIVE TO TRUE
              WRITE AccountHold
                 INVALID KEY
                    DISPLAY "PLACE FAILED - HOLD " HoldAcctNumber
                            "/" HoldSeq " ALREADY EXISTS"
                 NOT INVALID KEY
                    ADD 1 TO WS-PLACED-COUNT
                    DISPLAY "HOLD " HoldAcctNumber "/" HoldSeq
                            " PLACED"
              END-WRITE
           END-IF.

       VERIFY-HOLD-ACCOUNT.
           MOVE WS-HOLD-ACCT TO AcctNumber
           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              READ ACCOUNT-MASTER
                 INVALID KEY
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - ACCOUNT "
                            WS-HOLD-ACCT " NOT ON MASTER"
                 NOT INVALID KEY
                    IF ACCOUNT-IS-CLOSED
                       MOVE "N" TO WS-ENTRY-OK-FLAG
                       DISPLAY "ENTRY REFUSED - ACCOUNT "
                               WS-HOLD-ACCT " IS CLOSED"
                    END-IF
              END-READ
              CLOSE ACCOUNT-MASTER
           ELSE
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - NO ACCOUNT-MASTER ON FILE"
           END-IF.

       VERIFY-EXPIRY-DATE.
           IF WS-EXPIRY-ENTRY IS NOT NUMERIC
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - EXPIRY " WS-EXPIRY-ENTRY
                      " IS NOT YYYYMMDD"
           ELSE
              MOVE WS-EXP-DD   TO WS-EXP-DAY
              MOVE WS-EXP-MM   TO WS-EXP-MONTH
              MOVE WS-EXP-YYYY TO WS-EXP-YEAR
              CALL "DATEVALID" USING WS-EXP-DAY, WS-EXP-MONTH,
                      WS-EXP-YEAR, DATE-VALID-FLAG
              IF EXPIRY-DATE-IS-INVALID
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - " WS-EXPIRY-ENTRY
                         " IS NOT A CALENDAR DATE"
              ELSE IF WS-EXPIRY-ENTRY < WS-RUN-DATE
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - EXPIRY " WS-EXPIRY-ENTRY
                         " IS ALREADY PAST"
              END-IF
           END-IF.

      *****************************************************************
      * Hold numbers run per account and are never reused - a
      * released or expired hold keeps its number for the record.
      *****************************************************************
       FIND-NEXT-HOLD-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE "N" TO HOLD-EOF-FLAG
           MOVE WS-HOLD-ACCT TO HoldAcctNumber
           MOVE 0 TO HoldSeq
           START HOLD-FILE KEY IS NOT LESS THAN HoldKey
              INVALID KEY
                 SET HOLD-EOF TO TRUE
           END-START
           PERFORM UNTIL HOLD-EOF
              READ HOLD-FILE NEXT RECORD
                 AT END
                    SET HOLD-EOF TO TRUE
                 NOT AT END
                    IF HoldAcctNumber NOT = WS-HOLD-ACCT
                       SET HOLD-EOF TO TRUE
                    ELSE
                       COMPUTE WS-NEXT-SEQ = HoldSeq + 1
                    END-IF
              END-READ
           END-PERFORM.

       RELEASE-HOLD.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-HOLD-ACCT
           DISPLAY "HOLD NUMBER: " WITH NO ADVANCING
           ACCEPT WS-HOLD-SEQ
           MOVE WS-HOLD-ACCT TO HoldAcctNumber
           MOVE WS-HOLD-SEQ  TO HoldSeq
           READ HOLD-FILE
              INVALID KEY
                 DISPLAY "RELEASE FAILED - HOLD " WS-HOLD-ACCT "/"
                         WS-HOLD-SEQ " NOT FOUND"
           END-READ

           IF HOLD-FILE-OK
              PERFORM EXPIRE-HOLD-IF-DUE
              EVALUATE TRUE
                 WHEN HOLD-IS-RELEASED
                    DISPLAY "RELEASE FAILED - HOLD WAS ALREADY "
                            "RELEASED ON " HoldReleasedDate
                 WHEN HOLD-IS-EXPIRED
                    DISPLAY "RELEASE FAILED - HOLD EXPIRED ON "
                            HoldExpiry
                 WHEN OTHER
                    SET HOLD-IS-RELEASED TO TRUE
                    MOVE WS-OPERATOR-ID TO HoldReleasedBy
                    MOVE WS-RUN-DATE    TO HoldReleasedDate
                    REWRITE AccountHold
                       INVALID KEY
                          DISPLAY "RELEASE FAILED - HOLD COULD NOT "
                                  "BE REWRITTEN"
                       NOT INVALID KEY
                          ADD 1 TO WS-RELEASED-COUNT
                          DISPLAY "HOLD " HoldAcctNumber "/" HoldSeq
                                  " RELEASED"
                    END-REWRITE
              END-EVALUATE
           END-IF.

      *****************************************************************
      * Every hold on the account is shown with its state, then the
      * balance the account could spend today. An active hold found
      * past its expiry is marked expired on the way past - the
      * debit checks already stopped counting it.
      *****************************************************************
       LIST-ACCOUNT-HOLDS.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-HOLD-ACCT
           MOVE 0 TO WS-HOLD-LISTED
           MOVE 0 TO WS-HELD-TOTAL
           MOVE "N" TO HOLD-EOF-FLAG
           MOVE WS-HOLD-ACCT TO HoldAcctNumber
           MOVE 0 TO HoldSeq
           START HOLD-FILE KEY IS NOT LESS THAN HoldKey
              INVALID KEY
                 SET HOLD-EOF TO TRUE
           END-START
           PERFORM UNTIL HOLD-EOF
              READ HOLD-FILE NEXT RECORD
                 AT END
                    SET HOLD-EOF TO TRUE
                 NOT AT END
                    IF HoldAcctNumber NOT = WS-HOLD-ACCT
                       SET HOLD-EOF TO TRUE
                    ELSE
                       PERFORM EXPIRE-HOLD-IF-DUE
                       PERFORM DISPLAY-ONE-HOLD
                       IF HOLD-IS-ACTIVE
                          ADD HoldAmount TO WS-HELD-TOTAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HOLD-LISTED = 0
              DISPLAY "NO HOLDS ON ACCOUNT " WS-HOLD-ACCT
           END-IF
           PERFORM DISPLAY-AVAILABLE-BALANCE.

       EXPIRE-HOLD-IF-DUE.
           IF HOLD-IS-ACTIVE
              AND NOT HOLD-HAS-NO-EXPIRY
              AND HoldExpiry < WS-RUN-DATE
              SET HOLD-IS-EXPIRED TO TRUE
              REWRITE AccountHold
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-EXPIRED-COUNT
              END-REWRITE
           END-IF.

       DISPLAY-ONE-HOLD.
           ADD 1 TO WS-HOLD-LISTED
           EVALUATE TRUE
              WHEN HOLD-IS-ACTIVE
                 MOVE "ACTIVE" TO WS-STATUS-TEXT
              WHEN HOLD-IS-RELEASED
                 MOVE "RELEASED" TO WS-STATUS-TEXT
              WHEN HOLD-IS-EXPIRED
                 MOVE "EXPIRED" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE HoldAmount TO WS-DISP-AMOUNT
           DISPLAY "  HOLD " HoldSeq " " WS-STATUS-TEXT " "
                   WS-DISP-AMOUNT " " HoldReason
           IF HOLD-HAS-NO-EXPIRY
              DISPLAY "       PLACED " HoldPlacedDate " BY "
                      HoldPlacedBy " UNTIL RELEASED"
           ELSE
              DISPLAY "       PLACED " HoldPlacedDate " BY "
                      HoldPlacedBy " EXPIRES " HoldExpiry
           END-IF
           IF HOLD-IS-RELEASED
              DISPLAY "       RELEASED " HoldReleasedDate " BY "
                      HoldReleasedBy
           END-IF.

       DISPLAY-AVAILABLE-BALANCE.
           MOVE WS-HOLD-ACCT TO AcctNumber
           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              READ ACCOUNT-MASTER
                 INVALID KEY
                    DISPLAY "ACCOUNT " WS-HOLD-ACCT " NOT ON MASTER"
                 NOT INVALID KEY
                    COMPUTE WS-AVAILABLE = AcctBalance
                       + AcctOverdraft - WS-HELD-TOTAL
                    MOVE AcctBalance TO WS-DISP-BALANCE
                    DISPLAY "  BALANCE       " WS-DISP-BALANCE
                    MOVE AcctOverdraft TO WS-DISP-BALANCE
                    DISPLAY "  OVERDRAFT     " WS-DISP-BALANCE
                    MOVE WS-HELD-TOTAL TO WS-DISP-BALANCE
                    DISPLAY "  HELD          " WS-DISP-BALANCE
                    MOVE WS-AVAILABLE TO WS-DISP-BALANCE
                    DISPLAY "  AVAILABLE     " WS-DISP-BALANCE
              END-READ
              CLOSE ACCOUNT-MASTER
           END-IF.
