      *****************************************************************
      * Program name:    GLACMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the chart-of-accounts
      *                               maintenance program in the
      *                               TXNMAINT style - lists, adds,
      *                               changes, and deletes the
      *                               GLACCTS.DAT ledger accounts
      *                               GLSUMM books to, writes the
      *                               starter chart when there is no
      *                               file, keeps exactly one account
      *                               in each control role, and
      *                               refuses to delete an account the
      *                               ledgers still need
      * 15/10/2026 SINISA ABRAMOVIC  Accept the payroll roles - salary
      *                               expense, payroll tax payable, net
      *                               pay clearing, and a payable per
      *                               deduction type - and add their
      *                               ledgers to the starter chart
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLACMNT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT GL-BALANCE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART.
       01 GL-CHART-RECORD.
           COPY GLACREC.

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  GL-BALANCE.
       01 GL-BALANCE-RECORD.
           COPY GLBLREC.

       WORKING-STORAGE SECTION.
       01 WS-CHART-STATUS          PIC XX VALUE "00".
           88 CHART-FILE-FOUND           VALUE "00".
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND            VALUE "00".
       01 WS-BALANCE-STATUS        PIC XX VALUE "00".
           88 BALANCE-FILE-FOUND         VALUE "00".
       01 CHART-EOF-FLAG           PIC X  VALUE "N".
           88 CHART-EOF                   VALUE "Y".
       01 CODE-EOF-FLAG            PIC X  VALUE "N".
           88 CODE-EOF                    VALUE "Y".
       01 BALANCE-EOF-FLAG         PIC X  VALUE "N".
           88 BALANCE-EOF                 VALUE "Y".

       01 CHART-TABLE.
           02 CHART-ENTRY OCCURS 40.
              03 CH-LEDGER         PIC 9(6).
              03 CH-NAME           PIC X(30).
              03 CH-TYPE           PIC X.
              03 CH-ROLE           PIC X.
       01 CHART-IDX                PIC 99.
       01 CHART-MAX                PIC 99 VALUE 0.
       01 WS-FOUND-IDX             PIC 99 VALUE 0.
       01 WS-ROLE-IDX              PIC 99 VALUE 0.

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-CHANGE            VALUE "C".
           88 ACTION-IS-DELETE            VALUE "D".
           88 ACTION-IS-EXIT              VALUE "X".

       01 WS-ENTRY-LEDGER          PIC X(6)  VALUE SPACES.
       01 WS-ENTRY-LEDGER-NUM REDEFINES WS-ENTRY-LEDGER
                                   PIC 9(6).
       01 WS-ENTRY-NAME            PIC X(30) VALUE SPACES.
       01 WS-ENTRY-TYPE            PIC X     VALUE SPACE.
           88 TYPE-IS-VALID               VALUE "A" "L" "Q" "I" "E".
       01 WS-ENTRY-ROLE            PIC X     VALUE SPACE.
           88 ROLE-IS-VALID               VALUE " " "D" "S" "O" "U"
                                                 "W" "T" "N" "G" "L"
                                                 "P" "X".

      *****************************************************************
      * The ledgers the standard code mapping in GLSUMM books to -
      * deleting one would send every entry on those codes to the
      * unmapped suspense ledger.
      *****************************************************************
       01 WS-PROTECTED-LEDGERS.
           02 FILLER              PIC 9(6) VALUE 100000.
           02 FILLER              PIC 9(6) VALUE 120000.
           02 FILLER              PIC 9(6) VALUE 130000.
           02 FILLER              PIC 9(6) VALUE 200000.
           02 FILLER              PIC 9(6) VALUE 210000.
           02 FILLER              PIC 9(6) VALUE 220000.
           02 FILLER              PIC 9(6) VALUE 290000.
           02 FILLER              PIC 9(6) VALUE 400000.
           02 FILLER              PIC 9(6) VALUE 500000.
       01 WS-PROTECTED-TABLE REDEFINES WS-PROTECTED-LEDGERS.
           02 WS-PROTECTED-LEDGER PIC 9(6) OCCURS 9.
       01 WS-PROTECT-IDX           PIC 99.
       01 WS-DELETE-BLOCK          PIC X(40) VALUE SPACES.

       01 WS-CHANGE-COUNT          PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "GLACMNT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           PERFORM LOAD-CHART-TABLE
           IF CHART-MAX = 0
              PERFORM INIT-STARTER-CHART
              PERFORM SAVE-CHART-TABLE
              DISPLAY "NO CHART OF ACCOUNTS ON FILE - STARTER CHART "
                      "WRITTEN TO GLACCTS.DAT"
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (L-LIST, C-CHANGE/ADD, D-DELETE, "
                      "X-EXIT): " WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-ACCOUNTS
                 WHEN ACTION-IS-CHANGE
                    PERFORM CHANGE-ACCOUNT
                 WHEN ACTION-IS-DELETE
                    PERFORM DELETE-ACCOUNT
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           DISPLAY "GLACMNT: " WS-CHANGE-COUNT " CHANGE(S) APPLIED"

           MOVE CHART-MAX       TO WS-LOG-READ-COUNT
           MOVE WS-CHANGE-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE RETURN-CODE     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           STOP RUN.

       LOAD-CHART-TABLE.
           MOVE 0 TO CHART-MAX
           OPEN INPUT GL-CHART
           IF CHART-FILE-FOUND
              PERFORM UNTIL CHART-EOF
                 READ GL-CHART
                    AT END
                       SET CHART-EOF TO TRUE
                    NOT AT END
                       IF CHART-MAX < 40 AND GLA-LEDGER IS NUMERIC
                          ADD 1 TO CHART-MAX
                          MOVE GLA-LEDGER TO CH-LEDGER(CHART-MAX)
                          MOVE GLA-NAME   TO CH-NAME(CHART-MAX)
                          MOVE GLA-TYPE   TO CH-TYPE(CHART-MAX)
                          MOVE GLA-ROLE   TO CH-ROLE(CHART-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-CHART
           END-IF.

       SAVE-CHART-TABLE.
           OPEN OUTPUT GL-CHART
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-MAX
              INITIALIZE GL-CHART-RECORD WITH FILLER
              MOVE CH-LEDGER(CHART-IDX) TO GLA-LEDGER
              MOVE CH-NAME(CHART-IDX)   TO GLA-NAME
              MOVE CH-TYPE(CHART-IDX)   TO GLA-TYPE
              MOVE CH-ROLE(CHART-IDX)   TO GLA-ROLE
              WRITE GL-CHART-RECORD
           END-PERFORM
           CLOSE GL-CHART.

      *****************************************************************
      * The same starter chart GLSUMM falls back to with no file -
      * deposits, clearing suspense, fee income, and interest
      * expense each on their own ledger, and the payroll expense,
      * clearing and payables PAYROLL hands over to.
      *****************************************************************
       INIT-STARTER-CHART.
           MOVE 18 TO CHART-MAX
           MOVE 100000 TO CH-LEDGER(1)
           MOVE "CASH AND DUE FROM BANKS" TO CH-NAME(1)
           MOVE "A" TO CH-TYPE(1)
           MOVE SPACE TO CH-ROLE(1)
           MOVE 120000 TO CH-LEDGER(2)
           MOVE "LOANS RECEIVABLE" TO CH-NAME(2)
           MOVE "A" TO CH-TYPE(2)
           MOVE SPACE TO CH-ROLE(2)
           MOVE 130000 TO CH-LEDGER(3)
           MOVE "DISPUTED ITEMS RECEIVABLE" TO CH-NAME(3)
           MOVE "A" TO CH-TYPE(3)
           MOVE SPACE TO CH-ROLE(3)
           MOVE 200000 TO CH-LEDGER(4)
           MOVE "CUSTOMER DEPOSITS" TO CH-NAME(4)
           MOVE "L" TO CH-TYPE(4)
           MOVE "D" TO CH-ROLE(4)
           MOVE 210000 TO CH-LEDGER(5)
           MOVE "CLEARING SUSPENSE" TO CH-NAME(5)
           MOVE "L" TO CH-TYPE(5)
           MOVE "S" TO CH-ROLE(5)
           MOVE 220000 TO CH-LEDGER(6)
           MOVE "WITHHOLDING TAX PAYABLE" TO CH-NAME(6)
           MOVE "L" TO CH-TYPE(6)
           MOVE SPACE TO CH-ROLE(6)
           MOVE 290000 TO CH-LEDGER(7)
           MOVE "INTERNAL TRANSFERS IN TRANSIT" TO CH-NAME(7)
           MOVE "L" TO CH-TYPE(7)
           MOVE SPACE TO CH-ROLE(7)
           MOVE 299999 TO CH-LEDGER(8)
           MOVE "UNMAPPED ENTRIES SUSPENSE" TO CH-NAME(8)
           MOVE "L" TO CH-TYPE(8)
           MOVE "U" TO CH-ROLE(8)
           MOVE 300000 TO CH-LEDGER(9)
           MOVE "OPENING BALANCES" TO CH-NAME(9)
           MOVE "Q" TO CH-TYPE(9)
           MOVE "O" TO CH-ROLE(9)
           MOVE 400000 TO CH-LEDGER(10)
           MOVE "FEE INCOME" TO CH-NAME(10)
           MOVE "I" TO CH-TYPE(10)
           MOVE SPACE TO CH-ROLE(10)
           MOVE 500000 TO CH-LEDGER(11)
           MOVE "INTEREST EXPENSE" TO CH-NAME(11)
           MOVE "E" TO CH-TYPE(11)
           MOVE SPACE TO CH-ROLE(11)
           MOVE 230000 TO CH-LEDGER(12)
           MOVE "PAYROLL TAX PAYABLE" TO CH-NAME(12)
           MOVE "L" TO CH-TYPE(12)
           MOVE "T" TO CH-ROLE(12)
           MOVE 240000 TO CH-LEDGER(13)
           MOVE "NET PAY CLEARING" TO CH-NAME(13)
           MOVE "L" TO CH-TYPE(13)
           MOVE "N" TO CH-ROLE(13)
           MOVE 250000 TO CH-LEDGER(14)
           MOVE "GARNISHMENTS PAYABLE" TO CH-NAME(14)
           MOVE "L" TO CH-TYPE(14)
           MOVE "G" TO CH-ROLE(14)
           MOVE 251000 TO CH-LEDGER(15)
           MOVE "STAFF LOAN REPAYMENTS PAYABLE" TO CH-NAME(15)
           MOVE "L" TO CH-TYPE(15)
           MOVE "L" TO CH-ROLE(15)
           MOVE 252000 TO CH-LEDGER(16)
           MOVE "PENSION CONTRIBUTIONS PAYABLE" TO CH-NAME(16)
           MOVE "L" TO CH-TYPE(16)
           MOVE "P" TO CH-ROLE(16)
           MOVE 253000 TO CH-LEDGER(17)
           MOVE "OTHER DEDUCTIONS PAYABLE" TO CH-NAME(17)
           MOVE "L" TO CH-TYPE(17)
           MOVE "X" TO CH-ROLE(17)
           MOVE 510000 TO CH-LEDGER(18)
           MOVE "SALARY EXPENSE" TO CH-NAME(18)
           MOVE "E" TO CH-TYPE(18)
           MOVE "W" TO CH-ROLE(18).

       LIST-ACCOUNTS.
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-MAX
              DISPLAY "  " CH-LEDGER(CHART-IDX) " "
                      CH-NAME(CHART-IDX)
                      " TYPE " CH-TYPE(CHART-IDX)
                      " ROLE " CH-ROLE(CHART-IDX)
           END-PERFORM
           DISPLAY "  TYPES A-ASSET L-LIABILITY Q-EQUITY I-INCOME "
                   "E-EXPENSE"
           DISPLAY "  ROLES D-DEPOSITS CONTROL S-CLEARING SUSPENSE "
                   "O-OPENING BALANCES U-UNMAPPED SUSPENSE"
           DISPLAY "  PAYROLL W-SALARY EXPENSE T-TAX PAYABLE "
                   "N-NET PAY CLEARING G-GARNISHMENTS"
           DISPLAY "          L-STAFF LOANS P-PENSION X-OTHER "
                   "DEDUCTIONS".

       FIND-ACCOUNT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-MAX
              IF CH-LEDGER(CHART-IDX) = WS-ENTRY-LEDGER-NUM
                 MOVE CHART-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.

       CHANGE-ACCOUNT.
           DISPLAY "LEDGER ACCOUNT (6 DIGITS): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-LEDGER
           DISPLAY "ACCOUNT NAME: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY "TYPE (A, L, Q, I, E): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-TYPE
           DISPLAY "ROLE (D, S, O, U, W, T, N, G, L, P, X, "
                   "BLANK - NONE): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ROLE

           EVALUATE TRUE
              WHEN WS-ENTRY-LEDGER IS NOT NUMERIC
                 OR WS-ENTRY-LEDGER-NUM = 0
                 DISPLAY "CHANGE REFUSED - LEDGER ACCOUNT "
                         WS-ENTRY-LEDGER " IS NOT SIX DIGITS"
              WHEN WS-ENTRY-NAME = SPACES
                 DISPLAY "CHANGE REFUSED - ACCOUNT NAME IS BLANK"
              WHEN NOT TYPE-IS-VALID
                 DISPLAY "CHANGE REFUSED - TYPE " WS-ENTRY-TYPE
                         " IS NOT A, L, Q, I, OR E"
              WHEN NOT ROLE-IS-VALID
                 DISPLAY "CHANGE REFUSED - ROLE " WS-ENTRY-ROLE
                         " IS NOT A LISTED ROLE OR BLANK"
              WHEN OTHER
                 PERFORM APPLY-ACCOUNT-CHANGE
           END-EVALUATE.

      *****************************************************************
      * Each control role is held by exactly one account - giving a
      * role to an account takes it from the account that had it,
      * and the holder cannot simply drop it.
      *****************************************************************
       APPLY-ACCOUNT-CHANGE.
           PERFORM FIND-ACCOUNT
           IF WS-FOUND-IDX > 0
              AND CH-ROLE(WS-FOUND-IDX) NOT = SPACE
              AND CH-ROLE(WS-FOUND-IDX) NOT = WS-ENTRY-ROLE
              DISPLAY "CHANGE REFUSED - ROLE " CH-ROLE(WS-FOUND-IDX)
                      " MUST STAY ON " WS-ENTRY-LEDGER
                      " UNTIL ANOTHER ACCOUNT IS GIVEN IT"
              MOVE 0 TO WS-FOUND-IDX
           ELSE
              IF WS-FOUND-IDX = 0
                 IF CHART-MAX >= 40
                    DISPLAY "CHART OF ACCOUNTS FULL - ADD REFUSED"
                 ELSE
                    ADD 1 TO CHART-MAX
                    MOVE CHART-MAX TO WS-FOUND-IDX
                 END-IF
              END-IF
           END-IF
           IF WS-FOUND-IDX > 0
              IF WS-ENTRY-ROLE NOT = SPACE
                 PERFORM TAKE-ROLE-FROM-HOLDER
              END-IF
              MOVE WS-ENTRY-LEDGER-NUM TO CH-LEDGER(WS-FOUND-IDX)
              MOVE WS-ENTRY-NAME       TO CH-NAME(WS-FOUND-IDX)
              MOVE WS-ENTRY-TYPE       TO CH-TYPE(WS-FOUND-IDX)
              MOVE WS-ENTRY-ROLE       TO CH-ROLE(WS-FOUND-IDX)
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-CHART-TABLE
              DISPLAY "LEDGER ACCOUNT " WS-ENTRY-LEDGER " SET"
           END-IF.

       TAKE-ROLE-FROM-HOLDER.
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > CHART-MAX
              IF CH-ROLE(WS-ROLE-IDX) = WS-ENTRY-ROLE
                 AND WS-ROLE-IDX NOT = WS-FOUND-IDX
                 MOVE SPACE TO CH-ROLE(WS-ROLE-IDX)
                 DISPLAY "ROLE " WS-ENTRY-ROLE " MOVED FROM "
                         CH-LEDGER(WS-ROLE-IDX)
              END-IF
           END-PERFORM.

      *****************************************************************
      * An account may only leave the chart when nothing books to it
      * any more - no control role, no code mapped to it, not in the
      * standard mapping, and a zero balance on GLBAL.DAT.
      *****************************************************************
       DELETE-ACCOUNT.
           DISPLAY "LEDGER ACCOUNT (6 DIGITS): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-LEDGER

           MOVE SPACES TO WS-DELETE-BLOCK
           IF WS-ENTRY-LEDGER IS NOT NUMERIC
              MOVE "NOT A SIX-DIGIT LEDGER ACCOUNT"
                   TO WS-DELETE-BLOCK
           ELSE
              PERFORM FIND-ACCOUNT
              IF WS-FOUND-IDX = 0
                 MOVE "NOT ON THE CHART OF ACCOUNTS"
                      TO WS-DELETE-BLOCK
              END-IF
           END-IF
           IF WS-DELETE-BLOCK = SPACES
              IF CH-ROLE(WS-FOUND-IDX) NOT = SPACE
                 MOVE "IT HOLDS A CONTROL ROLE" TO WS-DELETE-BLOCK
              END-IF
           END-IF
           IF WS-DELETE-BLOCK = SPACES
              PERFORM VARYING WS-PROTECT-IDX FROM 1 BY 1
                      UNTIL WS-PROTECT-IDX > 9
                 IF WS-PROTECTED-LEDGER(WS-PROTECT-IDX)
                    = WS-ENTRY-LEDGER-NUM
                    MOVE "THE STANDARD CODE MAPPING BOOKS TO IT"
                         TO WS-DELETE-BLOCK
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DELETE-BLOCK = SPACES
              PERFORM CHECK-LEDGER-MAPPED
           END-IF
           IF WS-DELETE-BLOCK = SPACES
              PERFORM CHECK-LEDGER-BALANCE
           END-IF

           IF WS-DELETE-BLOCK NOT = SPACES
              DISPLAY "DELETE REFUSED - " WS-DELETE-BLOCK
           ELSE
              PERFORM VARYING CHART-IDX FROM WS-FOUND-IDX BY 1
                      UNTIL CHART-IDX >= CHART-MAX
                 MOVE CHART-ENTRY(CHART-IDX + 1)
                      TO CHART-ENTRY(CHART-IDX)
              END-PERFORM
              SUBTRACT 1 FROM CHART-MAX
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-CHART-TABLE
              DISPLAY "LEDGER ACCOUNT " WS-ENTRY-LEDGER " DELETED"
           END-IF.

       CHECK-LEDGER-MAPPED.
           MOVE "N" TO CODE-EOF-FLAG
           OPEN INPUT TXN-CODE-FILE
           IF CODE-FILE-FOUND
              PERFORM UNTIL CODE-EOF
                 READ TXN-CODE-FILE
                    AT END
                       SET CODE-EOF TO TRUE
                    NOT AT END
                       IF TXC-DEBIT-LEDGER = WS-ENTRY-LEDGER
                          OR TXC-CREDIT-LEDGER = WS-ENTRY-LEDGER
                          MOVE "A TRANSACTION CODE IS MAPPED TO IT"
                               TO WS-DELETE-BLOCK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TXN-CODE-FILE
           END-IF.

       CHECK-LEDGER-BALANCE.
           MOVE "N" TO BALANCE-EOF-FLAG
           OPEN INPUT GL-BALANCE
           IF BALANCE-FILE-FOUND
              PERFORM UNTIL BALANCE-EOF
                 READ GL-BALANCE
                    AT END
                       SET BALANCE-EOF TO TRUE
                    NOT AT END
                       IF GLB-LEDGER = WS-ENTRY-LEDGER-NUM
                          AND GLB-CLOSING IS NUMERIC
                          AND GLB-CLOSING NOT = 0
                          MOVE "IT STILL CARRIES A BALANCE"
                               TO WS-DELETE-BLOCK
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-BALANCE
           END-IF.
