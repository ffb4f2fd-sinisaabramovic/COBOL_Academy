      *****************************************************************
      * Program name:    TELLER
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the teller counter
      *                               behind the new MAINMENU option -
      *                               opens the teller's cash drawer
      *                               for the business day with its
      *                               float, takes a cash DEPOSIT or
      *                               pays a cash WITHDRW against
      *                               ACCTMAST.DAT at once under the
      *                               ACCTPOST posting rules, prints a
      *                               receipt to TELLRCPT.OUT, keeps
      *                               the drawer on TELLDRWR.DAT, and
      *                               at end of shift takes the count
      *                               by denomination and writes the
      *                               drawer's over/short to
      *                               TELLDRWR.RPT for the supervisor;
      *                               needs the teller role
      * 15/10/2026 SINISA ABRAMOVIC  The journal is now indexed and
      *                               written by key; no entry is taken
      *                               while the business date falls in a
      *                               month JRNLCLOS has sealed
      * 15/10/2026 SINISA ABRAMOVIC  The drawer is base-currency cash -
      *                               an account held in another
      *                               currency is declined 87 at the
      *                               counter, and counter entries are
      *                               journalled in the base currency
      * 15/10/2026 SINISA ABRAMOVIC  Cash out of a term deposit inside
      *                               its term is declined 89, or pays
      *                               the product's early withdrawal
      *                               penalty as a linked TDPENAL debit,
      *                               as in ACCTPOST
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TELLER.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE ASSIGN TO "TELLDRWR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DrwKey
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               ALTERNATE RECORD KEY IS JRNL-REFERENCE
               ALTERNATE RECORD KEY IS JRNL-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS JRNL-LINKED-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT TERM-DEPOSITS ASSIGN TO "TDEPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TdAcctNumber
               FILE STATUS IS WS-TDEPMAST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ProductCode
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "TELLRCPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
           SELECT DRAWER-RPT ASSIGN TO "TELLDRWR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
       01 CashDrawer.
           COPY DRWRREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  ACCT-JOURNAL.
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.

       FD  TERM-DEPOSITS.
       01 TermDeposit.
           COPY TDEPREC.

       FD  PRODUCT-FILE.
       01 Product.
           COPY PRODREC.

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  RECEIPT-FILE.
       01 RECEIPT-RECORD           PIC X(50).

       FD  DRAWER-RPT.
       01 DRAWER-RPT-RECORD        PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-DRAWER-STATUS         PIC XX VALUE "00".
           88 DRAWER-FILE-OK                  VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-JOURNAL-STATUS        PIC XX VALUE "00".
           88 JOURNAL-FILE-EXISTS             VALUE "00".
       01 WS-SEALED-PERIOD         PIC X(6).
       01 WS-TDEPMAST-STATUS       PIC XX VALUE "00".
           88 TDEPMAST-OK                     VALUE "00".
       01 WS-PRODUCT-STATUS        PIC XX VALUE "00".
           88 PRODUCT-OK                      VALUE "00".
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND                 VALUE "00".
       01 CODE-EOF-FLAG            PIC X  VALUE "N".
           88 CODE-EOF                        VALUE "Y".
       01 WS-RECEIPT-STATUS        PIC XX VALUE "00".
           88 RECEIPT-FILE-NOT-FOUND          VALUE "35".
       01 WS-DRAWER-RPT-STATUS     PIC XX VALUE "00".
           88 DRAWER-RPT-NOT-FOUND            VALUE "35".

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-OPEN              VALUE "O".
           88 ACTION-IS-DEPOSIT           VALUE "D".
           88 ACTION-IS-WITHDRAW          VALUE "W".
           88 ACTION-IS-SHOW              VALUE "S".
           88 ACTION-IS-BALANCE           VALUE "B".
           88 ACTION-IS-EXIT              VALUE "X".

       01 WS-DRAWER-FOUND-FLAG     PIC X  VALUE "N".
           88 DRAWER-WAS-FOUND            VALUE "Y".
       01 WS-ENTRY-OK-FLAG         PIC X  VALUE "Y".
           88 TELLER-ENTRY-IS-OK          VALUE "Y".
       01 WS-CONFIRM-ANSWER        PIC X  VALUE SPACE.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TELL-ACCT             PIC 9(7).
       01 WS-TELL-TXN-CODE         PIC X(7).
       01 WS-TELL-AMOUNT           PIC 9(7)V99.
       01 WS-AMOUNT-WHOLE          PIC 9(7).
       01 WS-TELL-BALANCE          PIC S9(7)V99.
       01 WS-AMOUNT-ENTRY          PIC X(10) VALUE SPACES.
       01 WS-COUNT-ENTRY           PIC X(5)  VALUE SPACES.
       01 WS-DRAWER-CASH           PIC S9(9)V99.
       01 WS-EXPECTED-CASH         PIC S9(9)V99.
       01 WS-COUNTED-CASH          PIC 9(9)V99.
       01 WS-OVER-SHORT            PIC S9(9)V99.
       01 WS-DENOM-AMOUNT          PIC 9(9)V99.
       01 WS-COUNT-PIECES          PIC 9(5).
       01 WS-BALANCE-WORDS         PIC X(8).

      *****************************************************************
      * The denominations counted at end of shift, largest first -
      * notes down to the one-unit coin, then the fractional coins.
      *****************************************************************
       01 WS-DENOM-VALUES.
           02 FILLER               PIC 9(3)V99 VALUE 100.00.
           02 FILLER               PIC 9(3)V99 VALUE 050.00.
           02 FILLER               PIC 9(3)V99 VALUE 020.00.
           02 FILLER               PIC 9(3)V99 VALUE 010.00.
           02 FILLER               PIC 9(3)V99 VALUE 005.00.
           02 FILLER               PIC 9(3)V99 VALUE 002.00.
           02 FILLER               PIC 9(3)V99 VALUE 001.00.
           02 FILLER               PIC 9(3)V99 VALUE 000.50.
           02 FILLER               PIC 9(3)V99 VALUE 000.25.
           02 FILLER               PIC 9(3)V99 VALUE 000.10.
           02 FILLER               PIC 9(3)V99 VALUE 000.05.
           02 FILLER               PIC 9(3)V99 VALUE 000.01.
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           02 WS-DENOM-VALUE       PIC 9(3)V99 OCCURS 12.
       01 WS-DENOM-IDX             PIC 99.
       01 WS-COUNT-PIECES-TABLE.
           02 WS-DENOM-PIECES      PIC 9(5) OCCURS 12.

       01 WS-TXN-ARG1              PIC X(7).
       01 WS-TXN-ARG2              PIC X(7).
       01 WS-TXN-ARG3              PIC XX.
           88 TXN-STATUS-OK              VALUE "00".
       01 WS-TXN-ARG4              PIC X(7) VALUE SPACES.
       01 WS-TXN-ARG5              PIC X.
       01 WS-CODE-STATUS           PIC XX.
           88 CODE-CHECK-PASSED          VALUE "00".
       01 WS-CODE-VALID-FLAG       PIC X  VALUE "N".
           88 POSTING-CODE-IS-VALID      VALUE "Y".
       01 WS-POSTING-DIRECTION     PIC X  VALUE SPACE.
           88 POSTING-MONEY-IN           VALUE "C".
       01 RULE-CODE-TABLE.
           02 RULE-CODE-ENTRY OCCURS 30.
              03 RLC-CODE          PIC X(7).
              03 RLC-DIRECTION     PIC X.
              03 RLC-HAS-AMOUNT    PIC X.
       01 RULE-CODE-IDX            PIC 99.
       01 RULE-CODE-MAX            PIC 99 VALUE 0.
       01 WS-RULE-SLOT             PIC 99 VALUE 0.

       01 WS-FUNDS-OK-FLAG         PIC X  VALUE "Y".
           88 DEBIT-FUNDS-OK             VALUE "Y".
           88 DEBIT-BOUNCES              VALUE "N".
       01 WS-BOUNCE-STATUS         PIC XX VALUE "70".
       01 WS-HELD-TOTAL            PIC 9(9)V99.
       01 WS-FUNDS-LINE            PIC S9(9)V99.
       01 WS-APPROVAL-LIMIT        PIC 9(7)V99 VALUE 0.
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 WS-JRNL-REF              PIC 9(9) VALUE 0.
       01 WS-TELL-DISPOSITION      PIC X(8).

      *****************************************************************
      * Cash out of a term deposit inside its term is refused 89, or
      * carries the product's early-withdrawal penalty, exactly as
      * ACCTPOST treats a debit on the deposit.
      *****************************************************************
       01 WS-TERM-CHECK-FLAG       PIC X  VALUE "N".
           88 TERM-DEPOSIT-LOCKED         VALUE "L".
           88 TERM-PENALTY-DUE            VALUE "P".
       01 WS-TERM-MATURITY         PIC X(8).
       01 WS-TERM-PENALTY          PIC 9(7)V99 VALUE 0.
       01 WS-WITHDRAW-REF          PIC 9(9) VALUE 0.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND          VALUE "Y".

       01 WS-RECEIPT-LINE          PIC X(50).
       01 WS-RPT-LINE              PIC X(70).
       01 WS-DISP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-SIGNED           PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-DENOM            PIC ZZ9.99.
       01 WS-DISP-PIECES           PIC ZZZZ9.
       01 WS-DISP-COUNT            PIC ZZZZ9.

       01 WS-POSTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-DECLINED-COUNT        PIC 9(5) VALUE 0.
       01 WS-TRY-COUNT             PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "TELLER".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LOperator-Role           PIC X.
           88 CALLER-ROLE-IS-TELLER       VALUE "T".

       PROCEDURE DIVISION USING LOperator-Role.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           IF CALLER-ROLE-IS-TELLER
              PERFORM RUN-TELLER-COUNTER
           ELSE
              DISPLAY "THE TELLER COUNTER NEEDS THE TELLER ROLE"
           END-IF

           MOVE WS-TRY-COUNT       TO WS-LOG-READ-COUNT
           MOVE WS-POSTED-COUNT    TO WS-LOG-ACCEPT-COUNT
           MOVE WS-DECLINED-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

      *****************************************************************
      * A teller works one drawer per business day. The code rules
      * and the approval limit are the ones ACCTPOST posts under, so
      * money taken at the counter moves exactly as a batch DEPOSIT
      * or WITHDRW would.
      *****************************************************************
       RUN-TELLER-COUNTER.
           CALL "GETRUNDT" USING WS-RUN-DATE
           CALL "GETOPER" USING WS-OPERATOR-ID
           CALL "GETJSEAL" USING WS-SEALED-PERIOD
           PERFORM LOAD-CODE-RULES
           IF RULE-CODE-MAX = 0
              PERFORM INIT-CODE-RULES
           END-IF
           PERFORM LOAD-APPROVAL-LIMIT
           PERFORM LOAD-BASE-CURRENCY
           MOVE SPACE TO WS-ACTION-CODE

           OPEN I-O DRAWER-FILE
           IF NOT DRAWER-FILE-OK
              CLOSE DRAWER-FILE
              OPEN OUTPUT DRAWER-FILE
              CLOSE DRAWER-FILE
              OPEN I-O DRAWER-FILE
           END-IF
           PERFORM READ-TODAYS-DRAWER
           IF DRAWER-WAS-FOUND
              PERFORM SHOW-DRAWER
           ELSE
              DISPLAY "NO DRAWER OPEN FOR " WS-OPERATOR-ID " ON "
                      WS-RUN-DATE " - OPEN ONE WITH ITS FLOAT"
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (O-OPEN DRAWER, D-DEPOSIT, "
                      "W-WITHDRAWAL, S-SHOW DRAWER, B-BALANCE "
                      "DRAWER, X-EXIT): "
                      WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-OPEN
                    PERFORM OPEN-CASH-DRAWER
                 WHEN ACTION-IS-DEPOSIT
                    MOVE "DEPOSIT" TO WS-TELL-TXN-CODE
                    PERFORM TAKE-CASH-TRANSACTION
                 WHEN ACTION-IS-WITHDRAW
                    MOVE "WITHDRW" TO WS-TELL-TXN-CODE
                    PERFORM TAKE-CASH-TRANSACTION
                 WHEN ACTION-IS-SHOW
                    PERFORM READ-TODAYS-DRAWER
                    IF DRAWER-WAS-FOUND
                       PERFORM SHOW-DRAWER
                    ELSE
                       DISPLAY "NO DRAWER OPEN TODAY"
                    END-IF
                 WHEN ACTION-IS-BALANCE
                    PERFORM BALANCE-CASH-DRAWER
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           CLOSE DRAWER-FILE

           DISPLAY "TELLER: " WS-POSTED-COUNT " POSTED, "
                   WS-DECLINED-COUNT " DECLINED".

       READ-TODAYS-DRAWER.
           MOVE "N" TO WS-DRAWER-FOUND-FLAG
           MOVE WS-OPERATOR-ID TO DrwTellerID
           MOVE WS-RUN-DATE    TO DrwDate
           READ DRAWER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET DRAWER-WAS-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * The float is the cash the drawer starts the day with - it is
      * entered once, and a drawer already opened today stays as it
      * is.
      *****************************************************************
       OPEN-CASH-DRAWER.
           PERFORM READ-TODAYS-DRAWER
           IF DRAWER-WAS-FOUND
              DISPLAY "DRAWER ALREADY OPENED FOR " WS-OPERATOR-ID
                      " ON " WS-RUN-DATE
           ELSE
              DISPLAY "OPENING FLOAT (9999999.99): "
                      WITH NO ADVANCING
              ACCEPT WS-AMOUNT-ENTRY
              INITIALIZE CashDrawer
              MOVE WS-OPERATOR-ID TO DrwTellerID
              MOVE WS-RUN-DATE    TO DrwDate
              COMPUTE DrwOpenFloat = FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
              MOVE 0 TO DrwOverShort
              SET DRAWER-IS-OPEN TO TRUE
              WRITE CashDrawer
                 INVALID KEY
                    DISPLAY "OPEN FAILED - DRAWER " DrwTellerID "/"
                            DrwDate " ALREADY EXISTS"
                 NOT INVALID KEY
                    MOVE DrwOpenFloat TO WS-DISP-AMOUNT
                    DISPLAY "DRAWER OPENED WITH FLOAT " WS-DISP-AMOUNT
              END-WRITE
           END-IF.

      *****************************************************************
      * The counter takes cash in and pays cash out only while the
      * drawer is open. A withdrawal the drawer cannot pay, or any
      * amount over the APPROVAL-LIMIT parameter, is turned away
      * before anything is posted - a large movement is a matter for
      * a supervisor, not the counter.
      *****************************************************************
       TAKE-CASH-TRANSACTION.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           PERFORM READ-TODAYS-DRAWER
           EVALUATE TRUE
              WHEN NOT DRAWER-WAS-FOUND
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "NO DRAWER OPEN TODAY - OPEN ONE FIRST"
              WHEN DRAWER-IS-BALANCED
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DRAWER IS ALREADY BALANCED FOR THE DAY"
              WHEN WS-SEALED-PERIOD NOT = SPACES
                   AND WS-RUN-DATE(1:6) NOT > WS-SEALED-PERIOD
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "JOURNAL MONTH " WS-SEALED-PERIOD
                         " IS SEALED - NO ENTRY CAN BE TAKEN"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF TELLER-ENTRY-IS-OK
              DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
              ACCEPT WS-TELL-ACCT
              DISPLAY "CASH AMOUNT (9999999.99): " WITH NO ADVANCING
              ACCEPT WS-AMOUNT-ENTRY
              COMPUTE WS-TELL-AMOUNT =
                 FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
              PERFORM COMPUTE-DRAWER-CASH
              EVALUATE TRUE
                 WHEN WS-TELL-AMOUNT = 0
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - AMOUNT " WS-AMOUNT-ENTRY
                            " IS NOT A POSITIVE AMOUNT"
                 WHEN WS-APPROVAL-LIMIT > 0
                      AND WS-TELL-AMOUNT > WS-APPROVAL-LIMIT
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - AMOUNT IS OVER THE "
                            "APPROVAL LIMIT - REFER TO A SUPERVISOR"
                 WHEN WS-TELL-TXN-CODE = "WITHDRW"
                      AND WS-TELL-AMOUNT > WS-DRAWER-CASH
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - NOT ENOUGH CASH IN THE "
                            "DRAWER TO PAY OUT"
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF TELLER-ENTRY-IS-OK
              ADD 1 TO WS-TRY-COUNT
              PERFORM POST-TELLER-TRANSACTION
           END-IF.

      *****************************************************************
      * The same path ACCTPOST takes for a single-leg transaction -
      * PROGRAM03 and the code rules pass the code, PROGRAM06 passes
      * the account, and a debit must fit the available balance after
      * holds. A decline is journalled as ACCTPOST journals one, but
      * the counter charges no NSF fee - the customer is standing
      * there and is simply told no.
      *****************************************************************
       POST-TELLER-TRANSACTION.
           MOVE "DECLINED" TO WS-TELL-DISPOSITION
           MOVE WS-TELL-ACCT     TO WS-TXN-ARG1
           MOVE WS-TELL-AMOUNT   TO WS-AMOUNT-WHOLE
           MOVE WS-AMOUNT-WHOLE  TO WS-TXN-ARG2
           MOVE SPACES           TO WS-TXN-ARG4

           PERFORM VALIDATE-POSTING-CODE
           IF NOT POSTING-CODE-IS-VALID
              MOVE "10" TO WS-TXN-ARG3
           ELSE
              MOVE WS-POSTING-DIRECTION TO WS-TXN-ARG5
              CALL "PROGRAM06" USING WS-TXN-ARG1 WS-TXN-ARG2
                      WS-TXN-ARG3 WS-TXN-ARG4 WS-TXN-ARG5
              IF TXN-STATUS-OK
                 PERFORM APPLY-TELLER-AMOUNT
              END-IF
           END-IF

           IF WS-TELL-DISPOSITION = "POSTED"
              ADD 1 TO WS-POSTED-COUNT
              PERFORM UPDATE-CASH-DRAWER
              PERFORM PRINT-TELLER-RECEIPT
           ELSE
              ADD 1 TO WS-DECLINED-COUNT
              MOVE ZERO TO WS-TELL-BALANCE
              PERFORM WRITE-TELLER-JOURNAL
              DISPLAY "TRANSACTION DECLINED - " WS-TELL-TXN-CODE
                      " FOR " WS-TELL-ACCT " STATUS " WS-TXN-ARG3
                      " - NO CASH TO CHANGE HANDS"
           END-IF.

       APPLY-TELLER-AMOUNT.
           MOVE "N" TO WS-TERM-CHECK-FLAG
           MOVE 0 TO WS-TERM-PENALTY
           OPEN I-O ACCOUNT-MASTER
           IF NOT ACCTMAST-OK
              MOVE "40" TO WS-TXN-ARG3
           ELSE
              MOVE WS-TELL-ACCT TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    MOVE "20" TO WS-TXN-ARG3
              END-READ
              IF ACCTMAST-OK
                 AND AcctCurrency NOT = SPACES
                 AND AcctCurrency NOT = WS-BASE-CURRENCY
                 MOVE "87" TO WS-TXN-ARG3
              END-IF
              IF ACCTMAST-OK AND TXN-STATUS-OK
                 IF POSTING-MONEY-IN
                    ADD WS-TELL-AMOUNT TO AcctBalance
                    PERFORM REWRITE-TELLER-BALANCE
                 ELSE
                    PERFORM CHECK-TERM-DEPOSIT
                    IF TERM-DEPOSIT-LOCKED
                       MOVE "89" TO WS-TXN-ARG3
                       DISPLAY "TERM DEPOSIT DOES NOT MATURE UNTIL "
                               WS-TERM-MATURITY
                    ELSE
                       PERFORM CHECK-DEBIT-FUNDS
                       IF DEBIT-FUNDS-OK
                          SUBTRACT WS-TELL-AMOUNT FROM AcctBalance
                          SUBTRACT WS-TERM-PENALTY FROM AcctBalance
                          PERFORM REWRITE-TELLER-BALANCE
                       ELSE
                          MOVE WS-BOUNCE-STATUS TO WS-TXN-ARG3
                       END-IF
                    END-IF
                 END-IF
              END-IF
              CLOSE ACCOUNT-MASTER
           END-IF.

       REWRITE-TELLER-BALANCE.
           REWRITE Account
              INVALID KEY
                 MOVE "40" TO WS-TXN-ARG3
              NOT INVALID KEY
                 MOVE "POSTED" TO WS-TELL-DISPOSITION
                 COMPUTE WS-TELL-BALANCE =
                    AcctBalance + WS-TERM-PENALTY
                 PERFORM WRITE-TELLER-JOURNAL
                 IF WS-TERM-PENALTY > 0
                    MOVE WS-JRNL-REF TO WS-WITHDRAW-REF
                    MOVE AcctBalance TO WS-TELL-BALANCE
                    PERFORM WRITE-PENALTY-JOURNAL
                 END-IF
           END-REWRITE.

      *****************************************************************
      * Only a deposit still inside its term is checked - once it has
      * matured the money is the customer's to take. Before then it
      * is locked, unless its product charges the penalty instead;
      * a product gone from the catalog leaves the deposit locked.
      *****************************************************************
       CHECK-TERM-DEPOSIT.
           OPEN INPUT TERM-DEPOSITS
           IF TDEPMAST-OK
              MOVE WS-TELL-ACCT TO TdAcctNumber
              READ TERM-DEPOSITS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TdMaturityDate TO WS-TERM-MATURITY
                    IF TD-IS-ACTIVE
                       AND TdMaturityDate > WS-RUN-DATE
                       SET TERM-DEPOSIT-LOCKED TO TRUE
                       PERFORM RESOLVE-EARLY-PENALTY
                    END-IF
              END-READ
              CLOSE TERM-DEPOSITS
           END-IF.

       RESOLVE-EARLY-PENALTY.
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-OK
              MOVE TdProduct TO ProductCode
              READ PRODUCT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PRODUCT-CHARGES-EARLY
                       AND ProductPenaltyRate IS NUMERIC
                       SET TERM-PENALTY-DUE TO TRUE
                       COMPUTE WS-TERM-PENALTY ROUNDED =
                          WS-TELL-AMOUNT * ProductPenaltyRate
                    END-IF
              END-READ
              CLOSE PRODUCT-FILE
           END-IF.

      *****************************************************************
      * A debit is good while it fits inside the balance plus the
      * agreed overdraft, less the active holds and liens - 71 rather
      * than 70 when only the holds stop it, as in ACCTPOST. An
      * early withdrawal from a term deposit must leave room for its
      * penalty as well.
      *****************************************************************
       CHECK-DEBIT-FUNDS.
           MOVE "Y" TO WS-FUNDS-OK-FLAG
           MOVE "70" TO WS-BOUNCE-STATUS
           CALL "GETHOLDS" USING AcctNumber WS-HELD-TOTAL
           COMPUTE WS-FUNDS-LINE = AcctBalance + AcctOverdraft
           IF WS-TELL-AMOUNT + WS-TERM-PENALTY
              > WS-FUNDS-LINE - WS-HELD-TOTAL
              SET DEBIT-BOUNCES TO TRUE
              IF WS-TELL-AMOUNT + WS-TERM-PENALTY
                 NOT > WS-FUNDS-LINE
                 MOVE "71" TO WS-BOUNCE-STATUS
              END-IF
           END-IF.

      *****************************************************************
      * Counter entries go on the shared journal with the teller as
      * operator and a GETJREF reference, so statements, the GL
      * summary and forward recovery see them like any other posting.
      * The drawer holds base-currency cash only, so every counter
      * entry is in the base currency - an account held in another
      * currency is declined 87 at the counter.
      *****************************************************************
       WRITE-TELLER-JOURNAL.
           OPEN I-O ACCT-JOURNAL
           IF NOT JOURNAL-FILE-EXISTS
              CLOSE ACCT-JOURNAL
              OPEN OUTPUT ACCT-JOURNAL
              CLOSE ACCT-JOURNAL
              OPEN I-O ACCT-JOURNAL
           END-IF
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-RUN-DATE         TO JRNL-DATE
           MOVE WS-TELL-ACCT        TO JRNL-ACCT-NUMBER
           MOVE WS-TELL-TXN-CODE    TO JRNL-TXN-CODE
           MOVE WS-TELL-AMOUNT      TO JRNL-AMOUNT
           MOVE WS-BASE-CURRENCY    TO JRNL-CURRENCY
           MOVE WS-TXN-ARG3         TO JRNL-STATUS
           MOVE WS-TELL-DISPOSITION TO JRNL-DISPOSITION
           MOVE WS-TELL-BALANCE     TO JRNL-BALANCE-AFTER
           MOVE WS-OPERATOR-ID      TO JRNL-OPERATOR
           CALL "GETJREF" USING WS-JRNL-REF
           MOVE WS-JRNL-REF         TO JRNL-REFERENCE
           WRITE ACCT-JOURNAL-RECORD
              INVALID KEY
                 DISPLAY "JOURNAL REFERENCE " WS-JRNL-REF
                         " NOT WRITTEN - STATUS " WS-JOURNAL-STATUS
           END-WRITE
           CLOSE ACCT-JOURNAL.

      *****************************************************************
      * The penalty is its own TDPENAL debit linked to the withdrawal
      * it was charged on, as ACCTPOST journals it.
      *****************************************************************
       WRITE-PENALTY-JOURNAL.
           OPEN I-O ACCT-JOURNAL
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-RUN-DATE         TO JRNL-DATE
           MOVE WS-TELL-ACCT        TO JRNL-ACCT-NUMBER
           MOVE "TDPENAL"           TO JRNL-TXN-CODE
           MOVE WS-TERM-PENALTY     TO JRNL-AMOUNT
           MOVE WS-BASE-CURRENCY    TO JRNL-CURRENCY
           MOVE "00"                TO JRNL-STATUS
           MOVE "POSTED"            TO JRNL-DISPOSITION
           MOVE WS-TELL-BALANCE     TO JRNL-BALANCE-AFTER
           MOVE WS-OPERATOR-ID      TO JRNL-OPERATOR
           MOVE WS-WITHDRAW-REF     TO JRNL-LINKED-REF
           CALL "GETJREF" USING WS-JRNL-REF
           MOVE WS-JRNL-REF         TO JRNL-REFERENCE
           WRITE ACCT-JOURNAL-RECORD
              INVALID KEY
                 DISPLAY "JOURNAL REFERENCE " WS-JRNL-REF
                         " NOT WRITTEN - STATUS " WS-JOURNAL-STATUS
           END-WRITE
           CLOSE ACCT-JOURNAL
           MOVE WS-WITHDRAW-REF     TO WS-JRNL-REF.

       UPDATE-CASH-DRAWER.
           PERFORM READ-TODAYS-DRAWER
           IF DRAWER-WAS-FOUND
              IF WS-TELL-TXN-CODE = "DEPOSIT"
                 ADD 1 TO DrwDepositCount
                 ADD WS-TELL-AMOUNT TO DrwDepositTotal
              ELSE
                 ADD 1 TO DrwWithdrawCount
                 ADD WS-TELL-AMOUNT TO DrwWithdrawTotal
              END-IF
              REWRITE CashDrawer
                 INVALID KEY
                    DISPLAY "DRAWER " DrwTellerID "/" DrwDate
                            " COULD NOT BE UPDATED"
              END-REWRITE
           END-IF.

      *****************************************************************
      * The receipt is shown on the counter screen and appended to
      * TELLRCPT.OUT for the receipt printer.
      *****************************************************************
       PRINT-TELLER-RECEIPT.
           OPEN EXTEND RECEIPT-FILE
           IF RECEIPT-FILE-NOT-FOUND
              OPEN OUTPUT RECEIPT-FILE
           END-IF
           MOVE ALL "-" TO WS-RECEIPT-LINE
           PERFORM PRINT-RECEIPT-LINE
           MOVE "COBOL ACADEMY BANK - TELLER RECEIPT"
                TO WS-RECEIPT-LINE
           PERFORM PRINT-RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING "DATE " WS-RUN-DATE "   TELLER " WS-OPERATOR-ID
                  DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM PRINT-RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-LINE
           IF WS-TELL-TXN-CODE = "DEPOSIT"
              STRING "CASH DEPOSIT     ACCOUNT " WS-TELL-ACCT
                     DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           ELSE
              STRING "CASH WITHDRAWAL  ACCOUNT " WS-TELL-ACCT
                     DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           END-IF
           PERFORM PRINT-RECEIPT-LINE
           MOVE WS-TELL-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING "AMOUNT          " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM PRINT-RECEIPT-LINE
           IF WS-TERM-PENALTY > 0
              MOVE WS-TERM-PENALTY TO WS-DISP-AMOUNT
              MOVE SPACES TO WS-RECEIPT-LINE
              STRING "EARLY PENALTY   " WS-DISP-AMOUNT
                     DELIMITED BY SIZE INTO WS-RECEIPT-LINE
              PERFORM PRINT-RECEIPT-LINE
           END-IF
           MOVE WS-TELL-BALANCE TO WS-DISP-SIGNED
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING "NEW BALANCE    " WS-DISP-SIGNED
                  DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM PRINT-RECEIPT-LINE
           MOVE SPACES TO WS-RECEIPT-LINE
           STRING "REFERENCE       " WS-JRNL-REF
                  DELIMITED BY SIZE INTO WS-RECEIPT-LINE
           PERFORM PRINT-RECEIPT-LINE
           MOVE ALL "-" TO WS-RECEIPT-LINE
           PERFORM PRINT-RECEIPT-LINE
           CLOSE RECEIPT-FILE.

       PRINT-RECEIPT-LINE.
           DISPLAY WS-RECEIPT-LINE
           MOVE WS-RECEIPT-LINE TO RECEIPT-RECORD
           WRITE RECEIPT-RECORD.

       COMPUTE-DRAWER-CASH.
           COMPUTE WS-DRAWER-CASH = DrwOpenFloat + DrwDepositTotal
              - DrwWithdrawTotal.

       SHOW-DRAWER.
           PERFORM COMPUTE-DRAWER-CASH
           DISPLAY "DRAWER " DrwTellerID " FOR " DrwDate
           MOVE DrwOpenFloat TO WS-DISP-AMOUNT
           DISPLAY "  OPENING FLOAT      " WS-DISP-AMOUNT
           MOVE DrwDepositTotal TO WS-DISP-AMOUNT
           MOVE DrwDepositCount TO WS-DISP-COUNT
           DISPLAY "  CASH IN    " WS-DISP-COUNT "  " WS-DISP-AMOUNT
           MOVE DrwWithdrawTotal TO WS-DISP-AMOUNT
           MOVE DrwWithdrawCount TO WS-DISP-COUNT
           DISPLAY "  CASH OUT   " WS-DISP-COUNT "  " WS-DISP-AMOUNT
           MOVE WS-DRAWER-CASH TO WS-DISP-SIGNED
           DISPLAY "  CASH IN DRAWER    " WS-DISP-SIGNED
           IF DRAWER-IS-BALANCED
              MOVE DrwOverShort TO WS-DISP-SIGNED
              DISPLAY "  BALANCED - OVER/SHORT " WS-DISP-SIGNED
           END-IF.

      *****************************************************************
      * At end of shift the teller counts the drawer by denomination.
      * The count is set against the opening float plus cash in less
      * cash out; once the teller accepts the count the drawer is
      * closed for the day and its over/short goes to the supervisor
      * on TELLDRWR.RPT. A count the teller does not accept leaves
      * the drawer open for a recount.
      *****************************************************************
       BALANCE-CASH-DRAWER.
           PERFORM READ-TODAYS-DRAWER
           EVALUATE TRUE
              WHEN NOT DRAWER-WAS-FOUND
                 DISPLAY "NO DRAWER OPEN TODAY"
              WHEN DRAWER-IS-BALANCED
                 DISPLAY "DRAWER IS ALREADY BALANCED FOR THE DAY"
              WHEN OTHER
                 PERFORM COUNT-DRAWER-CASH
           END-EVALUATE.

       COUNT-DRAWER-CASH.
           MOVE 0 TO WS-COUNTED-CASH
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 12
              MOVE WS-DENOM-VALUE(WS-DENOM-IDX) TO WS-DISP-DENOM
              DISPLAY "PIECES OF " WS-DISP-DENOM ": "
                      WITH NO ADVANCING
              MOVE SPACES TO WS-COUNT-ENTRY
              ACCEPT WS-COUNT-ENTRY
              IF WS-COUNT-ENTRY = SPACES
                 MOVE 0 TO WS-COUNT-PIECES
              ELSE
                 COMPUTE WS-COUNT-PIECES =
                    FUNCTION NUMVAL(WS-COUNT-ENTRY)
              END-IF
              MOVE WS-COUNT-PIECES TO WS-DENOM-PIECES(WS-DENOM-IDX)
              COMPUTE WS-COUNTED-CASH = WS-COUNTED-CASH
                 + WS-COUNT-PIECES * WS-DENOM-VALUE(WS-DENOM-IDX)
           END-PERFORM

           PERFORM COMPUTE-DRAWER-CASH
           MOVE WS-DRAWER-CASH TO WS-EXPECTED-CASH
           COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH - WS-EXPECTED-CASH
           PERFORM SET-BALANCE-WORDS
           MOVE WS-EXPECTED-CASH TO WS-DISP-SIGNED
           DISPLAY "EXPECTED CASH  " WS-DISP-SIGNED
           MOVE WS-COUNTED-CASH TO WS-DISP-SIGNED
           DISPLAY "COUNTED CASH   " WS-DISP-SIGNED
           MOVE WS-OVER-SHORT TO WS-DISP-SIGNED
           DISPLAY "OVER/SHORT     " WS-DISP-SIGNED "  "
                   WS-BALANCE-WORDS

           DISPLAY "CLOSE THE DRAWER ON THIS COUNT (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER = "Y" OR WS-CONFIRM-ANSWER = "y"
              PERFORM CLOSE-COUNTED-DRAWER
           ELSE
              DISPLAY "COUNT NOT ACCEPTED - DRAWER LEFT OPEN"
           END-IF.

       SET-BALANCE-WORDS.
           EVALUATE TRUE
              WHEN WS-OVER-SHORT > 0
                 MOVE "OVER" TO WS-BALANCE-WORDS
              WHEN WS-OVER-SHORT < 0
                 MOVE "SHORT" TO WS-BALANCE-WORDS
              WHEN OTHER
                 MOVE "BALANCED" TO WS-BALANCE-WORDS
           END-EVALUATE.

       CLOSE-COUNTED-DRAWER.
           MOVE WS-COUNTED-CASH TO DrwCountedCash
           MOVE WS-OVER-SHORT   TO DrwOverShort
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 12
              MOVE WS-DENOM-PIECES(WS-DENOM-IDX)
                   TO DrwDenomCount(WS-DENOM-IDX)
           END-PERFORM
           SET DRAWER-IS-BALANCED TO TRUE
           REWRITE CashDrawer
              INVALID KEY
                 DISPLAY "BALANCE FAILED - DRAWER " DrwTellerID "/"
                         DrwDate " COULD NOT BE REWRITTEN"
              NOT INVALID KEY
                 DISPLAY "DRAWER BALANCED AND CLOSED FOR THE DAY"
                 PERFORM WRITE-OVER-SHORT-REPORT
           END-REWRITE.

      *****************************************************************
      * One section per balanced drawer, appended so the supervisor
      * sees every teller's shift for the day in one report.
      *****************************************************************
       WRITE-OVER-SHORT-REPORT.
           OPEN EXTEND DRAWER-RPT
           IF DRAWER-RPT-NOT-FOUND
              OPEN OUTPUT DRAWER-RPT
           END-IF
           MOVE ALL "=" TO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TELLER DRAWER OVER/SHORT - TELLER " DrwTellerID
                  "  DATE " DrwDate
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           MOVE "  DENOMINATION   PIECES            AMOUNT"
                TO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 12
              IF DrwDenomCount(WS-DENOM-IDX) > 0
                 MOVE WS-DENOM-VALUE(WS-DENOM-IDX) TO WS-DISP-DENOM
                 MOVE DrwDenomCount(WS-DENOM-IDX) TO WS-DISP-PIECES
                 COMPUTE WS-DENOM-AMOUNT =
                    DrwDenomCount(WS-DENOM-IDX)
                    * WS-DENOM-VALUE(WS-DENOM-IDX)
                 MOVE WS-DENOM-AMOUNT TO WS-DISP-AMOUNT
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "      " WS-DISP-DENOM "    " WS-DISP-PIECES
                        "    " WS-DISP-AMOUNT
                        DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM WRITE-DRAWER-RPT-LINE
              END-IF
           END-PERFORM
           MOVE DrwOpenFloat TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OPENING FLOAT                 " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           MOVE DrwDepositCount TO WS-DISP-COUNT
           MOVE DrwDepositTotal TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CASH DEPOSITS      " WS-DISP-COUNT
                  "      " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           MOVE DrwWithdrawCount TO WS-DISP-COUNT
           MOVE DrwWithdrawTotal TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CASH WITHDRAWALS   " WS-DISP-COUNT
                  "      " WS-DISP-AMOUNT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           MOVE WS-EXPECTED-CASH TO WS-DISP-SIGNED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  EXPECTED CASH                " WS-DISP-SIGNED
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           MOVE DrwCountedCash TO WS-DISP-SIGNED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  COUNTED CASH                 " WS-DISP-SIGNED
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           MOVE DrwOverShort TO WS-DISP-SIGNED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OVER/SHORT                   " WS-DISP-SIGNED
                  "  " WS-BALANCE-WORDS
                  DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM WRITE-DRAWER-RPT-LINE
           CLOSE DRAWER-RPT.

       WRITE-DRAWER-RPT-LINE.
           MOVE WS-RPT-LINE TO DRAWER-RPT-RECORD
           WRITE DRAWER-RPT-RECORD.

      *****************************************************************
      * PROGRAM03 and the TXNCODES.DAT rules own the code list - the
      * rule's direction decides whether the amount adds or
      * subtracts, exactly as in ACCTPOST.
      *****************************************************************
       VALIDATE-POSTING-CODE.
           MOVE "N" TO WS-CODE-VALID-FLAG
           MOVE SPACE TO WS-POSTING-DIRECTION
           CALL "PROGRAM03" USING WS-TELL-TXN-CODE WS-TXN-ARG2
                   WS-CODE-STATUS
           IF CODE-CHECK-PASSED
              PERFORM FIND-CODE-RULE
              IF WS-RULE-SLOT > 0
                 AND RLC-HAS-AMOUNT(WS-RULE-SLOT) = "Y"
                 AND RLC-DIRECTION(WS-RULE-SLOT) NOT = "N"
                 SET POSTING-CODE-IS-VALID TO TRUE
                 MOVE RLC-DIRECTION(WS-RULE-SLOT)
                      TO WS-POSTING-DIRECTION
              END-IF
           END-IF.

       FIND-CODE-RULE.
           MOVE 0 TO WS-RULE-SLOT
           PERFORM VARYING RULE-CODE-IDX FROM 1 BY 1
                   UNTIL RULE-CODE-IDX > RULE-CODE-MAX
              IF RLC-CODE(RULE-CODE-IDX) = WS-TELL-TXN-CODE
                 MOVE RULE-CODE-IDX TO WS-RULE-SLOT
              END-IF
           END-PERFORM.

       LOAD-CODE-RULES.
           MOVE 0 TO RULE-CODE-MAX
           OPEN INPUT TXN-CODE-FILE
           IF CODE-FILE-FOUND
              PERFORM UNTIL CODE-EOF
                 READ TXN-CODE-FILE
                    AT END
                       SET CODE-EOF TO TRUE
                    NOT AT END
                       IF RULE-CODE-MAX < 30
                          ADD 1 TO RULE-CODE-MAX
                          MOVE TXC-CODE
                               TO RLC-CODE(RULE-CODE-MAX)
                          MOVE TXC-DIRECTION
                               TO RLC-DIRECTION(RULE-CODE-MAX)
                          MOVE TXC-HAS-AMOUNT
                               TO RLC-HAS-AMOUNT(RULE-CODE-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TXN-CODE-FILE
           END-IF.

      *****************************************************************
      * The counter only ever takes the two cash codes, so the
      * fallback for a site with no TXNCODES.DAT needs only those.
      *****************************************************************
       INIT-CODE-RULES.
           MOVE 2 TO RULE-CODE-MAX
           MOVE "DEPOSIT" TO RLC-CODE(1)
           MOVE "C" TO RLC-DIRECTION(1)
           MOVE "Y" TO RLC-HAS-AMOUNT(1)
           MOVE "WITHDRW" TO RLC-CODE(2)
           MOVE "D" TO RLC-DIRECTION(2)
           MOVE "Y" TO RLC-HAS-AMOUNT(2).

       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.

       LOAD-APPROVAL-LIMIT.
           MOVE "APPROVAL-LIMIT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-APPROVAL-LIMIT =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.
