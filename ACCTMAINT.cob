      * 02/09/2026 SINISA ABRAMOVIC  Capture the agreed overdraft
      *                               allowance on add and change now
      *                               that ACCTPOST honours it
      * 15/10/2026 SINISA ABRAMOVIC  Stamp the queued closing payout
      *                               with a CL + account + business
      *                               date originator reference, so
      *                               a payout queued twice is caught
      *                               by ACCTPOST's duplicate
      *                               registry; layout now from
      *                               POSTREC
      * 15/10/2026 SINISA ABRAMOVIC  Opening an account on a loan-type
      *                               product now takes the repayment
      *                               account, principal, term and first
      *                               due date, computes the level
      *                               monthly installment at the product
      *                               rate and writes the amortization
      *                               schedule to LOANSCHD.DAT and the
      *                               contract to LOANMAST.DAT; a close
      *                               is refused while a loan is still
      *                               being repaid on or from the
      *                               account
      * 15/10/2026 SINISA ABRAMOVIC  Log every close, and every status
      *                               keyed to closed or dormant, to
      *                               ACCTEVT.LOG through the shared
      *                               LOGACEVT logger so the nightly
      *                               notice run tells the account's
      *                               customers
      * 15/10/2026 SINISA ABRAMOVIC  The final statement now reads the
      *                               account's entries from the last
      *                               statement date through JRNLREAD,
      *                               across sealed months, and starts
      *                               past the StmtLastRef reference
      *                               watermark on that date
      * 15/10/2026 SINISA ABRAMOVIC  A changed limit or overdraft
      *                               allowance is no longer rewritten
      *                               at once - it is held on
      *                               MAINTREQ.DAT through HOLDREQ for a
      *                               second maintenance operator to
      *                               approve through MREQAPPR; the
      *                               product and status keyed with it
      *                               still take effect
      * 15/10/2026 SINISA ABRAMOVIC  A deposit account is opened in the
      *                               currency keyed on the add - blank
      *                               for the base currency; loan
      *                               accounts stay in the base currency
      * 15/10/2026 SINISA ABRAMOVIC  Opening an account on a term-
      *                               deposit product takes the amount,
      *                               the term, the nominated account
      *                               and the maturity instruction,
      *                               writes the contract at the
      *                               product rate to TDEPMAST.DAT and
      *                               can queue the funding transfer
      *                               from the nominated account; a
      *                               close is refused while a deposit
      *                               is running on or paying out to
      *                               the account
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT STMT-CONTROL ASSIGN TO "STMTCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ProductCode
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanAcctNumber
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LschKey
               FILE STATUS IS WS-LOANSCHD-STATUS.
           SELECT TERM-DEPOSITS ASSIGN TO "TDEPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TdAcctNumber
               FILE STATUS IS WS-TDEPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 Account.
           COPY ACCTREC.

       FD  STMT-CONTROL.
       01 StmtControl.
           COPY STMTREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  FINAL-RPT.
       01 FINAL-RPT-RECORD         PIC X(70).
       01 Product.
           COPY PRODREC.

       FD  LOAN-MASTER.
       01 LoanContract.
           COPY LOANREC.

       FD  LOAN-SCHEDULE.
       01 LoanInstallmentRec.
           COPY LSCHREC.

       FD  TERM-DEPOSITS.
       01 TermDeposit.
           COPY TDEPREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
           88 ACCTMAST-DUPLICATE              VALUE "22".
           88 ACCTMAST-NOT-FOUND              VALUE "23".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 WS-STMTCTL-STATUS        PIC XX VALUE "00".
           88 STMTCTL-OK                      VALUE "00".
       01 WS-TRANS-STATUS          PIC XX VALUE "00".
           88 TRANS-FILE-NOT-FOUND            VALUE "35".
       01 WS-FINAL-STATUS          PIC XX VALUE "00".
           88 FINAL-FILE-NOT-FOUND            VALUE "35".
       01 WS-STMT-WATERMARK        PIC 9(9) VALUE 0.
       01 WS-LAST-STMT-DATE        PIC X(8) VALUE "00000000".
       01 WS-PAYOUT-ANSWER         PIC X    VALUE SPACE.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUNNING-BALANCE       PIC S9(7)V99.
       01 WS-RPT-BALANCE           PIC -ZZZZZZ9.99.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
           88 PRODUCT-WAS-FOUND               VALUE "Y".
       01 WS-LIMIT-ENTRY           PIC X(10) VALUE SPACES.
       01 WS-OVERDRAFT-ENTRY       PIC X(10) VALUE SPACES.
       01 WS-CURRENCY-ENTRY        PIC X(3)  VALUE SPACES.
       01 WS-OLD-LIMIT             PIC 9(7)V99.
       01 WS-OLD-OVERDRAFT         PIC 9(7)V99.

      *****************************************************************
      * A new limit or overdraft allowance is held as a pending
      * maintenance request for a second operator to approve.
      *****************************************************************
       01 MaintRequest.
           COPY MREQREC.
       01 WS-HOLD-RESULT           PIC XX VALUE "00".
           88 REQUEST-WAS-HELD                VALUE "00".
           88 REQUEST-ALREADY-PENDING         VALUE "10".
       01 WS-STATUS-ENTRY          PIC X     VALUE SPACE.
           88 STATUS-ENTRY-IS-VALID       VALUE "A" "F" "C" "D".

       01 WS-LOANMAST-STATUS       PIC XX VALUE "00".
           88 LOANMAST-OK                     VALUE "00".
       01 WS-LOANSCHD-STATUS       PIC XX VALUE "00".
           88 LOANSCHD-OK                     VALUE "00".
       01 WS-LOAN-TERMS-FLAG       PIC X     VALUE "N".
           88 LOAN-TERMS-OK                   VALUE "Y".
       01 WS-LOAN-OPEN-FLAG        PIC X     VALUE "N".
           88 LOAN-IS-OPEN                    VALUE "Y".
       01 WS-LOAN-ACCT             PIC 9(7).
       01 WS-LOAN-PRODUCT          PIC X(3).
       01 WS-LOAN-RATE             PIC V9999.
       01 WS-REPAY-ACCT            PIC 9(7).
       01 WS-PRINCIPAL-ENTRY       PIC X(10) VALUE SPACES.
       01 WS-TERM-ENTRY            PIC X(3)  VALUE SPACES.
       01 WS-FIRST-DUE-ENTRY       PIC X(8)  VALUE SPACES.
       01 WS-LOAN-PRINCIPAL        PIC 9(7)V99.
       01 WS-LOAN-TERM             PIC 9(3).
       01 WS-LOAN-INSTALLMENT      PIC 9(7)V99.
       01 WS-MONTHLY-RATE          PIC 9V9(10).
       01 WS-GROWTH-FACTOR         PIC 9(8)V9(10).
       01 WS-ANNUITY-RATIO         PIC 9(6)V9(10).
       01 WS-REMAINING             PIC 9(7)V99.
       01 WS-SCHED-SEQ             PIC 9(3).
       01 WS-SCHED-INTEREST        PIC 9(7)V99.
       01 WS-SCHED-PRINCIPAL       PIC 9(7)V99.
       01 WS-TODAY-NUM             PIC 9(8).
       01 WS-DUE-NUM               PIC 9(8).
       01 WS-DUE-PARTS.
           02 WS-DUE-YYYY          PIC 9(4).
           02 WS-DUE-MM            PIC 99.
           02 WS-DUE-DD            PIC 99.
       01 WS-ANCHOR-DD             PIC 99.
       01 WS-DAYS-IN-MONTH-VALUES PIC 9(24)
              VALUE 312831303130313130313031.
       01 WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           02 WS-DAYS-IN-MONTH    PIC 99  OCCURS 12.
       01 WS-MAX-DAY              PIC 99.
       01 WS-LEAP-YEAR-FLAG       PIC X.
           88 IS-LEAP-YEAR                VALUE "Y".
           88 IS-NOT-LEAP-YEAR            VALUE "N".

       01 WS-TDEPMAST-STATUS       PIC XX VALUE "00".
           88 TDEPMAST-OK                     VALUE "00".
       01 WS-DEPOSIT-TERMS-FLAG    PIC X     VALUE "N".
           88 DEPOSIT-TERMS-OK                VALUE "Y".
       01 WS-DEPOSIT-OPEN-FLAG     PIC X     VALUE "N".
           88 DEPOSIT-IS-RUNNING              VALUE "Y".
       01 WS-TD-ACCT               PIC 9(7).
       01 WS-TD-PRODUCT            PIC X(3).
       01 WS-TD-RATE               PIC V9999.
       01 WS-TD-LIMIT              PIC 9(7)V99.
       01 WS-TD-TERM               PIC 9(3).
       01 WS-TD-PRINCIPAL          PIC 9(7)V99.
       01 WS-TD-CURRENCY           PIC X(3).
       01 WS-PAYOUT-ACCT           PIC 9(7).
       01 WS-INSTRUCTION-ENTRY     PIC X     VALUE SPACE.
           88 INSTRUCTION-IS-VALID        VALUE "P" "R".
       01 WS-FUND-ANSWER           PIC X     VALUE SPACE.
       01 WS-RPT-RATE              PIC .9999.
       01 WS-BASE-CURRENCY         PIC X(3)  VALUE "RSD".
       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X     VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ACCTMAINT".
       01 WS-EVENT-CODE            PIC X(8)  VALUE SPACES.
       01 WS-EVENT-REFERENCE       PIC X(10) VALUE SPACES.
       01 WS-OLD-STATUS            PIC X     VALUE SPACE.
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT AcctNumber
           PERFORM ACCEPT-PRODUCT-CODE
           EVALUATE TRUE
              WHEN PRODUCT-WAS-FOUND AND PRODUCT-IS-LOAN
                 PERFORM ADD-LOAN-ACCOUNT
              WHEN PRODUCT-WAS-FOUND AND PRODUCT-IS-TERM-DEPOSIT
                 PERFORM ADD-TERM-DEPOSIT-ACCOUNT
              WHEN OTHER
                 PERFORM ADD-DEPOSIT-ACCOUNT
           END-EVALUATE.

       ADD-DEPOSIT-ACCOUNT.
           PERFORM ACCEPT-ACCOUNT-LIMIT
           DISPLAY "OVERDRAFT ALLOWANCE (9999999.99): "
                   WITH NO ADVANCING
           ACCEPT WS-OVERDRAFT-ENTRY
           COMPUTE AcctOverdraft = FUNCTION NUMVAL(WS-OVERDRAFT-ENTRY)
           PERFORM ACCEPT-ACCOUNT-CURRENCY
           SET ACCOUNT-IS-ACTIVE TO TRUE
           MOVE ZERO TO AcctBalance

                 DISPLAY "ACCOUNT " AcctNumber " ADDED"
           END-WRITE.

      *****************************************************************
      * A deposit account is held in one currency for life - blank is
      * the base currency, anything else must be a three-letter code.
      * The day's FXRATE.DAT rate is looked up when money moves, not
      * here, so an account may be opened before its first rate loads.
      *****************************************************************
       ACCEPT-ACCOUNT-CURRENCY.
           MOVE SPACES TO AcctCurrency
           MOVE SPACES TO WS-CURRENCY-ENTRY
           DISPLAY "CURRENCY (BLANK = BASE): " WITH NO ADVANCING
           ACCEPT WS-CURRENCY-ENTRY
           IF WS-CURRENCY-ENTRY NOT = SPACES
              IF WS-CURRENCY-ENTRY IS ALPHABETIC-UPPER
                 AND WS-CURRENCY-ENTRY(1:1) NOT = SPACE
                 AND WS-CURRENCY-ENTRY(2:1) NOT = SPACE
                 AND WS-CURRENCY-ENTRY(3:1) NOT = SPACE
                 MOVE WS-CURRENCY-ENTRY TO AcctCurrency
              ELSE
                 DISPLAY "CURRENCY " WS-CURRENCY-ENTRY
                         " IS NOT A THREE-LETTER CODE - ACCOUNT HELD "
                         "IN THE BASE CURRENCY"
              END-IF
           END-IF.

      *****************************************************************
      * A loan account is the contract's number on ACCOUNT-MASTER -
      * its limit is the principal lent and it carries no balance or
      * overdraft of its own, and it is always in the base currency.
      * The installments are collected from the customer's repayment
      * account, so the terms are taken and proved before anything
      * is written, and the schedule is built only once the account
      * is on the file.
      *****************************************************************
       ADD-LOAN-ACCOUNT.
           MOVE AcctNumber  TO WS-LOAN-ACCT
           MOVE ProductCode TO WS-LOAN-PRODUCT
           MOVE ProductRate TO WS-LOAN-RATE
           READ ACCOUNT-MASTER
              INVALID KEY
                 PERFORM ACCEPT-LOAN-TERMS
              NOT INVALID KEY
                 MOVE "N" TO WS-LOAN-TERMS-FLAG
                 DISPLAY "ADD FAILED - ACCOUNT " WS-LOAN-ACCT
                         " ALREADY EXISTS"
           END-READ

           IF LOAN-TERMS-OK
              INITIALIZE Account
              MOVE WS-LOAN-ACCT      TO AcctNumber
              MOVE WS-LOAN-PRODUCT   TO AcctProduct
              MOVE WS-LOAN-PRINCIPAL TO AcctLimit
              MOVE ZERO              TO AcctOverdraft
              MOVE ZERO              TO AcctBalance
              SET ACCOUNT-IS-ACTIVE TO TRUE
              WRITE Account
                 INVALID KEY
                    DISPLAY "ADD FAILED - ACCOUNT " AcctNumber
                            " ALREADY EXISTS"
                 NOT INVALID KEY
                    DISPLAY "ACCOUNT " AcctNumber " ADDED"
                    PERFORM BUILD-LOAN-SCHEDULE
              END-WRITE
           END-IF.

       ACCEPT-LOAN-TERMS.
           MOVE "N" TO WS-LOAN-TERMS-FLAG
           DISPLAY "REPAYMENT ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-REPAY-ACCT
           MOVE WS-REPAY-ACCT TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "ADD FAILED - REPAYMENT ACCOUNT "
                         WS-REPAY-ACCT " NOT FOUND"
              NOT INVALID KEY
                 IF ACCOUNT-IS-ACTIVE
                    AND WS-REPAY-ACCT NOT = WS-LOAN-ACCT
                    SET LOAN-TERMS-OK TO TRUE
                 ELSE
                    DISPLAY "ADD FAILED - REPAYMENT ACCOUNT "
                            WS-REPAY-ACCT " IS NOT ACTIVE"
                 END-IF
           END-READ

           IF LOAN-TERMS-OK
              DISPLAY "PRINCIPAL (9999999.99): " WITH NO ADVANCING
              ACCEPT WS-PRINCIPAL-ENTRY
              COMPUTE WS-LOAN-PRINCIPAL =
                 FUNCTION NUMVAL(WS-PRINCIPAL-ENTRY)
              DISPLAY "TERM IN MONTHS (1-360): " WITH NO ADVANCING
              ACCEPT WS-TERM-ENTRY
              COMPUTE WS-LOAN-TERM = FUNCTION NUMVAL(WS-TERM-ENTRY)
              IF WS-LOAN-PRINCIPAL = 0
                 OR WS-LOAN-TERM = 0 OR WS-LOAN-TERM > 360
                 MOVE "N" TO WS-LOAN-TERMS-FLAG
                 DISPLAY "ADD FAILED - PRINCIPAL MUST BE ABOVE ZERO "
                         "AND THE TERM 1 TO 360 MONTHS"
              END-IF
           END-IF

           IF LOAN-TERMS-OK
              PERFORM ACCEPT-FIRST-DUE-DATE
           END-IF

           IF LOAN-TERMS-OK
              PERFORM COMPUTE-INSTALLMENT
           END-IF.

      *****************************************************************
      * The first installment falls a month after the business date
      * unless the branch agreed a later date with the customer - it
      * may not fall on or before today, or LOANDUE would bill it
      * before the money was ever lent.
      *****************************************************************
       ACCEPT-FIRST-DUE-DATE.
           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           DISPLAY "FIRST DUE DATE (YYYYMMDD, BLANK = ONE MONTH "
                   "FROM TODAY): " WITH NO ADVANCING
           ACCEPT WS-FIRST-DUE-ENTRY
           IF WS-FIRST-DUE-ENTRY = SPACES
              MOVE WS-TODAY-NUM TO WS-DUE-PARTS
              MOVE WS-DUE-DD TO WS-ANCHOR-DD
              PERFORM ADD-MONTH-TO-DUE
              MOVE WS-DUE-PARTS TO WS-DUE-NUM
           ELSE
              IF WS-FIRST-DUE-ENTRY IS NUMERIC
                 MOVE WS-FIRST-DUE-ENTRY TO WS-DUE-NUM
              ELSE
                 MOVE 0 TO WS-DUE-NUM
              END-IF
              IF WS-DUE-NUM > WS-TODAY-NUM
                 AND FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-NUM) = 0
                 CONTINUE
              ELSE
                 MOVE "N" TO WS-LOAN-TERMS-FLAG
                 DISPLAY "ADD FAILED - FIRST DUE DATE "
                         WS-FIRST-DUE-ENTRY " MUST BE A DATE AFTER "
                         WS-RUN-DATE
              END-IF
           END-IF.

      *****************************************************************
      * Level annuity installment - principal * r / (1 - (1+r)**-n)
      * at the monthly rate r, taken here as principal * r * f /
      * (f - 1) with f = (1+r)**n, the f / (f - 1) ratio worked out
      * on its own first. An interest-free product simply
      * divides the principal over the term. The last installment
      * absorbs the rounding when the schedule is built.
      *****************************************************************
       COMPUTE-INSTALLMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-LOAN-RATE / 12
           IF WS-MONTHLY-RATE = 0
              COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                 WS-LOAN-PRINCIPAL / WS-LOAN-TERM
           ELSE
              COMPUTE WS-GROWTH-FACTOR ROUNDED =
                 (1 + WS-MONTHLY-RATE) ** WS-LOAN-TERM
                 ON SIZE ERROR
                    MOVE "N" TO WS-LOAN-TERMS-FLAG
              END-COMPUTE
              IF LOAN-TERMS-OK
                 COMPUTE WS-ANNUITY-RATIO ROUNDED =
                    WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
                    ON SIZE ERROR
                       MOVE "N" TO WS-LOAN-TERMS-FLAG
                 END-COMPUTE
              END-IF
              IF LOAN-TERMS-OK
                 COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                    WS-LOAN-PRINCIPAL * WS-MONTHLY-RATE
                    * WS-ANNUITY-RATIO
                    ON SIZE ERROR
                       MOVE "N" TO WS-LOAN-TERMS-FLAG
                 END-COMPUTE
              END-IF
              IF NOT LOAN-TERMS-OK
                 DISPLAY "ADD FAILED - THE INSTALLMENT CANNOT BE "
                         "COMPUTED AT THIS RATE AND TERM"
              END-IF
           END-IF.

      *****************************************************************
      * One LOANSCHD.DAT record per installment, each month's interest
      * charged on the balance left after the one before, then the
      * LOANMAST.DAT contract. Due dates keep the first due date's
      * day of month, clamped in the shorter months.
      *****************************************************************
       BUILD-LOAN-SCHEDULE.
           OPEN I-O LOAN-SCHEDULE
           IF NOT LOANSCHD-OK
              CLOSE LOAN-SCHEDULE
              OPEN OUTPUT LOAN-SCHEDULE
              CLOSE LOAN-SCHEDULE
              OPEN I-O LOAN-SCHEDULE
           END-IF

           MOVE WS-LOAN-PRINCIPAL TO WS-REMAINING
           MOVE WS-DUE-NUM TO WS-DUE-PARTS
           MOVE WS-DUE-DD TO WS-ANCHOR-DD
           PERFORM VARYING WS-SCHED-SEQ FROM 1 BY 1
                   UNTIL WS-SCHED-SEQ > WS-LOAN-TERM
              COMPUTE WS-SCHED-INTEREST ROUNDED =
                 WS-REMAINING * WS-MONTHLY-RATE
              IF WS-SCHED-SEQ = WS-LOAN-TERM
                 OR WS-LOAN-INSTALLMENT - WS-SCHED-INTEREST
                    > WS-REMAINING
                 MOVE WS-REMAINING TO WS-SCHED-PRINCIPAL
              ELSE
                 COMPUTE WS-SCHED-PRINCIPAL =
                    WS-LOAN-INSTALLMENT - WS-SCHED-INTEREST
              END-IF
              SUBTRACT WS-SCHED-PRINCIPAL FROM WS-REMAINING

              INITIALIZE LoanInstallmentRec WITH FILLER
              MOVE WS-LOAN-ACCT       TO LschAcctNumber
              MOVE WS-SCHED-SEQ       TO LschSeq
              MOVE WS-DUE-PARTS       TO LschDueDate
              MOVE WS-SCHED-INTEREST  TO LschInterest
              MOVE WS-SCHED-PRINCIPAL TO LschPrincipal
              COMPUTE LschInstallment =
                 WS-SCHED-INTEREST + WS-SCHED-PRINCIPAL
              MOVE WS-REMAINING       TO LschBalanceAfter
              SET INSTALLMENT-SCHEDULED TO TRUE
              MOVE 0                  TO LschAttempts
              WRITE LoanInstallmentRec
                 INVALID KEY
                    DISPLAY "SCHEDULE WRITE FAILED FOR LOAN "
                            WS-LOAN-ACCT " INSTALLMENT " WS-SCHED-SEQ
              END-WRITE
              PERFORM ADD-MONTH-TO-DUE
           END-PERFORM
           CLOSE LOAN-SCHEDULE

           OPEN I-O LOAN-MASTER
           IF NOT LOANMAST-OK
              CLOSE LOAN-MASTER
              OPEN OUTPUT LOAN-MASTER
              CLOSE LOAN-MASTER
              OPEN I-O LOAN-MASTER
           END-IF
           INITIALIZE LoanContract WITH FILLER
           MOVE WS-LOAN-ACCT        TO LoanAcctNumber
           MOVE WS-REPAY-ACCT       TO LoanRepayAcct
           MOVE WS-LOAN-PRODUCT     TO LoanProduct
           MOVE WS-LOAN-PRINCIPAL   TO LoanPrincipal
           MOVE WS-LOAN-RATE        TO LoanRate
           MOVE WS-LOAN-TERM        TO LoanTermMonths
           MOVE WS-LOAN-INSTALLMENT TO LoanInstallment
           MOVE WS-RUN-DATE         TO LoanOpenDate
           MOVE WS-DUE-NUM          TO LoanFirstDue
           MOVE 1                   TO LoanNextSeq
           MOVE 0                   TO LoanPaidCount
           MOVE WS-LOAN-PRINCIPAL   TO LoanOutstanding
           SET LOAN-IS-ACTIVE TO TRUE
           WRITE LoanContract
              INVALID KEY
                 DISPLAY "LOAN CONTRACT WRITE FAILED FOR "
                         WS-LOAN-ACCT
              NOT INVALID KEY
                 MOVE WS-LOAN-INSTALLMENT TO WS-RPT-AMOUNT
                 DISPLAY "LOAN " WS-LOAN-ACCT " OPENED - "
                         WS-LOAN-TERM " INSTALLMENTS OF "
                         WS-RPT-AMOUNT " FROM " WS-DUE-NUM
                         " COLLECTED FROM " WS-REPAY-ACCT
           END-WRITE
           CLOSE LOAN-MASTER.

      *****************************************************************
      * A term deposit is an ordinary deposit account on ACCOUNT-MASTER
      * with a TDEPMAST.DAT contract beside it - the amount agreed,
      * the product rate fixed for the term, the maturity date and
      * what happens to the money then. The nominated account the
      * maturity payout goes to is proved before anything is written.
      * The deposit may be held in a foreign currency like any other
      * deposit account; it carries no overdraft.
      *****************************************************************
       ADD-TERM-DEPOSIT-ACCOUNT.
           MOVE AcctNumber      TO WS-TD-ACCT
           MOVE ProductCode     TO WS-TD-PRODUCT
           MOVE ProductRate     TO WS-TD-RATE
           MOVE ProductDefLimit TO WS-TD-LIMIT
           MOVE 0 TO WS-TD-TERM
           IF ProductTermMonths IS NUMERIC
              MOVE ProductTermMonths TO WS-TD-TERM
           END-IF
           READ ACCOUNT-MASTER
              INVALID KEY
                 PERFORM ACCEPT-DEPOSIT-TERMS
              NOT INVALID KEY
                 MOVE "N" TO WS-DEPOSIT-TERMS-FLAG
                 DISPLAY "ADD FAILED - ACCOUNT " WS-TD-ACCT
                         " ALREADY EXISTS"
           END-READ

           IF DEPOSIT-TERMS-OK
              INITIALIZE Account
              MOVE WS-TD-ACCT    TO AcctNumber
              MOVE WS-TD-PRODUCT TO AcctProduct
              MOVE WS-TD-LIMIT   TO AcctLimit
              MOVE ZERO          TO AcctOverdraft
              MOVE ZERO          TO AcctBalance
              PERFORM ACCEPT-ACCOUNT-CURRENCY
              MOVE AcctCurrency  TO WS-TD-CURRENCY
              SET ACCOUNT-IS-ACTIVE TO TRUE
              WRITE Account
                 INVALID KEY
                    DISPLAY "ADD FAILED - ACCOUNT " AcctNumber
                            " ALREADY EXISTS"
                 NOT INVALID KEY
                    DISPLAY "ACCOUNT " AcctNumber " ADDED"
                    PERFORM WRITE-DEPOSIT-CONTRACT
                    PERFORM OFFER-DEPOSIT-FUNDING
              END-WRITE
           END-IF.

      *****************************************************************
      * A blank term takes the product's standard term. With no
      * instruction keyed the deposit pays out at maturity rather
      * than tying the customer's money up for another term.
      *****************************************************************
       ACCEPT-DEPOSIT-TERMS.
           MOVE "N" TO WS-DEPOSIT-TERMS-FLAG
           DISPLAY "NOMINATED ACCOUNT FOR THE MATURITY PAYOUT: "
                   WITH NO ADVANCING
           ACCEPT WS-PAYOUT-ACCT
           MOVE WS-PAYOUT-ACCT TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "ADD FAILED - NOMINATED ACCOUNT "
                         WS-PAYOUT-ACCT " NOT FOUND"
              NOT INVALID KEY
                 IF ACCOUNT-IS-ACTIVE
                    AND WS-PAYOUT-ACCT NOT = WS-TD-ACCT
                    SET DEPOSIT-TERMS-OK TO TRUE
                 ELSE
                    DISPLAY "ADD FAILED - NOMINATED ACCOUNT "
                            WS-PAYOUT-ACCT " IS NOT ACTIVE"
                 END-IF
           END-READ

           IF DEPOSIT-TERMS-OK
              DISPLAY "AMOUNT DEPOSITED (9999999.99): "
                      WITH NO ADVANCING
              ACCEPT WS-PRINCIPAL-ENTRY
              COMPUTE WS-TD-PRINCIPAL =
                 FUNCTION NUMVAL(WS-PRINCIPAL-ENTRY)
              DISPLAY "TERM IN MONTHS (1-360, BLANK = PRODUCT TERM): "
                      WITH NO ADVANCING
              MOVE SPACES TO WS-TERM-ENTRY
              ACCEPT WS-TERM-ENTRY
              IF WS-TERM-ENTRY NOT = SPACES
                 COMPUTE WS-TD-TERM = FUNCTION NUMVAL(WS-TERM-ENTRY)
              END-IF
              IF WS-TD-PRINCIPAL = 0
                 OR WS-TD-TERM = 0 OR WS-TD-TERM > 360
                 MOVE "N" TO WS-DEPOSIT-TERMS-FLAG
                 DISPLAY "ADD FAILED - THE AMOUNT MUST BE ABOVE ZERO "
                         "AND THE TERM 1 TO 360 MONTHS"
              END-IF
           END-IF

           IF DEPOSIT-TERMS-OK
              DISPLAY "AT MATURITY (P-PAY OUT, R-ROLL OVER): "
                      WITH NO ADVANCING
              ACCEPT WS-INSTRUCTION-ENTRY
              IF NOT INSTRUCTION-IS-VALID
                 MOVE "P" TO WS-INSTRUCTION-ENTRY
                 DISPLAY "MATURITY INSTRUCTION DEFAULTED TO P"
              END-IF
           END-IF.

      *****************************************************************
      * The term runs from the business date, and matures on the same
      * day of the month the term's number of months later, clamped
      * in a shorter month.
      *****************************************************************
       WRITE-DEPOSIT-CONTRACT.
           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           MOVE WS-TODAY-NUM TO WS-DUE-PARTS
           MOVE WS-DUE-DD TO WS-ANCHOR-DD
           PERFORM ADD-MONTH-TO-DUE WS-TD-TERM TIMES

           OPEN I-O TERM-DEPOSITS
           IF NOT TDEPMAST-OK
              CLOSE TERM-DEPOSITS
              OPEN OUTPUT TERM-DEPOSITS
              CLOSE TERM-DEPOSITS
              OPEN I-O TERM-DEPOSITS
           END-IF
           INITIALIZE TermDeposit WITH FILLER
           MOVE WS-TD-ACCT           TO TdAcctNumber
           MOVE WS-PAYOUT-ACCT       TO TdPayoutAcct
           MOVE WS-TD-PRODUCT        TO TdProduct
           MOVE WS-TD-PRINCIPAL      TO TdPrincipal
           MOVE WS-TD-RATE           TO TdRate
           MOVE WS-TD-TERM           TO TdTermMonths
           MOVE WS-RUN-DATE          TO TdOpenDate
           MOVE WS-RUN-DATE          TO TdStartDate
           MOVE WS-DUE-PARTS         TO TdMaturityDate
           MOVE WS-INSTRUCTION-ENTRY TO TdInstruction
           MOVE 0                    TO TdRollCount
           SET TD-IS-ACTIVE TO TRUE
           WRITE TermDeposit
              INVALID KEY
                 DISPLAY "TERM DEPOSIT CONTRACT WRITE FAILED FOR "
                         WS-TD-ACCT
              NOT INVALID KEY
                 MOVE WS-TD-RATE TO WS-RPT-RATE
                 DISPLAY "TERM DEPOSIT " WS-TD-ACCT " OPENED - "
                         WS-TD-TERM " MONTHS AT " WS-RPT-RATE
                         " MATURING " TdMaturityDate
                 IF TD-ROLLS-OVER
                    DISPLAY "ROLLS OVER AT MATURITY AT THE PRODUCT "
                            "RATE THEN CURRENT"
                 ELSE
                    DISPLAY "PAYS OUT AT MATURITY TO " WS-PAYOUT-ACCT
                 END-IF
           END-WRITE
           CLOSE TERM-DEPOSITS.

      *****************************************************************
      * The money usually comes from the nominated account - queued
      * as a TRANSFR for tonight's posting run, stated in the
      * deposit's currency, with a TD + account + business date
      * originator reference so a funding queued twice is caught by
      * ACCTPOST's duplicate registry. Otherwise the branch pays it
      * in by its own means.
      *****************************************************************
       OFFER-DEPOSIT-FUNDING.
           MOVE WS-TD-PRINCIPAL TO WS-RPT-AMOUNT
           DISPLAY "QUEUE " WS-RPT-AMOUNT " FROM " WS-PAYOUT-ACCT
                   " FOR TONIGHT'S POSTING RUN (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-FUND-ANSWER
           IF WS-FUND-ANSWER = "Y" OR WS-FUND-ANSWER = "y"
              PERFORM LOAD-BASE-CURRENCY
              OPEN EXTEND POST-TRANS
              IF TRANS-FILE-NOT-FOUND
                 OPEN OUTPUT POST-TRANS
              END-IF
              MOVE SPACES          TO POST-TRANS-RECORD
              MOVE "TRANSFR"       TO POST-TXN-CODE
              MOVE WS-PAYOUT-ACCT  TO POST-ACCT-NUMBER
              MOVE WS-TD-PRINCIPAL TO POST-AMOUNT
              MOVE WS-TD-ACCT      TO POST-TO-ACCT
              IF WS-TD-CURRENCY = SPACES
                 MOVE WS-BASE-CURRENCY TO POST-CURRENCY
              ELSE
                 MOVE WS-TD-CURRENCY   TO POST-CURRENCY
              END-IF
              STRING "TD" DELIMITED BY SIZE
                     WS-TD-ACCT DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO POST-ORIG-REF
              WRITE POST-TRANS-RECORD
              CLOSE POST-TRANS
              DISPLAY "FUNDING QUEUED FROM " WS-PAYOUT-ACCT
           ELSE
              DISPLAY "DEPOSIT " WS-TD-ACCT " OPENED UNFUNDED - PAY "
                      "THE AMOUNT IN BEFORE THE POSTING RUN"
           END-IF.

      *****************************************************************
      * The base currency is the BASE-CURRENCY parameter, RSD when
      * none is on file.
      *****************************************************************
       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.

      *****************************************************************
      * Same month roll as STORDGEN's, but back to the anchor day each
      * time so a loan due on the 31st returns to the 31st after
      * February instead of staying on the 28th.
      *****************************************************************
       ADD-MONTH-TO-DUE.
           IF WS-DUE-MM < 12
              ADD 1 TO WS-DUE-MM
           ELSE
              MOVE 1 TO WS-DUE-MM
              ADD 1 TO WS-DUE-YYYY
           END-IF
           MOVE WS-ANCHOR-DD TO WS-DUE-DD
           PERFORM SET-MAX-DAY
           IF WS-DUE-DD > WS-MAX-DAY
              MOVE WS-MAX-DAY TO WS-DUE-DD
           END-IF.

       SET-MAX-DAY.
           PERFORM CHECK-LEAP-YEAR
           MOVE WS-DAYS-IN-MONTH(WS-DUE-MM) TO WS-MAX-DAY
           IF WS-DUE-MM = 2 AND IS-LEAP-YEAR
              MOVE 29 TO WS-MAX-DAY
           END-IF.

       CHECK-LEAP-YEAR.
           SET IS-NOT-LEAP-YEAR TO TRUE
           IF FUNCTION MOD(WS-DUE-YYYY, 400) = 0
              SET IS-LEAP-YEAR TO TRUE
           ELSE IF FUNCTION MOD(WS-DUE-YYYY, 100) = 0
              SET IS-NOT-LEAP-YEAR TO TRUE
           ELSE IF FUNCTION MOD(WS-DUE-YYYY, 4) = 0
              SET IS-LEAP-YEAR TO TRUE
           END-IF.

      *****************************************************************
      * A keyed product must exist on the catalog before it lands on
      * the account - a typo'd code would silently fall back to the
           END-READ

           IF ACCTMAST-OK
              MOVE AcctLimit     TO WS-OLD-LIMIT
              MOVE AcctOverdraft TO WS-OLD-OVERDRAFT
              PERFORM ACCEPT-PRODUCT-CODE
              PERFORM ACCEPT-ACCOUNT-LIMIT
              DISPLAY "OVERDRAFT ALLOWANCE (9999999.99): "
                      "C-CLOSED, D-DORMANT): " WITH NO ADVANCING
              ACCEPT WS-STATUS-ENTRY
              IF STATUS-ENTRY-IS-VALID
                 PERFORM HOLD-LIMIT-CHANGE
                 MOVE AcctStatus TO WS-OLD-STATUS
                 MOVE WS-STATUS-ENTRY TO AcctStatus
                 REWRITE Account
                    INVALID KEY
                               " COULD NOT BE REWRITTEN"
                    NOT INVALID KEY
                       DISPLAY "ACCOUNT " AcctNumber " CHANGED"
                       PERFORM LOG-STATUS-EVENT
                 END-REWRITE
              ELSE
                 DISPLAY "CHANGE FAILED - STATUS " WS-STATUS-ENTRY
              END-IF
           END-IF.

      *****************************************************************
      * The product and status take effect at once, but a new limit or
      * overdraft allowance does not - it goes on MAINTREQ.DAT through
      * HOLDREQ and the account keeps its old values until MREQAPPR
      * applies the approved ones.
      *****************************************************************
       HOLD-LIMIT-CHANGE.
           IF AcctLimit NOT = WS-OLD-LIMIT
              OR AcctOverdraft NOT = WS-OLD-OVERDRAFT
              INITIALIZE MaintRequest
              SET MREQ-FOR-ACCOUNT TO TRUE
              MOVE "C"                 TO MreqAction
              MOVE AcctNumber          TO MreqKey
              MOVE WS-LOG-PROGRAM-NAME TO MreqSource
              MOVE WS-OLD-LIMIT        TO MreqBeforeLimit
              MOVE WS-OLD-OVERDRAFT    TO MreqBeforeOverdraft
              MOVE AcctLimit           TO MreqAfterLimit
              MOVE AcctOverdraft       TO MreqAfterOverdraft
              MOVE WS-OLD-LIMIT        TO AcctLimit
              MOVE WS-OLD-OVERDRAFT    TO AcctOverdraft
              CALL "HOLDREQ" USING MaintRequest, WS-HOLD-RESULT
              EVALUATE TRUE
                 WHEN REQUEST-WAS-HELD
                    DISPLAY "ACCOUNT " AcctNumber " LIMIT/OVERDRAFT "
                            "HELD FOR APPROVAL AS REQUEST " MreqNumber
                 WHEN REQUEST-ALREADY-PENDING
                    DISPLAY "LIMIT/OVERDRAFT NOT CHANGED - REQUEST "
                            MreqNumber " FOR ACCOUNT " AcctNumber
                            " IS STILL AWAITING APPROVAL"
                 WHEN OTHER
                    DISPLAY "LIMIT/OVERDRAFT NOT CHANGED - ACCOUNT "
                            AcctNumber " REQUEST COULD NOT BE HELD"
              END-EVALUATE
           END-IF.

      *****************************************************************
      * A status keyed to closed or dormant is the same event for the
      * customer as the close or the dormancy sweep, so it is logged
      * for the notice run the same way.
      *****************************************************************
       LOG-STATUS-EVENT.
           MOVE SPACES TO WS-EVENT-CODE
           IF AcctStatus NOT = WS-OLD-STATUS
              EVALUATE TRUE
                 WHEN ACCOUNT-IS-CLOSED
                    MOVE "CLOSED" TO WS-EVENT-CODE
                 WHEN ACCOUNT-IS-DORMANT
                    MOVE "DORMANT" TO WS-EVENT-CODE
              END-EVALUATE
           END-IF
           IF WS-EVENT-CODE NOT = SPACES
              CALL "LOGACEVT" USING WS-LOG-PROGRAM-NAME
                      WS-EVENT-CODE AcctNumber WS-EVENT-REFERENCE
           END-IF.

       FREEZE-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT AcctNumber
           END-READ

           IF ACCTMAST-OK
              PERFORM CHECK-OPEN-LOAN
              PERFORM CHECK-OPEN-TERM-DEPOSIT
              EVALUATE TRUE
                 WHEN LOAN-IS-OPEN
                    DISPLAY "CLOSE REFUSED - ACCOUNT " AcctNumber
                            " HAS A LOAN STILL BEING REPAID ON "
                            "LOANMAST.DAT"
                 WHEN DEPOSIT-IS-RUNNING
                    DISPLAY "CLOSE REFUSED - ACCOUNT " AcctNumber
                            " HAS A TERM DEPOSIT RUNNING ON OR "
                            "PAYING OUT TO IT ON TDEPMAST.DAT"
                 WHEN AcctBalance = 0
                    PERFORM SETTLE-AND-CLOSE
                 WHEN AcctBalance > 0
              END-EVALUATE
           END-IF.

      *****************************************************************
      * Neither the loan account nor the account its installments are
      * collected from may close while the loan is still running.
      *****************************************************************
       CHECK-OPEN-LOAN.
           MOVE "N" TO WS-LOAN-OPEN-FLAG
           OPEN INPUT LOAN-MASTER
           IF LOANMAST-OK
              MOVE AcctNumber TO LoanAcctNumber
              READ LOAN-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LOAN-IS-ACTIVE
                       SET LOAN-IS-OPEN TO TRUE
                    END-IF
              END-READ
              IF NOT LOAN-IS-OPEN
                 PERFORM CHECK-REPAYMENT-LINKS
              END-IF
              CLOSE LOAN-MASTER
           END-IF.

       CHECK-REPAYMENT-LINKS.
           MOVE ZERO TO LoanAcctNumber
           START LOAN-MASTER KEY IS NOT LESS THAN LoanAcctNumber
              INVALID KEY
                 MOVE "10" TO WS-LOANMAST-STATUS
           END-START
           PERFORM UNTIL NOT LOANMAST-OK OR LOAN-IS-OPEN
              READ LOAN-MASTER NEXT RECORD
                 AT END
                    MOVE "10" TO WS-LOANMAST-STATUS
                 NOT AT END
                    IF LoanRepayAcct = AcctNumber
                       AND LOAN-IS-ACTIVE
                       SET LOAN-IS-OPEN TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * Neither the deposit account nor the account it pays out to may
      * close before the deposit has matured and been paid.
      *****************************************************************
       CHECK-OPEN-TERM-DEPOSIT.
           MOVE "N" TO WS-DEPOSIT-OPEN-FLAG
           OPEN INPUT TERM-DEPOSITS
           IF TDEPMAST-OK
              MOVE AcctNumber TO TdAcctNumber
              READ TERM-DEPOSITS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TD-IS-ACTIVE
                       SET DEPOSIT-IS-RUNNING TO TRUE
                    END-IF
              END-READ
              IF NOT DEPOSIT-IS-RUNNING
                 PERFORM CHECK-PAYOUT-LINKS
              END-IF
              CLOSE TERM-DEPOSITS
           END-IF.

       CHECK-PAYOUT-LINKS.
           MOVE ZERO TO TdAcctNumber
           START TERM-DEPOSITS KEY IS NOT LESS THAN TdAcctNumber
              INVALID KEY
                 MOVE "10" TO WS-TDEPMAST-STATUS
           END-START
           PERFORM UNTIL NOT TDEPMAST-OK OR DEPOSIT-IS-RUNNING
              READ TERM-DEPOSITS NEXT RECORD
                 AT END
                    MOVE "10" TO WS-TDEPMAST-STATUS
                 NOT AT END
                    IF TdPayoutAcct = AcctNumber
                       AND TD-IS-ACTIVE
                       SET DEPOSIT-IS-RUNNING TO TRUE
                    END-IF
              END-READ
           END-PERFORM.

       SETTLE-AND-CLOSE.
           PERFORM PRINT-FINAL-STATEMENT
           SET ACCOUNT-IS-CLOSED TO TRUE
                         " COULD NOT BE REWRITTEN"
              NOT INVALID KEY
                 DISPLAY "ACCOUNT " AcctNumber " CLOSED"
                 MOVE "CLOSED" TO WS-EVENT-CODE
                 CALL "LOGACEVT" USING WS-LOG-PROGRAM-NAME
                         WS-EVENT-CODE AcctNumber WS-EVENT-REFERENCE
           END-REWRITE.

       OFFER-FINAL-PAYOUT.
              MOVE AcctNumber  TO POST-ACCT-NUMBER
              MOVE AcctBalance TO POST-AMOUNT
              MOVE SPACES      TO POST-TO-ACCT
              CALL "GETRUNDT" USING WS-RUN-DATE
              STRING "CL" DELIMITED BY SIZE
                     AcctNumber DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO POST-ORIG-REF
              WRITE POST-TRANS-RECORD
              CLOSE POST-TRANS
              DISPLAY "PAYOUT QUEUED - CLOSE THE ACCOUNT AGAIN "

      *****************************************************************
      * The final statement covers the entries since the last cycle
      * on STMTCTL.DAT - dated after it, or on its date but past the
      * last reference it printed - appended to ACCTFNL.RPT so a
      * day's closures collect on one report.
      *****************************************************************
       PRINT-FINAL-STATEMENT.
           MOVE 0 TO WS-STMT-WATERMARK
           MOVE "00000000" TO WS-LAST-STMT-DATE
           OPEN INPUT STMT-CONTROL
           IF STMTCTL-OK
              MOVE AcctNumber TO StmtAcctNumber
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF StmtLastRef IS NUMERIC
                       MOVE StmtLastDate TO WS-LAST-STMT-DATE
                       MOVE StmtLastRef  TO WS-STMT-WATERMARK
                    END-IF
              END-READ
              CLOSE STMT-CONTROL
                  INTO FINAL-RPT-RECORD
           WRITE FINAL-RPT-RECORD

           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber        TO JRQ-ACCT
           MOVE WS-LAST-STMT-DATE TO JRQ-FROM-DATE
           MOVE "99999999"        TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 AND (JRNL-DATE > WS-LAST-STMT-DATE
                      OR JRNL-REFERENCE > WS-STMT-WATERMARK)
                 PERFORM WRITE-FINAL-STMT-LINE
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM

           MOVE AcctBalance TO WS-RPT-BALANCE
           MOVE SPACES TO FINAL-RPT-RECORD
