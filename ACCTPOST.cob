      *                               ACCTINT posts INTRST, with a
      *                               daily fee-income summary by
      *                               account on ACCTFEE.RPT
      * 15/10/2026 SINISA ABRAMOVIC  Every journal entry now carries
      *                               a unique GETJREF reference, and
      *                               a REVERSL transaction naming one
      *                               backs that entry out exactly -
      *                               both legs of a TRANSFR and any
      *                               NSF fee it triggered - once
      *                               only, journalled as REVERSL
      *                               entries linked to the legs they
      *                               undo, with reversed money kept
      *                               out of the posted totals so
      *                               BALANCER proves it separately
      * 15/10/2026 SINISA ABRAMOVIC  Duplicate-submission guard - the
      *                               originator reference on each
      *                               transaction is registered on the
      *                               indexed POSTREG.DAT with the
      *                               date, operator and disposition,
      *                               and a reference already on the
      *                               registry is diverted to the
      *                               ACCTDUP.RPT suspected-duplicate
      *                               report instead of posted; a
      *                               supervisor release of a held
      *                               reference still posts
      * 15/10/2026 SINISA ABRAMOVIC  LOANPMT loan installment debit
      *                               added to the bootstrap code rules
      * 15/10/2026 SINISA ABRAMOVIC  Available-balance funds check - a
      *                               debit must fit inside the balance
      *                               plus overdraft less the active
      *                               holds and liens on HOLDS.DAT, read
      *                               through GETHOLDS; a debit only the
      *                               holds stop declines 71, and a
      *                               funds decline from PROGRAM06,
      *                               which now gets the posting
      *                               direction, charges the NSF fee the
      *                               same way
      * 15/10/2026 SINISA ABRAMOVIC  MNTFEE monthly maintenance fee
      *                               added to the bootstrap code rules;
      *                               like the NSF fee it is a charge
      *                               and posts without the funds check
      * 15/10/2026 SINISA ABRAMOVIC  Reversing an INTRST entry also
      *                               backs out the WHTTAX tax leg
      *                               linked to it, as a debit
      * 15/10/2026 SINISA ABRAMOVIC  DSPCRED dispute provisional credit
      *                               added to the bootstrap code rules
      * 15/10/2026 SINISA ABRAMOVIC  Payments to other banks - an
      *                               EXTPAY debits the account and
      *                               credits the clearing suspense
      *                               account named by the CLEARING-ACCT
      *                               parameter as a pair, and registers
      *                               the payment and its beneficiary on
      *                               EXTPAY.DAT for PAYOUT's clearing
      *                               file; an EXTRTN return from the
      *                               clearing house moves the money
      *                               back out of suspense to the
      *                               account. A payment already sent to
      *                               clearing cannot be reversed
      *                               (status 86); one still waiting is
      *                               cancelled on the register. Held
      *                               items keep their beneficiary
      * 15/10/2026 SINISA ABRAMOVIC  The journal is now indexed -
      *                               opened I-O with every entry
      *                               written by key, refused with RC 8
      *                               when the business date falls in a
      *                               month JRNLCLOS has sealed, and the
      *                               entry a REVERSL names found
      *                               through JRNLREAD by its reference
      *                               and its linked entries, in the
      *                               open journal or a sealed month,
      *                               instead of a pass over the whole
      *                               file
      * 15/10/2026 SINISA ABRAMOVIC  Foreign-currency accounts - an
      *                               amount stated in another currency
      *                               than the account's is converted at
      *                               the day's FXRATE.DAT rate through
      *                               GETFXRT (declined 88 with no
      *                               rate), a TRANSFR between accounts
      *                               of different currencies credits
      *                               the converted amount and journals
      *                               both amounts and the rate on each
      *                               leg, and EXTPAY/EXTRTN stay in the
      *                               base currency (declined 87). Every
      *                               entry carries its currency, the
      *                               NSF fee is charged in the
      *                               account's currency, and the value
      *                               totals and master balances are
      *                               kept and written per currency,
      *                               the base under ACCTPOST and each
      *                               other under ACCTPOST-ccc
      * 15/10/2026 SINISA ABRAMOVIC  Fraud checks before a customer
      *                               debit posts - more debits in the
      *                               day than FRAUD-DAY-COUNT, more
      *                               debited in the day than FRAUD-DAY-
      *                               TOTAL, a debit over FRAUD-MULTIPLE
      *                               times the account's normal debit
      *                               on the journal, or the first debit
      *                               out of an account quiet for
      *                               DORMANT-YEARS when FRAUD-DORMANT
      *                               is Y. A debit a rule fires on is
      *                               held on FRAUDQ.DAT with the rule
      *                               for the fraud team to release or
      *                               decline through FRAUDREV, apart
      *                               from the ACCTHELD.DAT approval
      *                               queue; a debit FRAUDREV released
      *                               comes back with the reviewer and
      *                               is not checked again
      * 15/10/2026 SINISA ABRAMOVIC  Term deposits on TDEPMAST.DAT - a
      *                               customer debit on a deposit still
      *                               inside its term declines 89, or,
      *                               when its product charges for
      *                               early withdrawal, posts with the
      *                               penalty as its own TDPENAL debit
      *                               linked to it; the debit that pays
      *                               out a matured deposit is not put
      *                               through the fraud rules
      * 15/10/2026 SINISA ABRAMOVIC  The fraud checks read the
      *                               account's journal from the earlier
      *                               of a year ago and the DORMANT-
      *                               YEARS cutoff, looking further back
      *                               only for the first entry of an
      *                               account that may be dormant; a
      *                               reversal's linked-entry search
      *                               starts at the date of the entry
      *                               reversed
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      * 15/10/2026 SINISA ABRAMOVIC  Only the maturity payout TDMATUR
      *                               queued for the business date, a
      *                               TRANSFR with its TM reference on a
      *                               settled contract, skips the fraud
      *                               rules; every other debit of a
      *                               matured term deposit is checked
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT FEE-RPT ASSIGN TO "ACCTFEE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-TRANS ASSIGN TO "ACCTHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT FRAUD-TRANS ASSIGN TO "FRAUDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUD-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT POST-REGISTRY ASSIGN TO "POSTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREG-REFERENCE
               FILE STATUS IS WS-POSTREG-STATUS.
           SELECT DUP-RPT ASSIGN TO "ACCTDUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-REGISTER ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PayReference
               FILE STATUS IS WS-EXTPAY-STATUS.
           SELECT TERM-DEPOSITS ASSIGN TO "TDEPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TdAcctNumber
               FILE STATUS IS WS-TDEPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  HELD-TRANS.
       01 HELD-TRANS-RECORD.
           02 HELD-AMOUNT          PIC   9(7)V99.
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-TO-ACCT         PIC   X(7).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-ORIG-REF        PIC   X(20).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-BENEF-BANK      PIC   X(11).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-BENEF-ACCT      PIC   X(20).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-BENEF-NAME      PIC   X(30).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-CURRENCY        PIC   X(3).

       FD  FRAUD-TRANS.
       01 FRAUD-TRANS-RECORD.
           COPY FRAUDREC.

       FD  ACCT-JOURNAL.
       01 ACCT-JOURNAL-RECORD.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  POST-REGISTRY.
       01 PostRegistry.
           COPY PREGREC.

       FD  DUP-RPT.
       01 DUP-RPT-RECORD           PIC X(80).

       FD  PAYMENT-REGISTER.
       01 ExternalPayment.
           COPY PAYXREC.

       FD  TERM-DEPOSITS.
       01 TermDeposit.
           COPY TDEPREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-JOURNAL-STATUS        PIC XX VALUE "00".
           88 JOURNAL-FILE-EXISTS             VALUE "00".
           88 JOURNAL-FILE-NOT-FOUND          VALUE "35".
       01 WS-SEALED-PERIOD         PIC X(6).
       01 JRNL-REQUEST.
           COPY JREQREC.

       01 TRANS-EOF-FLAG           PIC X  VALUE "N".
           88 TRANS-EOF                   VALUE "Y".
       01 WS-TXN-ARG2              PIC X(7).
       01 WS-TXN-ARG3              PIC XX.
           88 TXN-STATUS-OK              VALUE "00".
           88 TXN-STATUS-BOUNCED         VALUE "70" "71".
       01 WS-TXN-ARG4              PIC X(7).
       01 WS-CODE-STATUS           PIC XX.
           88 CODE-CHECK-PASSED          VALUE "00".
       01 WS-TRANSFER-OK-FLAG      PIC X.
           88 TRANSFER-LEGS-OK            VALUE "Y".
       01 WS-SAVED-BALANCE         PIC S9(7)V99.
       01 WS-PAIR-FLAG             PIC X  VALUE "N".
           88 POSTING-IS-PAIR             VALUE "Y".
       01 WS-PAIR-LEGS-FLAG        PIC X  VALUE "Y".
           88 PAIR-LEGS-OK                VALUE "Y".
       01 WS-PAIR-DEBIT-SIDE       PIC X  VALUE "M".
           88 MAIN-LEG-IS-DEBIT           VALUE "M".
       01 WS-PAIR-LINKED-CODE      PIC X(7).
       01 WS-PAIR-DEBIT-ACCT       PIC 9(7).
       01 WS-PAIR-CREDIT-ACCT      PIC 9(7).
       01 WS-CLEARING-ACCT         PIC 9(7) VALUE 0.
       01 WS-AMOUNT-WHOLE          PIC 9(7).
       01 WS-FUNDS-OK-FLAG         PIC X  VALUE "Y".
           88 DEBIT-FUNDS-OK              VALUE "Y".
           88 DEBIT-BOUNCES               VALUE "N".
       01 WS-BOUNCE-STATUS         PIC XX VALUE "70".
       01 WS-TXN-ARG5              PIC X.
       01 WS-CHARGE-FLAG           PIC X  VALUE "N".
           88 POSTING-IS-CHARGE           VALUE "Y".
       01 WS-HELD-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-FUNDS-LINE            PIC S9(9)V99.

       01 WS-HELD-STATUS           PIC XX VALUE "00".
           88 HELD-FILE-NOT-FOUND        VALUE "35".
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-OPERATOR-ID           PIC X(8).

      *****************************************************************
      * Fraud rules - each is off until its parameter is set. The
      * day's debits and the account's normal debit come from one
      * journal pass per checked debit.
      *****************************************************************
       01 WS-FRAUD-STATUS          PIC XX VALUE "00".
           88 FRAUD-FILE-NOT-FOUND       VALUE "35".
       01 WS-FRAUD-DAY-COUNT       PIC 9(4) VALUE 0.
       01 WS-FRAUD-DAY-TOTAL       PIC 9(7)V99 VALUE 0.
       01 WS-FRAUD-MULTIPLE        PIC 9(4) VALUE 0.
       01 WS-FRAUD-DORMANT         PIC X  VALUE "N".
           88 FRAUD-CHECKS-DORMANCY       VALUE "Y".
       01 WS-DORMANT-YEARS         PIC 99 VALUE 2.
       01 WS-FRAUD-MIN-HISTORY     PIC 9(4) VALUE 3.
       01 WS-FRAUD-FLAG            PIC X  VALUE "N".
           88 FRAUD-RULE-FIRED            VALUE "Y".
       01 WS-FRAUD-RULE            PIC X(8).
       01 WS-FRAUD-DETAIL          PIC X(50).
       01 WS-FRAUD-COUNT           PIC 9(5) VALUE 0.
       01 WS-FRD-TODAY-COUNT       PIC 9(5).
       01 WS-FRD-TODAY-TOTAL       PIC 9(9)V99.
       01 WS-FRD-DEBIT-COUNT       PIC 9(5).
       01 WS-FRD-DEBIT-SUM         PIC 9(11)V99.
       01 WS-FRD-NORMAL-DEBIT      PIC 9(7)V99.
       01 WS-FRD-FIRST-DATE        PIC X(8).
       01 WS-FRD-LAST-DEBIT        PIC X(8).
       01 WS-FRD-RULE-SLOT         PIC 99.
       01 WS-FRD-DATE-NUM          PIC 9(8).
       01 WS-FRD-YEAR-AGO          PIC X(8).
       01 WS-FRD-QUIET-CUTOFF      PIC X(8).
       01 WS-FRD-RPT-COUNT         PIC ZZZ9.
       01 WS-FRD-RPT-TIMES         PIC ZZZ9.
       01 WS-FRD-RPT-AMOUNT        PIC ZZZZZZZZ9.99.
       01 WS-FRD-RPT-LIMIT         PIC ZZZZZZ9.99.

      *****************************************************************
      * The value totals are kept per currency - money in one currency
      * cannot prove against money in another. Slot 1 is always the
      * base currency; the others are taken as the currencies turn up.
      *****************************************************************
       01 CURRENCY-TOTAL-TABLE.
           02 CURRENCY-TOTAL-ENTRY OCCURS 20.
              03 CT-CURRENCY       PIC X(3).
              03 CT-POSTED-DEBITS  PIC 9(10)V99.
              03 CT-POSTED-CREDITS PIC 9(10)V99.
              03 CT-XFEROUT-TOTAL  PIC 9(10)V99.
              03 CT-XFERIN-TOTAL   PIC 9(10)V99.
              03 CT-FXOUT-TOTAL    PIC 9(10)V99.
              03 CT-FXIN-TOTAL     PIC 9(10)V99.
              03 CT-REVERSED-DEBITS
                                   PIC 9(10)V99.
              03 CT-REVERSED-CREDITS
                                   PIC 9(10)V99.
              03 CT-BALANCE-SUM    PIC S9(11)V99.
              03 CT-BAL-BEFORE-SUM PIC S9(11)V99.
              03 CT-BAL-AFTER-SUM  PIC S9(11)V99.
       01 CT-IDX                   PIC 99.
       01 CT-MAX                   PIC 99 VALUE 0.
       01 WS-CT-SLOT               PIC 99 VALUE 1.
       01 WS-TOTAL-CURRENCY        PIC X(3).
       01 WS-CTL-PROGRAM           PIC X(12).
       01 SUMMING-EOF-FLAG         PIC X.
           88 SUMMING-EOF                 VALUE "Y".
       01 WS-CTL-COUNTER           PIC X(20).
              03 FEE-ACCT          PIC 9(7).
              03 FEE-COUNT         PIC 9(5).
              03 FEE-TOTAL         PIC 9(7)V99.
              03 FEE-CURRENCY      PIC X(3).
       01 FEE-TALLY-IDX            PIC 99.
       01 FEE-TALLY-MAX            PIC 99 VALUE 0.
       01 WS-FEE-SLOT              PIC 99.
       01 WS-FEE-CURRENCY          PIC X(3).
       01 WS-FEE-CHARGE-FLAG       PIC X  VALUE "Y".
           88 FEE-IS-CHARGEABLE           VALUE "Y".
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.

      *****************************************************************
      * Term deposits - a customer debit on a deposit inside its term
      * is locked, or carries the product's early-withdrawal penalty
      * worked out in the account's currency. Only the payout TDMATUR
      * queued for today is let past the fraud rules.
      *****************************************************************
       01 WS-TDEPMAST-STATUS       PIC XX VALUE "00".
           88 TDEPMAST-OK                     VALUE "00".
       01 WS-TERM-CHECK-FLAG       PIC X  VALUE "N".
           88 TERM-DEPOSIT-LOCKED         VALUE "L".
           88 TERM-PENALTY-DUE            VALUE "P".
           88 TERM-DEPOSIT-PAYOUT         VALUE "M".
       01 WS-TERM-MATURITY         PIC X(8).
       01 WS-TERM-PAYOUT-REF       PIC X(20).
       01 WS-TERM-PENALTY          PIC 9(7)V99 VALUE 0.
       01 WS-PENALTY-COUNT         PIC 9(5) VALUE 0.
       01 WS-POSTED-BEFORE         PIC 9(5) VALUE 0.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-POSTREG-STATUS        PIC XX VALUE "00".
           88 POSTREG-OK                      VALUE "00".
       01 WS-DUPLICATE-FLAG        PIC X  VALUE "N".
           88 SUSPECTED-DUPLICATE         VALUE "Y".
       01 WS-REGISTERED-FLAG       PIC X  VALUE "N".
           88 REFERENCE-ON-REGISTRY       VALUE "Y".
       01 WS-REG-DISPOSITION       PIC X(8).
       01 WS-ENTRY-JRNL-REF        PIC 9(9) VALUE 0.
       01 WS-DUPLICATE-COUNT       PIC 9(5) VALUE 0.
       01 WS-UNREFERENCED-COUNT    PIC 9(5) VALUE 0.

       01 WS-JRNL-REF              PIC 9(9) VALUE 0.
       01 WS-PRIOR-JRNL-REF        PIC 9(9) VALUE 0.
       01 WS-REVERSE-TARGET        PIC 9(9) VALUE 0.
       01 WS-TARGET-FOUND-FLAG     PIC X  VALUE "N".
           88 TARGET-WAS-FOUND            VALUE "Y".
       01 WS-TARGET-REVERSED-FLAG  PIC X  VALUE "N".
           88 TARGET-WAS-REVERSED         VALUE "Y".
       01 WS-TARGET-CODE           PIC X(7).
       01 WS-TARGET-ACCT           PIC 9(7).
       01 WS-TARGET-AMOUNT         PIC 9(7)V99.
       01 WS-TARGET-LINKED         PIC 9(9).
       01 WS-TARGET-CURRENCY       PIC X(3).
       01 WS-TARGET-DATE           PIC X(8).
       01 REVERSAL-LEG-TABLE.
           02 REVERSAL-LEG-ENTRY OCCURS 5.
              03 RVL-REF           PIC 9(9).
              03 RVL-ACCT          PIC 9(7).
              03 RVL-CODE          PIC X(7).
              03 RVL-AMOUNT        PIC 9(7)V99.
              03 RVL-DIRECTION     PIC X.
              03 RVL-SAVED-BAL     PIC S9(7)V99.
              03 RVL-BAL-AFTER     PIC S9(7)V99.
              03 RVL-APPLIED       PIC X.
              03 RVL-CURRENCY      PIC X(3).
       01 RVL-IDX                  PIC 99.
       01 RVL-MAX                  PIC 99 VALUE 0.
       01 RVL-SCAN-IDX             PIC 99.
       01 WS-LINK-SEARCH-REF       PIC 9(9).
       01 WS-LEG-DIRECTION         PIC X.
       01 WS-REVERSAL-OK-FLAG      PIC X  VALUE "Y".
           88 REVERSAL-LEGS-OK            VALUE "Y".
       01 WS-REVERSAL-COUNT        PIC 9(5) VALUE 0.
       01 WS-FEE-REFUND-COUNT      PIC 9(5) VALUE 0.
       01 WS-FEE-REFUND-TOTAL      PIC 9(7)V99 VALUE 0.

       01 WS-EXTPAY-STATUS         PIC XX VALUE "00".
           88 EXTPAY-OK                       VALUE "00".
       01 WS-EXTPAY-COUNT          PIC 9(5) VALUE 0.
       01 WS-EXTPAY-TOTAL          PIC 9(10)V99 VALUE 0.
       01 WS-EXTRTN-COUNT          PIC 9(5) VALUE 0.
       01 WS-EXTRTN-TOTAL          PIC 9(10)V99 VALUE 0.

       01 WS-TODAY-DATE            PIC X(8).

       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 WS-ACCT-CURRENCY         PIC X(3).
       01 WS-TO-CURRENCY           PIC X(3).
       01 WS-AMOUNT-CURRENCY       PIC X(3).
       01 WS-CROSS-AMOUNT          PIC 9(7)V99 VALUE 0.
       01 WS-CROSS-CURRENCY        PIC X(3) VALUE SPACES.
       01 WS-FX-RATE               PIC 9(5)V9(6) VALUE 0.
       01 WS-CREDIT-AMOUNT         PIC 9(7)V99 VALUE 0.
       01 WS-DEBIT-LEG-RATE        PIC 9(5)V9(6) VALUE 0.
       01 WS-CREDIT-LEG-RATE       PIC 9(5)V9(6) VALUE 0.
       01 WS-FX-STATUS             PIC XX VALUE "00".
           88 CURRENCY-CHECK-PASSED       VALUE "00".
       01 WS-FX-DATE               PIC X(8).
       01 WS-FX-CURRENCY           PIC X(3).
       01 WS-FX-LOOKUP-RATE        PIC 9(5)V9(6).
       01 WS-FX-FOUND-FLAG         PIC X  VALUE "N".
           88 FX-RATE-WAS-FOUND           VALUE "Y".
       01 WS-FROM-RATE             PIC 9(5)V9(6).
       01 WS-TO-RATE               PIC 9(5)V9(6).

       01 WS-RUN-DATE              PIC X(8).
       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ACCTPOST".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           MOVE WS-RUN-DATE TO WS-TODAY-DATE
           PERFORM LOAD-NSF-FEE
           PERFORM LOAD-APPROVAL-LIMIT
           PERFORM LOAD-FRAUD-RULES
           PERFORM LOAD-CLEARING-ACCT
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-CODE-RULES
           IF RULE-CODE-MAX = 0
              PERFORM INIT-CODE-RULES
           END-IF
           CALL "GETOPER" USING WS-OPERATOR-ID

      *****************************************************************
      * Entries are dated the business date - a month JRNLCLOS has
      * already sealed into its partition takes no more postings.
      *****************************************************************
           CALL "GETJSEAL" USING WS-SEALED-PERIOD
           IF WS-SEALED-PERIOD NOT = SPACES
              AND WS-TODAY-DATE(1:6) NOT > WS-SEALED-PERIOD
              DISPLAY "ACCTPOST: JOURNAL MONTH " WS-SEALED-PERIOD
                      " IS SEALED - NOTHING POSTED FOR "
                      WS-TODAY-DATE
              MOVE 8 TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS
                      WS-LOG-RETURN-CODE
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF NOT ACCTMAST-OK
              CLOSE ACCOUNT-MASTER
           END-IF

           PERFORM SUM-MASTER-BALANCES
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-MAX
              MOVE CT-BALANCE-SUM(CT-IDX) TO CT-BAL-BEFORE-SUM(CT-IDX)
           END-PERFORM

           OPEN I-O POST-REGISTRY
           IF NOT POSTREG-OK
              CLOSE POST-REGISTRY
              OPEN OUTPUT POST-REGISTRY
              CLOSE POST-REGISTRY
              OPEN I-O POST-REGISTRY
           END-IF
           OPEN I-O PAYMENT-REGISTER
           IF NOT EXTPAY-OK
              CLOSE PAYMENT-REGISTER
              OPEN OUTPUT PAYMENT-REGISTER
              CLOSE PAYMENT-REGISTER
              OPEN I-O PAYMENT-REGISTER
           END-IF
           OPEN OUTPUT DUP-RPT
           MOVE "SUSPECTED DUPLICATE SUBMISSIONS - NOT POSTED"
                TO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD

           OPEN INPUT POST-TRANS
           OPEN I-O ACCT-JOURNAL
           IF NOT JOURNAL-FILE-EXISTS
              CLOSE ACCT-JOURNAL
              OPEN OUTPUT ACCT-JOURNAL
              CLOSE ACCT-JOURNAL
              OPEN I-O ACCT-JOURNAL
           END-IF

           PERFORM UNTIL TRANS-EOF
                    SET TRANS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-TRANS-COUNT
                    PERFORM CHECK-FOR-DUPLICATE
                    EVALUATE TRUE
                       WHEN SUSPECTED-DUPLICATE
                          PERFORM DIVERT-SUSPECTED-DUPLICATE
                       WHEN POST-TXN-CODE = "REVERSL"
                          PERFORM REVERSE-JOURNAL-ENTRY
                       WHEN WS-APPROVAL-LIMIT > 0
                          AND POST-AMOUNT > WS-APPROVAL-LIMIT
                          AND POST-APPROVED-BY = SPACES
                          PERFORM HOLD-FOR-APPROVAL
                       WHEN OTHER
                          PERFORM POST-ONE-TRANSACTION
                    END-EVALUATE
                    PERFORM REGISTER-POSTING-REFERENCE
              END-READ
           END-PERFORM

           PERFORM SUM-MASTER-BALANCES
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-MAX
              MOVE CT-BALANCE-SUM(CT-IDX) TO CT-BAL-AFTER-SUM(CT-IDX)
           END-PERFORM

           PERFORM WRITE-DUPLICATE-TOTALS

           CLOSE ACCOUNT-MASTER
           CLOSE POST-TRANS
           CLOSE ACCT-JOURNAL
           CLOSE POST-REGISTRY
           CLOSE PAYMENT-REGISTER
           CLOSE DUP-RPT

           PERFORM CONSUME-TRANSACTION-FILE
           PERFORM WRITE-VALUE-TOTALS
           DISPLAY "ACCTPOST: " WS-DECLINED-COUNT " TRANSACTION(S) "
                   "DECLINED"
           DISPLAY "ACCTPOST: " WS-NSF-COUNT " NSF FEE(S) CHARGED"
           DISPLAY "ACCTPOST: " WS-PENALTY-COUNT " EARLY WITHDRAWAL "
                   "PENALTY(IES) CHARGED"
           DISPLAY "ACCTPOST: " WS-HELD-COUNT " TRANSACTION(S) HELD "
                   "FOR APPROVAL"
           DISPLAY "ACCTPOST: " WS-FRAUD-COUNT " DEBIT(S) HELD FOR "
                   "FRAUD REVIEW"
           DISPLAY "ACCTPOST: " WS-REVERSAL-COUNT " REVERSAL(S) "
                   "POSTED"
           DISPLAY "ACCTPOST: " WS-EXTPAY-COUNT " PAYMENT(S) TO OTHER "
                   "BANKS POSTED, " WS-EXTRTN-COUNT " RETURN(S) "
                   "CREDITED BACK"
           DISPLAY "ACCTPOST: " WS-DUPLICATE-COUNT " SUSPECTED "
                   "DUPLICATE(S) DIVERTED TO ACCTDUP.RPT"
           DISPLAY "ACCTPOST: " WS-UNREFERENCED-COUNT " TRANSACTION(S) "
                   "WITH NO ORIGINATOR REFERENCE"

           MOVE WS-TRANS-COUNT    TO WS-LOG-READ-COUNT
           MOVE WS-POSTED-COUNT   TO WS-LOG-ACCEPT-COUNT
           COMPUTE WS-LOG-REJECT-COUNT =
              WS-DECLINED-COUNT + WS-DUPLICATE-COUNT
           MOVE WS-FINAL-RC       TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * One pass over the master sums every AcctBalance into its
      * currency - taken once before the first posting and once after
      * the last, the difference is the money this run moved.
      *****************************************************************
       SUM-MASTER-BALANCES.
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-MAX
              MOVE 0 TO CT-BALANCE-SUM(CT-IDX)
           END-PERFORM
           MOVE "N" TO SUMMING-EOF-FLAG
           MOVE ZEROES TO AcctNumber
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AcctNumber
                 AT END
                    SET SUMMING-EOF TO TRUE
                 NOT AT END
                    MOVE AcctCurrency TO WS-TOTAL-CURRENCY
                    PERFORM FIND-CURRENCY-TOTAL
                    ADD AcctBalance TO CT-BALANCE-SUM(WS-CT-SLOT)
              END-READ
           END-PERFORM.

      *****************************************************************
      * Finds - or opens - the totals slot for WS-TOTAL-CURRENCY; a
      * blank currency is the base. Past the last slot the money is
      * counted with the base, and BALANCER will show it out.
      *****************************************************************
       FIND-CURRENCY-TOTAL.
           IF WS-TOTAL-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-TOTAL-CURRENCY
           END-IF
           MOVE 0 TO WS-CT-SLOT
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-MAX
              IF CT-CURRENCY(CT-IDX) = WS-TOTAL-CURRENCY
                 MOVE CT-IDX TO WS-CT-SLOT
              END-IF
           END-PERFORM
           IF WS-CT-SLOT = 0
              IF CT-MAX < 20
                 ADD 1 TO CT-MAX
                 MOVE CT-MAX TO WS-CT-SLOT
                 PERFORM CLEAR-CURRENCY-TOTAL
              ELSE
                 DISPLAY "ACCTPOST: MORE THAN 20 CURRENCIES - "
                         WS-TOTAL-CURRENCY " COUNTED WITH "
                         WS-BASE-CURRENCY
                 MOVE 1 TO WS-CT-SLOT
              END-IF
           END-IF.

       CLEAR-CURRENCY-TOTAL.
           MOVE WS-TOTAL-CURRENCY TO CT-CURRENCY(WS-CT-SLOT)
           MOVE 0 TO CT-POSTED-DEBITS(WS-CT-SLOT)
           MOVE 0 TO CT-POSTED-CREDITS(WS-CT-SLOT)
           MOVE 0 TO CT-XFEROUT-TOTAL(WS-CT-SLOT)
           MOVE 0 TO CT-XFERIN-TOTAL(WS-CT-SLOT)
           MOVE 0 TO CT-FXOUT-TOTAL(WS-CT-SLOT)
           MOVE 0 TO CT-FXIN-TOTAL(WS-CT-SLOT)
           MOVE 0 TO CT-REVERSED-DEBITS(WS-CT-SLOT)
           MOVE 0 TO CT-REVERSED-CREDITS(WS-CT-SLOT)
           MOVE 0 TO CT-BALANCE-SUM(WS-CT-SLOT)
           MOVE 0 TO CT-BAL-BEFORE-SUM(WS-CT-SLOT)
           MOVE 0 TO CT-BAL-AFTER-SUM(WS-CT-SLOT).

      *****************************************************************
      * The currency the bank keeps its books in - accounts with no
      * currency of their own are held in it. It takes the first
      * totals slot so the base totals always write under ACCTPOST.
      *****************************************************************
       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF
           MOVE WS-BASE-CURRENCY TO WS-TOTAL-CURRENCY
           PERFORM FIND-CURRENCY-TOTAL
           MOVE WS-BASE-CURRENCY TO WS-AMOUNT-CURRENCY.

      *****************************************************************
      * The base currency's totals go out under ACCTPOST as they
      * always have; each other currency's under ACCTPOST-ccc, so
      * BALANCER proves every currency on its own.
      *****************************************************************
       WRITE-VALUE-TOTALS.
           PERFORM VARYING WS-CT-SLOT FROM 1 BY 1
                   UNTIL WS-CT-SLOT > CT-MAX
              IF WS-CT-SLOT = 1
                 MOVE WS-LOG-PROGRAM-NAME TO WS-CTL-PROGRAM
              ELSE
                 MOVE SPACES TO WS-CTL-PROGRAM
                 STRING "ACCTPOST-" DELIMITED BY SIZE
                        CT-CURRENCY(WS-CT-SLOT) DELIMITED BY SIZE
                        INTO WS-CTL-PROGRAM
              END-IF
              PERFORM WRITE-CURRENCY-TOTALS
           END-PERFORM

           MOVE "EXTPAY-TOTAL" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-EXTPAY-TOTAL * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "EXTRTN-TOTAL" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-EXTRTN-TOTAL * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE.

       WRITE-CURRENCY-TOTALS.
           MOVE "POSTED-DEBITS" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = CT-POSTED-DEBITS(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "POSTED-CREDITS" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = CT-POSTED-CREDITS(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "XFEROUT-TOTAL" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = CT-XFEROUT-TOTAL(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "XFERIN-TOTAL" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = CT-XFERIN-TOTAL(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "FXOUT-TOTAL" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = CT-FXOUT-TOTAL(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "FXIN-TOTAL" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = CT-FXIN-TOTAL(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "ACCT-BAL-BEFORE" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = CT-BAL-BEFORE-SUM(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "ACCT-BAL-AFTER" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = CT-BAL-AFTER-SUM(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "REVERSED-DEBITS" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE =
              CT-REVERSED-DEBITS(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "REVERSED-CREDITS" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE =
              CT-REVERSED-CREDITS(WS-CT-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE.

      *****************************************************************
      *****************************************************************
      * PROGRAM06's Arg2 carries whole units only, so the amount is
      * validated on its whole part but posted with its full
      * fractional value - once it is in the account's currency.
      *****************************************************************
       POST-ONE-TRANSACTION.
           MOVE "N" TO WS-CHARGE-FLAG
           IF POST-TXN-CODE = "MNTFEE"
              SET POSTING-IS-CHARGE TO TRUE
           END-IF
           PERFORM SET-PAIR-LEGS
           PERFORM RESOLVE-POSTING-CURRENCY
           MOVE POST-ACCT-NUMBER TO WS-TXN-ARG1
           MOVE POST-AMOUNT      TO WS-AMOUNT-WHOLE
           MOVE WS-AMOUNT-WHOLE  TO WS-TXN-ARG2

           PERFORM VALIDATE-POSTING-CODE
           MOVE "N" TO WS-FRAUD-FLAG
           MOVE "N" TO WS-TERM-CHECK-FLAG
           MOVE 0 TO WS-TERM-PENALTY
           IF POSTING-CODE-IS-VALID
              AND PAIR-LEGS-OK
              AND CURRENCY-CHECK-PASSED
              PERFORM CHECK-TERM-DEPOSIT
              IF NOT TERM-DEPOSIT-LOCKED
                 AND NOT TERM-DEPOSIT-PAYOUT
                 PERFORM CHECK-FRAUD-RULES
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN NOT POSTING-CODE-IS-VALID
                 MOVE "10" TO WS-TXN-ARG3
                 ADD 1 TO WS-DECLINED-COUNT
                 PERFORM WRITE-DECLINED-JOURNAL
              WHEN NOT PAIR-LEGS-OK
                 MOVE "85" TO WS-TXN-ARG3
                 ADD 1 TO WS-DECLINED-COUNT
                 PERFORM WRITE-DECLINED-JOURNAL
                 DISPLAY "ACCTPOST: " POST-TXN-CODE " FOR "
                         POST-ACCT-NUMBER " DECLINED - NO CLEARING "
                         "ACCOUNT OR NO BENEFICIARY"
              WHEN NOT CURRENCY-CHECK-PASSED
                 MOVE WS-FX-STATUS TO WS-TXN-ARG3
                 ADD 1 TO WS-DECLINED-COUNT
                 PERFORM WRITE-DECLINED-JOURNAL
                 IF WS-FX-STATUS = "87"
                    DISPLAY "ACCTPOST: " POST-TXN-CODE " FOR "
                            POST-ACCT-NUMBER " DECLINED - PAYMENTS "
                            "TO OTHER BANKS ARE IN "
                            WS-BASE-CURRENCY " ONLY"
                 ELSE
                    DISPLAY "ACCTPOST: " POST-TXN-CODE " FOR "
                            POST-ACCT-NUMBER " DECLINED - NO "
                            WS-FX-CURRENCY " EXCHANGE RATE FOR "
                            WS-TODAY-DATE
                 END-IF
              WHEN TERM-DEPOSIT-LOCKED
                 MOVE "89" TO WS-TXN-ARG3
                 ADD 1 TO WS-DECLINED-COUNT
                 PERFORM WRITE-DECLINED-JOURNAL
                 DISPLAY "ACCTPOST: " POST-TXN-CODE " FOR "
                         POST-ACCT-NUMBER " DECLINED - TERM DEPOSIT "
                         "DOES NOT MATURE UNTIL " WS-TERM-MATURITY
              WHEN FRAUD-RULE-FIRED
                 PERFORM HOLD-FOR-FRAUD-REVIEW
              WHEN OTHER
                 IF POSTING-IS-PAIR
                    MOVE POST-TO-ACCT TO WS-TXN-ARG4
                 ELSE
                    MOVE SPACES TO WS-TXN-ARG4
                 END-IF
                 MOVE WS-POSTING-DIRECTION TO WS-TXN-ARG5
                 IF POSTING-IS-CHARGE
                    MOVE SPACE TO WS-TXN-ARG5
                 END-IF
                 CALL "PROGRAM06" USING WS-TXN-ARG1 WS-TXN-ARG2
                         WS-TXN-ARG3 WS-TXN-ARG4 WS-TXN-ARG5
                 IF NOT TXN-STATUS-OK
                    ADD 1 TO WS-DECLINED-COUNT
                    PERFORM WRITE-DECLINED-JOURNAL
                    IF TXN-STATUS-BOUNCED
                       PERFORM CHARGE-VALIDATOR-BOUNCE
                    END-IF
                 ELSE
                    MOVE WS-POSTED-COUNT TO WS-POSTED-BEFORE
                    IF POSTING-IS-PAIR
                       PERFORM APPLY-TRANSFER-PAIR
                    ELSE
                       PERFORM APPLY-AMOUNT-TO-BALANCE
                    END-IF
                    IF TERM-PENALTY-DUE
                       AND WS-POSTED-COUNT > WS-POSTED-BEFORE
                       PERFORM POST-EARLY-PENALTY
                    END-IF
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * Only a customer debit out of the account is checked - a bank
      * charge is not a withdrawal, and money paid in to a deposit is
      * never refused. Before the maturity date an active deposit is
      * locked unless its product charges for early withdrawal
      * instead. On or after it only the payout TDMATUR queued is
      * spared the fraud rules - a TRANSFR carrying its TM + deposit
      * + business date reference on a contract TDMATUR has just
      * settled. Any other debit of a matured deposit is checked.
      *****************************************************************
       CHECK-TERM-DEPOSIT.
           IF POSTING-MONEY-OUT
              AND NOT POSTING-IS-CHARGE
              OPEN INPUT TERM-DEPOSITS
              IF TDEPMAST-OK
                 MOVE POST-ACCT-NUMBER TO TdAcctNumber
                 READ TERM-DEPOSITS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE TdMaturityDate TO WS-TERM-MATURITY
                       IF TdMaturityDate NOT > WS-TODAY-DATE
                          MOVE SPACES TO WS-TERM-PAYOUT-REF
                          STRING "TM" DELIMITED BY SIZE
                                 TdAcctNumber DELIMITED BY SIZE
                                 WS-TODAY-DATE DELIMITED BY SIZE
                                 INTO WS-TERM-PAYOUT-REF
                          IF POST-TXN-CODE = "TRANSFR"
                             AND TD-IS-MATURED
                             AND POST-ORIG-REF = WS-TERM-PAYOUT-REF
                             SET TERM-DEPOSIT-PAYOUT TO TRUE
                          END-IF
                       ELSE
                          IF TD-IS-ACTIVE
                             SET TERM-DEPOSIT-LOCKED TO TRUE
                             PERFORM RESOLVE-EARLY-PENALTY
                          END-IF
                       END-IF
                 END-READ
                 CLOSE TERM-DEPOSITS
              END-IF
           END-IF.

      *****************************************************************
      * The penalty is the product's rate on the amount withdrawn, as
      * the product stands today. A deposit whose product is gone
      * from the catalog stays locked.
      *****************************************************************
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
                          POST-AMOUNT * ProductPenaltyRate
                    END-IF
              END-READ
              CLOSE PRODUCT-FILE
           END-IF.

      *****************************************************************
      * The penalty posts as its own TDPENAL debit linked to the
      * withdrawal it was charged on. The funds test already took the
      * penalty into account, so it fits inside the account.
      *****************************************************************
       POST-EARLY-PENALTY.
           MOVE POST-ACCT-NUMBER TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "ACCTPOST: EARLY WITHDRAWAL PENALTY NOT "
                         "CHARGED - " POST-ACCT-NUMBER " NOT FOUND"
              NOT INVALID KEY
                 SUBTRACT WS-TERM-PENALTY FROM AcctBalance
                 REWRITE Account
                    INVALID KEY
                       DISPLAY "ACCTPOST: EARLY WITHDRAWAL PENALTY "
                               "REWRITE FAILED FOR " AcctNumber
                    NOT INVALID KEY
                       ADD 1 TO WS-PENALTY-COUNT
                       PERFORM WRITE-PENALTY-JOURNAL
                 END-REWRITE
           END-READ.

       WRITE-PENALTY-JOURNAL.
           MOVE WS-ACCT-CURRENCY TO WS-TOTAL-CURRENCY
           PERFORM FIND-CURRENCY-TOTAL
           ADD WS-TERM-PENALTY TO CT-POSTED-DEBITS(WS-CT-SLOT)
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-TODAY-DATE    TO JRNL-DATE
           MOVE AcctNumber       TO JRNL-ACCT-NUMBER
           MOVE "TDPENAL"        TO JRNL-TXN-CODE
           MOVE WS-TERM-PENALTY  TO JRNL-AMOUNT
           MOVE "00"             TO JRNL-STATUS
           MOVE "POSTED"         TO JRNL-DISPOSITION
           MOVE AcctBalance      TO JRNL-BALANCE-AFTER
           PERFORM STAMP-JOURNAL-OPERATOR
           PERFORM STAMP-JOURNAL-REFERENCE
           MOVE WS-ACCT-CURRENCY TO JRNL-CURRENCY
           MOVE WS-ENTRY-JRNL-REF TO JRNL-LINKED-REF
           PERFORM WRITE-JOURNAL-ENTRY.

      *****************************************************************
      * Three codes post as a pair of legs. A TRANSFR debits the
      * account and credits its to-account. A payment to another
      * bank (EXTPAY) debits the account and credits the clearing
      * suspense account named by the CLEARING-ACCT parameter, where
      * the money waits for the clearing house; a payment the
      * clearing house returns (EXTRTN) comes back out of suspense
      * to the account. The suspense side is filled in here, never
      * keyed, and the return's suspense debit is not tested for
      * funds. With no clearing account set, or an EXTPAY with no
      * beneficiary bank and account, the transaction declines 85.
      *****************************************************************
       SET-PAIR-LEGS.
           MOVE "N" TO WS-PAIR-FLAG
           MOVE "Y" TO WS-PAIR-LEGS-FLAG
           MOVE "M" TO WS-PAIR-DEBIT-SIDE
           MOVE SPACES TO WS-PAIR-LINKED-CODE
           EVALUATE POST-TXN-CODE
              WHEN "TRANSFR"
                 SET POSTING-IS-PAIR TO TRUE
                 MOVE "XFERIN" TO WS-PAIR-LINKED-CODE
              WHEN "EXTPAY"
                 SET POSTING-IS-PAIR TO TRUE
                 MOVE "CLRIN" TO WS-PAIR-LINKED-CODE
                 MOVE WS-CLEARING-ACCT TO POST-TO-ACCT
                 IF WS-CLEARING-ACCT = 0
                    OR POST-BENEF-BANK = SPACES
                    OR POST-BENEF-ACCT = SPACES
                    MOVE "N" TO WS-PAIR-LEGS-FLAG
                 END-IF
              WHEN "EXTRTN"
                 SET POSTING-IS-PAIR TO TRUE
                 SET POSTING-IS-CHARGE TO TRUE
                 MOVE "L" TO WS-PAIR-DEBIT-SIDE
                 MOVE "CLROUT" TO WS-PAIR-LINKED-CODE
                 MOVE WS-CLEARING-ACCT TO POST-TO-ACCT
                 IF WS-CLEARING-ACCT = 0
                    MOVE "N" TO WS-PAIR-LEGS-FLAG
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *****************************************************************
      * Settles the currency of the posting before anything is
      * validated. An amount stated in another currency than the
      * account's (POST-CURRENCY, blank for the account's own) is
      * converted to the account's at the day's rates and the stated
      * amount kept to journal beside it. A TRANSFR to an account in
      * another currency credits the amount converted again into the
      * to-account's currency - or exactly the stated amount, when it
      * was stated in the to-account's currency. Payments to and
      * returns from other banks clear in the base currency only.
      * Declines:
      *    87 - EXTPAY/EXTRTN on a foreign-currency account or amount
      *    88 - no FXRATE.DAT rate for a currency on the business date
      *****************************************************************
       RESOLVE-POSTING-CURRENCY.
           MOVE "00" TO WS-FX-STATUS
           MOVE 0 TO WS-CROSS-AMOUNT
           MOVE SPACES TO WS-CROSS-CURRENCY
           MOVE 0 TO WS-FX-RATE
           MOVE 0 TO WS-DEBIT-LEG-RATE
           MOVE 0 TO WS-CREDIT-LEG-RATE
           MOVE POST-ACCT-NUMBER TO AcctNumber
           MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
           READ ACCOUNT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AcctCurrency NOT = SPACES
                    MOVE AcctCurrency TO WS-ACCT-CURRENCY
                 END-IF
           END-READ
           MOVE WS-ACCT-CURRENCY TO WS-TO-CURRENCY
           MOVE WS-ACCT-CURRENCY TO WS-AMOUNT-CURRENCY

           IF (POST-TXN-CODE = "EXTPAY" OR POST-TXN-CODE = "EXTRTN")
              AND (WS-ACCT-CURRENCY NOT = WS-BASE-CURRENCY
                   OR (POST-CURRENCY NOT = SPACES
                       AND POST-CURRENCY NOT = WS-BASE-CURRENCY))
              MOVE "87" TO WS-FX-STATUS
           END-IF

           IF CURRENCY-CHECK-PASSED
              AND POST-CURRENCY NOT = SPACES
              AND POST-CURRENCY NOT = WS-ACCT-CURRENCY
              PERFORM CONVERT-STATED-AMOUNT
           END-IF

           MOVE POST-AMOUNT TO WS-CREDIT-AMOUNT
           IF CURRENCY-CHECK-PASSED
              AND POST-TXN-CODE = "TRANSFR"
              PERFORM CONVERT-TRANSFER-CREDIT
           END-IF.

       CONVERT-STATED-AMOUNT.
           MOVE POST-CURRENCY TO WS-AMOUNT-CURRENCY
           MOVE POST-CURRENCY TO WS-FX-CURRENCY
           PERFORM LOOK-UP-FX-RATE
           MOVE WS-FX-LOOKUP-RATE TO WS-FROM-RATE
           IF FX-RATE-WAS-FOUND
              MOVE WS-ACCT-CURRENCY TO WS-FX-CURRENCY
              PERFORM LOOK-UP-FX-RATE
              MOVE WS-FX-LOOKUP-RATE TO WS-TO-RATE
           END-IF
           IF NOT FX-RATE-WAS-FOUND
              MOVE "88" TO WS-FX-STATUS
           ELSE
              MOVE POST-AMOUNT   TO WS-CROSS-AMOUNT
              MOVE POST-CURRENCY TO WS-CROSS-CURRENCY
              COMPUTE WS-FX-RATE ROUNDED = WS-FROM-RATE / WS-TO-RATE
              COMPUTE POST-AMOUNT ROUNDED =
                 WS-CROSS-AMOUNT * WS-FROM-RATE / WS-TO-RATE
              MOVE WS-ACCT-CURRENCY TO WS-AMOUNT-CURRENCY
           END-IF.

       CONVERT-TRANSFER-CREDIT.
           IF POST-TO-ACCT IS NUMERIC
              MOVE POST-TO-ACCT TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF AcctCurrency NOT = SPACES
                       MOVE AcctCurrency TO WS-TO-CURRENCY
                    ELSE
                       MOVE WS-BASE-CURRENCY TO WS-TO-CURRENCY
                    END-IF
              END-READ
           END-IF
           IF WS-TO-CURRENCY NOT = WS-ACCT-CURRENCY
              MOVE WS-ACCT-CURRENCY TO WS-FX-CURRENCY
              PERFORM LOOK-UP-FX-RATE
              MOVE WS-FX-LOOKUP-RATE TO WS-FROM-RATE
              IF FX-RATE-WAS-FOUND
                 MOVE WS-TO-CURRENCY TO WS-FX-CURRENCY
                 PERFORM LOOK-UP-FX-RATE
                 MOVE WS-FX-LOOKUP-RATE TO WS-TO-RATE
              END-IF
              IF NOT FX-RATE-WAS-FOUND
                 MOVE "88" TO WS-FX-STATUS
              ELSE
                 COMPUTE WS-CREDIT-LEG-RATE ROUNDED =
                    WS-FROM-RATE / WS-TO-RATE
                 COMPUTE WS-DEBIT-LEG-RATE ROUNDED =
                    WS-TO-RATE / WS-FROM-RATE
                 IF WS-CROSS-CURRENCY = WS-TO-CURRENCY
                    MOVE WS-CROSS-AMOUNT TO WS-CREDIT-AMOUNT
                 ELSE
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                       POST-AMOUNT * WS-FROM-RATE / WS-TO-RATE
                 END-IF
              END-IF
           END-IF.

       LOOK-UP-FX-RATE.
           MOVE WS-TODAY-DATE TO WS-FX-DATE
           CALL "GETFXRT" USING WS-FX-DATE, WS-FX-CURRENCY,
                   WS-FX-LOOKUP-RATE, WS-FX-FOUND-FLAG.

      *****************************************************************
      * The clearing suspense account is an ordinary ACCTMAST.DAT
      * account - with no CLEARING-ACCT parameter on file, payments
      * to other banks decline and everything else posts as before.
      *****************************************************************
       LOAD-CLEARING-ACCT.
           MOVE "CLEARING-ACCT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-CLEARING-ACCT =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           IF WS-CLEARING-ACCT = 0
              DISPLAY "ACCTPOST: NO CLEARING-ACCT PARAMETER - "
                      "PAYMENTS TO OTHER BANKS WILL DECLINE"
           END-IF.

      *****************************************************************
      * PROGRAM03 and the TXNCODES.DAT rules own the code list - a
      * code the rules do not recognize, or one that moves no money,
      * for a site with no TXNCODES.DAT yet.
      *****************************************************************
       INIT-CODE-RULES.
           MOVE 8 TO RULE-CODE-MAX
           MOVE "DEPOSIT" TO RLC-CODE(1)
           MOVE "C" TO RLC-DIRECTION(1)
           MOVE "Y" TO RLC-HAS-AMOUNT(1)
           MOVE "Y" TO RLC-HAS-AMOUNT(2)
           MOVE "TRANSFR" TO RLC-CODE(3)
           MOVE "D" TO RLC-DIRECTION(3)
           MOVE "Y" TO RLC-HAS-AMOUNT(3)
           MOVE "LOANPMT" TO RLC-CODE(4)
           MOVE "D" TO RLC-DIRECTION(4)
           MOVE "Y" TO RLC-HAS-AMOUNT(4)
           MOVE "MNTFEE" TO RLC-CODE(5)
           MOVE "D" TO RLC-DIRECTION(5)
           MOVE "Y" TO RLC-HAS-AMOUNT(5)
           MOVE "DSPCRED" TO RLC-CODE(6)
           MOVE "C" TO RLC-DIRECTION(6)
           MOVE "Y" TO RLC-HAS-AMOUNT(6)
           MOVE "EXTPAY" TO RLC-CODE(7)
           MOVE "D" TO RLC-DIRECTION(7)
           MOVE "Y" TO RLC-HAS-AMOUNT(7)
           MOVE "EXTRTN" TO RLC-CODE(8)
           MOVE "C" TO RLC-DIRECTION(8)
           MOVE "Y" TO RLC-HAS-AMOUNT(8).

      *****************************************************************
      * A transfer applies the debit and the credit together - if the
      * credit side cannot be rewritten the already-applied debit is
      * put back, and either both journal entries are written or
      * neither is. A returned payment debits the suspense side and
      * credits the account, the other way round from the rest.
      *****************************************************************
       APPLY-TRANSFER-PAIR.
           MOVE "N" TO WS-TRANSFER-OK-FLAG
           MOVE "Y" TO WS-FUNDS-OK-FLAG
           IF MAIN-LEG-IS-DEBIT
              MOVE POST-ACCT-NUMBER TO WS-PAIR-DEBIT-ACCT
              MOVE POST-TO-ACCT     TO WS-PAIR-CREDIT-ACCT
           ELSE
              MOVE POST-TO-ACCT     TO WS-PAIR-DEBIT-ACCT
              MOVE POST-ACCT-NUMBER TO WS-PAIR-CREDIT-ACCT
           END-IF

           MOVE WS-PAIR-DEBIT-ACCT TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 CONTINUE

           IF TRANSFER-LEGS-OK
              MOVE "N" TO WS-TRANSFER-OK-FLAG
              MOVE WS-PAIR-CREDIT-ACCT TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    PERFORM BACK-OUT-DEBIT-LEG
                 NOT INVALID KEY
                    IF MAIN-LEG-IS-DEBIT
                       ADD WS-CREDIT-AMOUNT TO AcctBalance
                    ELSE
                       ADD POST-AMOUNT TO AcctBalance
                    END-IF
                    REWRITE Account
                       INVALID KEY
                          PERFORM BACK-OUT-DEBIT-LEG
              PERFORM WRITE-TRANSFER-JOURNAL-PAIR
           ELSE
              IF DEBIT-BOUNCES
                 MOVE WS-BOUNCE-STATUS TO WS-TXN-ARG3
              END-IF
              ADD 1 TO WS-DECLINED-COUNT
              PERFORM WRITE-DECLINED-JOURNAL
           END-IF.

       BACK-OUT-DEBIT-LEG.
           MOVE WS-PAIR-DEBIT-ACCT TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "ACCTPOST: BACK-OUT READ FAILED FOR "
                         WS-PAIR-DEBIT-ACCT
              NOT INVALID KEY
                 MOVE WS-SAVED-BALANCE TO AcctBalance
                 REWRITE Account
                    INVALID KEY
                       DISPLAY "ACCTPOST: BACK-OUT REWRITE FAILED "
                               "FOR " WS-PAIR-DEBIT-ACCT
                 END-REWRITE
           END-READ.

      *****************************************************************
      * The account's own leg is journalled first and the other leg
      * links back to it - the XFERIN of a transfer, or the CLRIN /
      * CLROUT suspense leg of a payment to or return from another
      * bank. A posted payment is registered on EXTPAY.DAT for
      * PAYOUT to send to the clearing house. A transfer between two
      * currencies is counted as FX out of the one and FX in to the
      * other rather than as a transfer - the two sides are no longer
      * the same money - and each leg carries the other's amount,
      * currency and the rate between them.
      *****************************************************************
       WRITE-TRANSFER-JOURNAL-PAIR.
           MOVE WS-ACCT-CURRENCY TO WS-TOTAL-CURRENCY
           PERFORM FIND-CURRENCY-TOTAL
           IF MAIN-LEG-IS-DEBIT
              ADD POST-AMOUNT TO CT-POSTED-DEBITS(WS-CT-SLOT)
           ELSE
              ADD POST-AMOUNT TO CT-POSTED-CREDITS(WS-CT-SLOT)
           END-IF
           EVALUATE TRUE
              WHEN POST-TXN-CODE = "EXTPAY"
                 ADD 1 TO WS-EXTPAY-COUNT
                 ADD POST-AMOUNT TO WS-EXTPAY-TOTAL
              WHEN POST-TXN-CODE = "EXTRTN"
                 ADD 1 TO WS-EXTRTN-COUNT
                 ADD POST-AMOUNT TO WS-EXTRTN-TOTAL
              WHEN WS-TO-CURRENCY NOT = WS-ACCT-CURRENCY
                 ADD POST-AMOUNT TO CT-FXOUT-TOTAL(WS-CT-SLOT)
              WHEN OTHER
                 ADD POST-AMOUNT TO CT-XFEROUT-TOTAL(WS-CT-SLOT)
           END-EVALUATE
           MOVE WS-TO-CURRENCY TO WS-TOTAL-CURRENCY
           PERFORM FIND-CURRENCY-TOTAL
           IF MAIN-LEG-IS-DEBIT
              ADD WS-CREDIT-AMOUNT TO CT-POSTED-CREDITS(WS-CT-SLOT)
           ELSE
              ADD WS-CREDIT-AMOUNT TO CT-POSTED-DEBITS(WS-CT-SLOT)
           END-IF
           EVALUATE TRUE
              WHEN POST-TXN-CODE = "EXTPAY"
              WHEN POST-TXN-CODE = "EXTRTN"
                 CONTINUE
              WHEN WS-TO-CURRENCY NOT = WS-ACCT-CURRENCY
                 ADD WS-CREDIT-AMOUNT TO CT-FXIN-TOTAL(WS-CT-SLOT)
              WHEN OTHER
                 ADD WS-CREDIT-AMOUNT TO CT-XFERIN-TOTAL(WS-CT-SLOT)
           END-EVALUATE
           MOVE POST-ACCT-NUMBER TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-TODAY-DATE    TO JRNL-DATE
           MOVE POST-ACCT-NUMBER TO JRNL-ACCT-NUMBER
           MOVE POST-TXN-CODE    TO JRNL-TXN-CODE
           MOVE POST-AMOUNT      TO JRNL-AMOUNT
           MOVE WS-TXN-ARG3      TO JRNL-STATUS
           MOVE "POSTED"         TO JRNL-DISPOSITION
           MOVE AcctBalance      TO JRNL-BALANCE-AFTER
           PERFORM STAMP-JOURNAL-OPERATOR
           PERFORM STAMP-JOURNAL-REFERENCE
           PERFORM STAMP-JOURNAL-CURRENCY
           IF WS-TO-CURRENCY NOT = WS-ACCT-CURRENCY
              MOVE WS-CREDIT-AMOUNT  TO JRNL-CROSS-AMOUNT
              MOVE WS-TO-CURRENCY    TO JRNL-CROSS-CURRENCY
              MOVE WS-DEBIT-LEG-RATE TO JRNL-FX-RATE
           END-IF
           MOVE "POSTED"         TO WS-REG-DISPOSITION
           MOVE WS-JRNL-REF      TO WS-ENTRY-JRNL-REF
           PERFORM WRITE-JOURNAL-ENTRY

           MOVE POST-TO-ACCT TO AcctNumber
           READ ACCOUNT-MASTER
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-TODAY-DATE    TO JRNL-DATE
           MOVE POST-TO-ACCT     TO JRNL-ACCT-NUMBER
           MOVE WS-PAIR-LINKED-CODE TO JRNL-TXN-CODE
           MOVE WS-CREDIT-AMOUNT TO JRNL-AMOUNT
           MOVE WS-TXN-ARG3      TO JRNL-STATUS
           MOVE "POSTED"         TO JRNL-DISPOSITION
           MOVE AcctBalance      TO JRNL-BALANCE-AFTER
           PERFORM STAMP-JOURNAL-OPERATOR
           PERFORM STAMP-JOURNAL-REFERENCE
           MOVE WS-TO-CURRENCY   TO JRNL-CURRENCY
           IF WS-TO-CURRENCY NOT = WS-ACCT-CURRENCY
              MOVE POST-AMOUNT        TO JRNL-CROSS-AMOUNT
              MOVE WS-ACCT-CURRENCY   TO JRNL-CROSS-CURRENCY
              MOVE WS-CREDIT-LEG-RATE TO JRNL-FX-RATE
           END-IF
           MOVE WS-PRIOR-JRNL-REF TO JRNL-LINKED-REF
           PERFORM WRITE-JOURNAL-ENTRY

           IF POST-TXN-CODE = "EXTPAY"
              PERFORM REGISTER-OUTBOUND-PAYMENT
           END-IF.

       REGISTER-OUTBOUND-PAYMENT.
           INITIALIZE ExternalPayment
           MOVE WS-ENTRY-JRNL-REF TO PayReference
           MOVE POST-ACCT-NUMBER  TO PayAcctNumber
           MOVE POST-AMOUNT       TO PayAmount
           MOVE POST-BENEF-BANK   TO PayBenefBank
           MOVE POST-BENEF-ACCT   TO PayBenefAcct
           MOVE POST-BENEF-NAME   TO PayBenefName
           MOVE WS-TODAY-DATE     TO PayPostedDate
           MOVE POST-ORIG-REF     TO PayOrigRef
           SET PAY-IS-PENDING TO TRUE
           WRITE ExternalPayment
              INVALID KEY
                 DISPLAY "ACCTPOST: PAYMENT REGISTER WRITE FAILED FOR "
                         "JOURNAL REF " WS-ENTRY-JRNL-REF
           END-WRITE.

       APPLY-AMOUNT-TO-BALANCE.
           MOVE POST-ACCT-NUMBER TO AcctNumber
                    SUBTRACT POST-AMOUNT FROM AcctBalance
                    PERFORM REWRITE-POSTED-BALANCE
                 ELSE
                    MOVE WS-BOUNCE-STATUS TO WS-TXN-ARG3
                    ADD 1 TO WS-DECLINED-COUNT
                    PERFORM WRITE-DECLINED-JOURNAL
                    PERFORM POST-NSF-FEE
           END-REWRITE.

      *****************************************************************
      * A debit is good while it fits inside the available balance -
      * the balance plus the account's agreed overdraft (zero for an
      * account with no overdraft agreement), less the active holds
      * and liens on HOLDS.DAT. A debit that only the holds stop
      * declines 71 rather than 70, so the branch can tell a
      * garnished account from an empty one. A bank charge such as
      * the monthly maintenance fee is not a debit the customer asked
      * for and posts like the NSF fee, funds or no funds. An early
      * withdrawal from a term deposit must leave room for its
      * penalty as well.
      *****************************************************************
       CHECK-DEBIT-FUNDS.
           MOVE "Y" TO WS-FUNDS-OK-FLAG
           MOVE "70" TO WS-BOUNCE-STATUS
           IF NOT POSTING-IS-CHARGE
              CALL "GETHOLDS" USING AcctNumber WS-HELD-TOTAL
              COMPUTE WS-FUNDS-LINE = AcctBalance + AcctOverdraft
              IF POST-AMOUNT + WS-TERM-PENALTY
                 > WS-FUNDS-LINE - WS-HELD-TOTAL
                 SET DEBIT-BOUNCES TO TRUE
                 IF POST-AMOUNT + WS-TERM-PENALTY
                    NOT > WS-FUNDS-LINE
                    MOVE "71" TO WS-BOUNCE-STATUS
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * PROGRAM06 turned the debit away for funds before it reached
      * the balance - the bounce is charged exactly as if the
      * posting check had caught it.
      *****************************************************************
       CHARGE-VALIDATOR-BOUNCE.
           MOVE POST-ACCT-NUMBER TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM POST-NSF-FEE
           END-READ.

      *****************************************************************
      * The bounce is not free - the fee posts to the account as its
      * own NSFFEE journal transaction, even when it drives the
      * debit the customer asked for.
      *****************************************************************
       POST-NSF-FEE.
           PERFORM RESOLVE-NSF-FEE
           IF FEE-IS-CHARGEABLE
              ADD 1 TO WS-NSF-COUNT
              SUBTRACT WS-CHARGED-FEE FROM AcctBalance
              REWRITE Account
                 INVALID KEY
                    DISPLAY "ACCTPOST: NSF FEE REWRITE FAILED FOR "
                            AcctNumber
                 NOT INVALID KEY
                    PERFORM WRITE-FEE-JOURNAL
                    PERFORM TALLY-FEE-INCOME
              END-REWRITE
           END-IF.

       WRITE-FEE-JOURNAL.
           MOVE WS-FEE-CURRENCY TO WS-TOTAL-CURRENCY
           PERFORM FIND-CURRENCY-TOTAL
           ADD WS-CHARGED-FEE TO CT-POSTED-DEBITS(WS-CT-SLOT)
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-TODAY-DATE    TO JRNL-DATE
           MOVE AcctNumber       TO JRNL-ACCT-NUMBER
           MOVE "POSTED"         TO JRNL-DISPOSITION
           MOVE AcctBalance      TO JRNL-BALANCE-AFTER
           PERFORM STAMP-JOURNAL-OPERATOR
           PERFORM STAMP-JOURNAL-REFERENCE
           MOVE WS-FEE-CURRENCY  TO JRNL-CURRENCY
           MOVE WS-PRIOR-JRNL-REF TO JRNL-LINKED-REF
           PERFORM WRITE-JOURNAL-ENTRY.

       TALLY-FEE-INCOME.
           MOVE 0 TO WS-FEE-SLOT
              ADD 1 TO FEE-TALLY-MAX
              MOVE FEE-TALLY-MAX TO WS-FEE-SLOT
              MOVE AcctNumber TO FEE-ACCT(WS-FEE-SLOT)
              MOVE WS-FEE-CURRENCY TO FEE-CURRENCY(WS-FEE-SLOT)
              MOVE 0 TO FEE-COUNT(WS-FEE-SLOT)
              MOVE 0 TO FEE-TOTAL(WS-FEE-SLOT)
           END-IF
      *****************************************************************
      * The product's own fee outranks the site default - a zero
      * product fee means the product has no special rate, not a
      * free bounce. The fee is set in the base currency and charged
      * to a foreign-currency account at the day's rate; with no rate
      * for the day the fee is waived rather than guessed.
      *****************************************************************
       RESOLVE-NSF-FEE.
           MOVE "Y" TO WS-FEE-CHARGE-FLAG
           MOVE WS-NSF-FEE TO WS-CHARGED-FEE
           IF AcctProduct NOT = SPACES
              OPEN INPUT PRODUCT-FILE
                 END-READ
                 CLOSE PRODUCT-FILE
              END-IF
           END-IF
           MOVE AcctCurrency TO WS-FEE-CURRENCY
           IF WS-FEE-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-FEE-CURRENCY
           END-IF
           IF WS-FEE-CURRENCY NOT = WS-BASE-CURRENCY
              MOVE WS-FEE-CURRENCY TO WS-FX-CURRENCY
              PERFORM LOOK-UP-FX-RATE
              IF FX-RATE-WAS-FOUND
                 COMPUTE WS-CHARGED-FEE ROUNDED =
                    WS-CHARGED-FEE / WS-FX-LOOKUP-RATE
              ELSE
                 MOVE "N" TO WS-FEE-CHARGE-FLAG
                 DISPLAY "ACCTPOST: NO " WS-FEE-CURRENCY
                         " EXCHANGE RATE FOR " WS-TODAY-DATE
                         " - NSF FEE ON " AcctNumber " WAIVED"
              END-IF
           END-IF.

      *****************************************************************
           MOVE POST-ACCT-NUMBER TO HELD-ACCT-NUMBER
           MOVE POST-AMOUNT      TO HELD-AMOUNT
           MOVE POST-TO-ACCT     TO HELD-TO-ACCT
           MOVE POST-ORIG-REF    TO HELD-ORIG-REF
           MOVE POST-BENEF-BANK  TO HELD-BENEF-BANK
           MOVE POST-BENEF-ACCT  TO HELD-BENEF-ACCT
           MOVE POST-BENEF-NAME  TO HELD-BENEF-NAME
           MOVE POST-CURRENCY    TO HELD-CURRENCY
           WRITE HELD-TRANS-RECORD
           MOVE "HELD"           TO WS-REG-DISPOSITION
           MOVE 0                TO WS-ENTRY-JRNL-REF
           CLOSE HELD-TRANS
           DISPLAY "ACCTPOST: " POST-TXN-CODE " FOR "
                   POST-ACCT-NUMBER " HELD FOR SUPERVISOR APPROVAL".

      *****************************************************************
      * Each fraud rule is off until its parameter is on file. The
      * dormancy rule uses the DORMANT-YEARS quiet period ACCTDORM
      * sweeps accounts on, and the normal debit is the average over
      * the past year.
      *****************************************************************
       LOAD-FRAUD-RULES.
           MOVE "FRAUD-DAY-COUNT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-FRAUD-DAY-COUNT =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "FRAUD-DAY-TOTAL" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-FRAUD-DAY-TOTAL =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "FRAUD-MULTIPLE" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-FRAUD-MULTIPLE =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "FRAUD-DORMANT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              MOVE WS-PARM-VALUE(1:1) TO WS-FRAUD-DORMANT
           END-IF
           MOVE "DORMANT-YEARS" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-DORMANT-YEARS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF

           MOVE WS-TODAY-DATE TO WS-FRD-DATE-NUM
           SUBTRACT 10000 FROM WS-FRD-DATE-NUM
           MOVE WS-FRD-DATE-NUM TO WS-FRD-YEAR-AGO
           MOVE WS-TODAY-DATE TO WS-FRD-DATE-NUM
           COMPUTE WS-FRD-DATE-NUM =
              WS-FRD-DATE-NUM - (WS-DORMANT-YEARS * 10000)
           MOVE WS-FRD-DATE-NUM TO WS-FRD-QUIET-CUTOFF.

      *****************************************************************
      * Only a debit the customer asked for is checked - not a credit,
      * not a bank charge, not one the fraud team has already
      * released, and not one on an account that is not active, which
      * PROGRAM06 turns away anyway. The rules are tried in order and
      * the first to fire holds the debit:
      *    DAYCOUNT - FRAUD-DAY-COUNT debits already posted today
      *    DAYTOTAL - today's debits with this one over FRAUD-DAY-TOTAL
      *    PATTERN  - over FRAUD-MULTIPLE times the account's average
      *               debit of the past year, once there are at least
      *               three debits to average
      *    DORMANT  - the first debit out of an account open longer
      *               than DORMANT-YEARS that has not been debited
      *               inside them
      * Amounts are compared in the account's own currency.
      *****************************************************************
       CHECK-FRAUD-RULES.
           IF POSTING-MONEY-OUT
              AND NOT POSTING-IS-CHARGE
              AND POST-FRAUD-CLEARED-BY = SPACES
              AND (WS-FRAUD-DAY-COUNT > 0
                   OR WS-FRAUD-DAY-TOTAL > 0
                   OR WS-FRAUD-MULTIPLE > 0
                   OR FRAUD-CHECKS-DORMANCY)
              MOVE POST-ACCT-NUMBER TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF ACCOUNT-IS-ACTIVE
                       PERFORM GATHER-DEBIT-HISTORY
                       PERFORM APPLY-FRAUD-RULES
                    END-IF
              END-READ
           END-IF.

      *****************************************************************
      * One pass over the account's journal, oldest first, from the
      * earlier of a year ago and the DORMANT-YEARS cutoff - nothing
      * older counts toward the rules, so the sealed months before
      * it are left closed. The journal is closed while JRNLREAD
      * reads it and reopened after, as for a reversal, so debits
      * posted earlier in this same run count toward the day. A
      * customer debit is a posted entry
      * whose code moves money out, other than the maintenance fee -
      * the NSF fee, the tax leg and the transfer-in legs are not on
      * the code rules as debits.
      *****************************************************************
       GATHER-DEBIT-HISTORY.
           MOVE 0 TO WS-FRD-TODAY-COUNT
           MOVE 0 TO WS-FRD-TODAY-TOTAL
           MOVE 0 TO WS-FRD-DEBIT-COUNT
           MOVE 0 TO WS-FRD-DEBIT-SUM
           MOVE 0 TO WS-FRD-NORMAL-DEBIT
           MOVE SPACES TO WS-FRD-FIRST-DATE
           MOVE SPACES TO WS-FRD-LAST-DEBIT
           CLOSE ACCT-JOURNAL
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE POST-ACCT-NUMBER TO JRQ-ACCT
           IF WS-FRD-QUIET-CUTOFF < WS-FRD-YEAR-AGO
              MOVE WS-FRD-QUIET-CUTOFF TO JRQ-FROM-DATE
           ELSE
              MOVE WS-FRD-YEAR-AGO     TO JRQ-FROM-DATE
           END-IF
           MOVE WS-TODAY-DATE    TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 PERFORM NOTE-HISTORY-ENTRY
              END-IF
              SET JRNL-READ-NEXT TO TRUE
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM
           IF FRAUD-CHECKS-DORMANCY
              AND (WS-FRD-FIRST-DATE = SPACES
                   OR WS-FRD-FIRST-DATE NOT < WS-FRD-QUIET-CUTOFF)
              AND (WS-FRD-LAST-DEBIT = SPACES
                   OR WS-FRD-LAST-DEBIT < WS-FRD-QUIET-CUTOFF)
              PERFORM FIND-ENTRY-BEFORE-CUTOFF
           END-IF
           OPEN I-O ACCT-JOURNAL
           IF WS-FRD-DEBIT-COUNT > 0
              COMPUTE WS-FRD-NORMAL-DEBIT ROUNDED =
                 WS-FRD-DEBIT-SUM / WS-FRD-DEBIT-COUNT
           END-IF.

      *****************************************************************
      * An account with no debit since the cutoff is only dormant if
      * it was open before it. Then the older journal is asked for
      * just its first entry for the account - reading stops there.
      *****************************************************************
       FIND-ENTRY-BEFORE-CUTOFF.
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE POST-ACCT-NUMBER    TO JRQ-ACCT
           MOVE "00000000"          TO JRQ-FROM-DATE
           MOVE WS-FRD-QUIET-CUTOFF TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           IF JRNL-ENTRY-RETURNED
              AND JRNL-DATE < WS-FRD-QUIET-CUTOFF
              MOVE JRNL-DATE TO WS-FRD-FIRST-DATE
           END-IF
           SET JRNL-STOP-READING TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD.

       NOTE-HISTORY-ENTRY.
           IF WS-FRD-FIRST-DATE = SPACES
              MOVE JRNL-DATE TO WS-FRD-FIRST-DATE
           END-IF
           MOVE 0 TO WS-FRD-RULE-SLOT
           PERFORM VARYING RULE-CODE-IDX FROM 1 BY 1
                   UNTIL RULE-CODE-IDX > RULE-CODE-MAX
              IF RLC-CODE(RULE-CODE-IDX) = JRNL-TXN-CODE
                 MOVE RULE-CODE-IDX TO WS-FRD-RULE-SLOT
              END-IF
           END-PERFORM
           IF WS-FRD-RULE-SLOT > 0
              AND RLC-DIRECTION(WS-FRD-RULE-SLOT) = "D"
              AND JRNL-TXN-CODE NOT = "MNTFEE"
              MOVE JRNL-DATE TO WS-FRD-LAST-DEBIT
              IF JRNL-DATE = WS-TODAY-DATE
                 ADD 1 TO WS-FRD-TODAY-COUNT
                 ADD JRNL-AMOUNT TO WS-FRD-TODAY-TOTAL
              ELSE
                 IF JRNL-DATE NOT < WS-FRD-YEAR-AGO
                    ADD 1 TO WS-FRD-DEBIT-COUNT
                    ADD JRNL-AMOUNT TO WS-FRD-DEBIT-SUM
                 END-IF
              END-IF
           END-IF.

       APPLY-FRAUD-RULES.
           MOVE SPACES TO WS-FRAUD-DETAIL
           EVALUATE TRUE
              WHEN WS-FRAUD-DAY-COUNT > 0
                   AND WS-FRD-TODAY-COUNT NOT < WS-FRAUD-DAY-COUNT
                 SET FRAUD-RULE-FIRED TO TRUE
                 MOVE "DAYCOUNT" TO WS-FRAUD-RULE
                 MOVE WS-FRD-TODAY-COUNT TO WS-FRD-RPT-COUNT
                 MOVE WS-FRAUD-DAY-COUNT TO WS-FRD-RPT-TIMES
                 STRING WS-FRD-RPT-COUNT DELIMITED BY SIZE
                        " DEBITS ALREADY TODAY - LIMIT "
                        DELIMITED BY SIZE
                        WS-FRD-RPT-TIMES DELIMITED BY SIZE
                        INTO WS-FRAUD-DETAIL
              WHEN WS-FRAUD-DAY-TOTAL > 0
                   AND WS-FRD-TODAY-TOTAL + POST-AMOUNT
                       > WS-FRAUD-DAY-TOTAL
                 SET FRAUD-RULE-FIRED TO TRUE
                 MOVE "DAYTOTAL" TO WS-FRAUD-RULE
                 COMPUTE WS-FRD-RPT-AMOUNT =
                    WS-FRD-TODAY-TOTAL + POST-AMOUNT
                 MOVE WS-FRAUD-DAY-TOTAL TO WS-FRD-RPT-LIMIT
                 STRING "TODAY " DELIMITED BY SIZE
                        WS-FRD-RPT-AMOUNT DELIMITED BY SIZE
                        " WITH THIS - LIMIT " DELIMITED BY SIZE
                        WS-FRD-RPT-LIMIT DELIMITED BY SIZE
                        INTO WS-FRAUD-DETAIL
              WHEN WS-FRAUD-MULTIPLE > 0
                   AND WS-FRD-DEBIT-COUNT NOT < WS-FRAUD-MIN-HISTORY
                   AND POST-AMOUNT
                       > WS-FRD-NORMAL-DEBIT * WS-FRAUD-MULTIPLE
                 SET FRAUD-RULE-FIRED TO TRUE
                 MOVE "PATTERN" TO WS-FRAUD-RULE
                 MOVE WS-FRD-NORMAL-DEBIT TO WS-FRD-RPT-LIMIT
                 MOVE WS-FRAUD-MULTIPLE TO WS-FRD-RPT-TIMES
                 STRING "NORMAL DEBIT " DELIMITED BY SIZE
                        WS-FRD-RPT-LIMIT DELIMITED BY SIZE
                        " - OVER " DELIMITED BY SIZE
                        WS-FRD-RPT-TIMES DELIMITED BY SIZE
                        " TIMES THAT" DELIMITED BY SIZE
                        INTO WS-FRAUD-DETAIL
              WHEN FRAUD-CHECKS-DORMANCY
                   AND WS-FRD-FIRST-DATE NOT = SPACES
                   AND WS-FRD-FIRST-DATE < WS-FRD-QUIET-CUTOFF
                   AND (WS-FRD-LAST-DEBIT = SPACES
                        OR WS-FRD-LAST-DEBIT < WS-FRD-QUIET-CUTOFF)
                 SET FRAUD-RULE-FIRED TO TRUE
                 MOVE "DORMANT" TO WS-FRAUD-RULE
                 IF WS-FRD-LAST-DEBIT = SPACES
                    MOVE "NEVER DEBITED BEFORE"
                         TO WS-FRAUD-DETAIL
                 ELSE
                    STRING "NO DEBIT SINCE " DELIMITED BY SIZE
                           WS-FRD-LAST-DEBIT DELIMITED BY SIZE
                           INTO WS-FRAUD-DETAIL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *****************************************************************
      * The fraud queue keeps the debit as it was submitted - the
      * stated amount and currency, not the converted one - with any
      * supervisor approval it already carries, so a release needs
      * no second approval.
      *****************************************************************
       HOLD-FOR-FRAUD-REVIEW.
           ADD 1 TO WS-FRAUD-COUNT
           OPEN EXTEND FRAUD-TRANS
           IF FRAUD-FILE-NOT-FOUND
              OPEN OUTPUT FRAUD-TRANS
           END-IF
           INITIALIZE FRAUD-TRANS-RECORD WITH FILLER
           MOVE WS-TODAY-DATE    TO FRAUD-DATE
           MOVE POST-TXN-CODE    TO FRAUD-TXN-CODE
           MOVE POST-ACCT-NUMBER TO FRAUD-ACCT-NUMBER
           IF WS-CROSS-CURRENCY NOT = SPACES
              MOVE WS-CROSS-AMOUNT TO FRAUD-AMOUNT
           ELSE
              MOVE POST-AMOUNT   TO FRAUD-AMOUNT
           END-IF
           IF POST-TXN-CODE NOT = "EXTPAY"
              MOVE POST-TO-ACCT  TO FRAUD-TO-ACCT
           END-IF
           MOVE POST-ORIG-REF    TO FRAUD-ORIG-REF
           MOVE POST-BENEF-BANK  TO FRAUD-BENEF-BANK
           MOVE POST-BENEF-ACCT  TO FRAUD-BENEF-ACCT
           MOVE POST-BENEF-NAME  TO FRAUD-BENEF-NAME
           MOVE POST-CURRENCY    TO FRAUD-CURRENCY
           MOVE POST-APPROVED-BY TO FRAUD-APPROVED-BY
           MOVE WS-FRAUD-RULE    TO FRAUD-RULE
           MOVE WS-FRAUD-DETAIL  TO FRAUD-DETAIL
           WRITE FRAUD-TRANS-RECORD
           MOVE "FRAUDHLD"       TO WS-REG-DISPOSITION
           MOVE 0                TO WS-ENTRY-JRNL-REF
           CLOSE FRAUD-TRANS
           DISPLAY "ACCTPOST: " POST-TXN-CODE " FOR "
                   POST-ACCT-NUMBER " HELD FOR FRAUD REVIEW - "
                   WS-FRAUD-RULE.

       LOAD-NSF-FEE.
           MOVE "NSF-FEE" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                     WS-RPT-COUNT DELIMITED BY SIZE
                     " CHARGED " DELIMITED BY SIZE
                     WS-RPT-AMOUNT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FEE-CURRENCY(FEE-TALLY-IDX) DELIMITED BY SIZE
                     INTO FEE-RPT-RECORD
              WRITE FEE-RPT-RECORD
           END-PERFORM
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD

           MOVE WS-PENALTY-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FEE-RPT-RECORD
           STRING "TERM DEPOSIT EARLY WITHDRAWAL PENALTIES: "
                  DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD

           MOVE WS-FEE-REFUND-COUNT TO WS-RPT-COUNT
           MOVE WS-FEE-REFUND-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO FEE-RPT-RECORD
           STRING "TOTAL NSF FEES REFUNDED BY REVERSAL: "
                  DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " AMOUNT " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  INTO FEE-RPT-RECORD
           WRITE FEE-RPT-RECORD
           CLOSE FEE-RPT.

       WRITE-POSTED-JOURNAL.
           MOVE WS-AMOUNT-CURRENCY TO WS-TOTAL-CURRENCY
           PERFORM FIND-CURRENCY-TOTAL
           IF POSTING-MONEY-IN
              ADD POST-AMOUNT TO CT-POSTED-CREDITS(WS-CT-SLOT)
           ELSE
              ADD POST-AMOUNT TO CT-POSTED-DEBITS(WS-CT-SLOT)
           END-IF
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-TODAY-DATE    TO JRNL-DATE
           MOVE "POSTED"         TO JRNL-DISPOSITION
           MOVE AcctBalance      TO JRNL-BALANCE-AFTER
           PERFORM STAMP-JOURNAL-OPERATOR
           PERFORM STAMP-JOURNAL-REFERENCE
           PERFORM STAMP-JOURNAL-CURRENCY
           MOVE "POSTED"         TO WS-REG-DISPOSITION
           MOVE WS-JRNL-REF      TO WS-ENTRY-JRNL-REF
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-DECLINED-JOURNAL.
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE "DECLINED"       TO JRNL-DISPOSITION
           MOVE ZERO             TO JRNL-BALANCE-AFTER
           PERFORM STAMP-JOURNAL-OPERATOR
           PERFORM STAMP-JOURNAL-REFERENCE
           PERFORM STAMP-JOURNAL-CURRENCY
           MOVE "DECLINED"       TO WS-REG-DISPOSITION
           MOVE WS-JRNL-REF      TO WS-ENTRY-JRNL-REF
           IF POST-TXN-CODE = "REVERSL"
              AND POST-REVERSES-REF IS NUMERIC
              MOVE POST-REVERSES-REF TO JRNL-LINKED-REF
           END-IF
           PERFORM WRITE-JOURNAL-ENTRY.

      *****************************************************************
      * The reference is unique, so a write that fails its key means
      * ACCTJRNL.SEQ was set back - the run carries on and ends RC 8.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           WRITE ACCT-JOURNAL-RECORD
              INVALID KEY
                 DISPLAY "ACCTPOST: JOURNAL REFERENCE " JRNL-REFERENCE
                         " NOT WRITTEN - STATUS " WS-JOURNAL-STATUS
                 MOVE 8 TO WS-FINAL-RC
           END-WRITE.

      *****************************************************************
      * A released held transaction carries its approving supervisor
           ELSE
              MOVE WS-OPERATOR-ID TO JRNL-OPERATOR
           END-IF.

      *****************************************************************
      * Every entry takes the next number off the shared ACCTJRNL.SEQ
      * control - the number just replaced is kept so a generated leg
      * written straight after its parent can point back at it.
      *****************************************************************
       STAMP-JOURNAL-REFERENCE.
           MOVE WS-JRNL-REF TO WS-PRIOR-JRNL-REF
           CALL "GETJREF" USING WS-JRNL-REF
           MOVE WS-JRNL-REF TO JRNL-REFERENCE.

      *****************************************************************
      * The entry is in the currency its amount is stated in - the
      * account's, once converted - with the amount as first stated
      * and the rate used kept beside it.
      *****************************************************************
       STAMP-JOURNAL-CURRENCY.
           MOVE WS-AMOUNT-CURRENCY TO JRNL-CURRENCY
           IF WS-CROSS-CURRENCY NOT = SPACES
              MOVE WS-CROSS-AMOUNT   TO JRNL-CROSS-AMOUNT
              MOVE WS-CROSS-CURRENCY TO JRNL-CROSS-CURRENCY
              MOVE WS-FX-RATE        TO JRNL-FX-RATE
           END-IF.

      *****************************************************************
      * A REVERSL names the journal reference it corrects and backs
      * that entry out exactly - the account and amount keyed on the
      * transaction are only a check against the entry, the money
      * comes off the journal. A reversal is a correction of money
      * that already moved, so it is neither held for approval nor
      * tested for funds, and it declines with its own status:
      *    80 - no journal entry carries the reference
      *    81 - the entry has already been reversed
      *    82 - nothing to reverse (a reversal, or a decline that
      *         charged no fee)
      *    83 - the keyed account or amount is not the entry's
      *    84 - an account the entry touched is closed or missing
      *    86 - the entry is a payment to another bank that has
      *         already gone out to the clearing house - only the
      *         clearing house can send it back, as a return
      *****************************************************************
       REVERSE-JOURNAL-ENTRY.
           MOVE "00" TO WS-TXN-ARG3
           MOVE "N" TO WS-TARGET-FOUND-FLAG
           MOVE 0 TO WS-TARGET-ACCT
           MOVE 0 TO WS-TARGET-AMOUNT
           MOVE WS-BASE-CURRENCY TO WS-TARGET-CURRENCY
           MOVE SPACES TO WS-CROSS-CURRENCY
           IF POST-REVERSES-REF IS NOT NUMERIC
              MOVE "80" TO WS-TXN-ARG3
           ELSE
              MOVE POST-REVERSES-REF TO WS-REVERSE-TARGET
              IF WS-REVERSE-TARGET = 0
                 MOVE "80" TO WS-TXN-ARG3
              ELSE
                 PERFORM FIND-REVERSAL-TARGET
                 PERFORM CHECK-REVERSAL-TARGET
                 IF WS-TXN-ARG3 = "00"
                    AND WS-TARGET-CODE = "EXTPAY"
                    PERFORM CHECK-PAYMENT-NOT-SENT
                 END-IF
              END-IF
           END-IF

           IF POST-ACCT-NUMBER IS NOT NUMERIC
              OR POST-ACCT-NUMBER = 0
              MOVE WS-TARGET-ACCT TO POST-ACCT-NUMBER
           END-IF
           IF POST-AMOUNT IS NOT NUMERIC
              OR POST-AMOUNT = 0
              MOVE WS-TARGET-AMOUNT TO POST-AMOUNT
           END-IF

           MOVE WS-TARGET-CURRENCY TO WS-AMOUNT-CURRENCY

           IF WS-TXN-ARG3 = "00"
              PERFORM APPLY-REVERSAL-LEGS
           END-IF

           IF WS-TXN-ARG3 = "00"
              ADD 1 TO WS-POSTED-COUNT
              ADD 1 TO WS-REVERSAL-COUNT
              PERFORM WRITE-REVERSAL-JOURNAL
              IF WS-TARGET-CODE = "EXTPAY"
                 PERFORM CANCEL-OUTBOUND-PAYMENT
              END-IF
           ELSE
              ADD 1 TO WS-DECLINED-COUNT
              PERFORM WRITE-DECLINED-JOURNAL
              DISPLAY "ACCTPOST: REVERSAL OF " POST-REVERSES-REF
                      " DECLINED - STATUS " WS-TXN-ARG3
           END-IF.

      *****************************************************************
      * The journal is closed while JRNLREAD looks the entry up -
      * in the open journal or a sealed month - and reopened after,
      * so entries written earlier in this same run are found too.
      * Naming the XFERIN leg of a transfer reverses the whole
      * transfer, through the TRANSFR leg it links back to - and
      * likewise the suspense leg of a payment to or return from
      * another bank.
      *****************************************************************
       FIND-REVERSAL-TARGET.
           CLOSE ACCT-JOURNAL
           PERFORM SCAN-FOR-REVERSAL-TARGET
           IF TARGET-WAS-FOUND
              AND (WS-TARGET-CODE = "XFERIN"
                   OR WS-TARGET-CODE = "CLRIN"
                   OR WS-TARGET-CODE = "CLROUT")
              AND WS-TARGET-LINKED > 0
              MOVE WS-TARGET-LINKED TO WS-REVERSE-TARGET
              PERFORM SCAN-FOR-REVERSAL-TARGET
           END-IF
           OPEN I-O ACCT-JOURNAL.

      *****************************************************************
      * The entry is read by its reference, then the entries linked
      * to it - the legs written with it (the XFERIN, the NSFFEE, the
      * WHTTAX) and any reversal of it - then the entries linked to
      * each leg, where a reversal of the leg would be.
      *****************************************************************
       SCAN-FOR-REVERSAL-TARGET.
           MOVE "N" TO WS-TARGET-FOUND-FLAG
           MOVE "N" TO WS-TARGET-REVERSED-FLAG
           MOVE SPACES TO WS-TARGET-CODE
           MOVE 0 TO WS-TARGET-LINKED
           MOVE 0 TO RVL-MAX
           SET JRNL-FIND-REFERENCE TO TRUE
           MOVE WS-REVERSE-TARGET TO JRQ-REFERENCE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           IF JRNL-ENTRY-RETURNED
              SET TARGET-WAS-FOUND TO TRUE
              MOVE JRNL-TXN-CODE    TO WS-TARGET-CODE
              MOVE JRNL-ACCT-NUMBER TO WS-TARGET-ACCT
              MOVE JRNL-AMOUNT      TO WS-TARGET-AMOUNT
              MOVE JRNL-LINKED-REF  TO WS-TARGET-LINKED
              MOVE JRNL-DATE        TO WS-TARGET-DATE
              IF JRNL-CURRENCY NOT = SPACES
                 MOVE JRNL-CURRENCY TO WS-TARGET-CURRENCY
              END-IF
              IF JRNL-WAS-POSTED
                 PERFORM ADD-REVERSAL-LEG
              END-IF
              MOVE WS-REVERSE-TARGET TO WS-LINK-SEARCH-REF
              PERFORM SCAN-LINKED-ENTRIES
              PERFORM VARYING RVL-SCAN-IDX FROM 1 BY 1
                      UNTIL RVL-SCAN-IDX > RVL-MAX
                 IF RVL-REF(RVL-SCAN-IDX) NOT = WS-REVERSE-TARGET
                    MOVE RVL-REF(RVL-SCAN-IDX) TO WS-LINK-SEARCH-REF
                    PERFORM SCAN-LINKED-ENTRIES
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      * Nothing is linked to an entry before the entry was posted, so
      * the search starts at the entry's own date.
      *****************************************************************
       SCAN-LINKED-ENTRIES.
           SET JRNL-START-LINKED TO TRUE
           MOVE WS-LINK-SEARCH-REF TO JRQ-REFERENCE
           MOVE WS-TARGET-DATE TO JRQ-FROM-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              PERFORM NOTE-LINKED-ENTRY
              SET JRNL-READ-NEXT TO TRUE
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

      *****************************************************************
      * A posted REVERSL linked to the entry or one of its legs means
      * it is already reversed; any other posted entry linked to the
      * entry itself is a leg that comes back with it.
      *****************************************************************
       NOTE-LINKED-ENTRY.
           EVALUATE TRUE
              WHEN NOT JRNL-WAS-POSTED
                 CONTINUE
              WHEN JRNL-TXN-CODE = "REVERSL"
                 SET TARGET-WAS-REVERSED TO TRUE
              WHEN WS-LINK-SEARCH-REF = WS-REVERSE-TARGET
                 PERFORM ADD-REVERSAL-LEG
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       ADD-REVERSAL-LEG.
           IF RVL-MAX < 5
              ADD 1 TO RVL-MAX
              MOVE JRNL-REFERENCE   TO RVL-REF(RVL-MAX)
              MOVE JRNL-ACCT-NUMBER TO RVL-ACCT(RVL-MAX)
              MOVE JRNL-TXN-CODE    TO RVL-CODE(RVL-MAX)
              MOVE JRNL-AMOUNT      TO RVL-AMOUNT(RVL-MAX)
              PERFORM FIND-LEG-DIRECTION
              MOVE WS-LEG-DIRECTION TO RVL-DIRECTION(RVL-MAX)
              MOVE 0   TO RVL-SAVED-BAL(RVL-MAX)
              MOVE 0   TO RVL-BAL-AFTER(RVL-MAX)
              MOVE "N" TO RVL-APPLIED(RVL-MAX)
              IF JRNL-CURRENCY = SPACES
                 MOVE WS-BASE-CURRENCY TO RVL-CURRENCY(RVL-MAX)
              ELSE
                 MOVE JRNL-CURRENCY TO RVL-CURRENCY(RVL-MAX)
              END-IF
           END-IF.

      *****************************************************************
      * The engine's own journal codes have a fixed side; anything
      * else takes its side from the loaded code rules, and a code
      * with no rule reads as money out, as GLSUMM assumes.
      *****************************************************************
       FIND-LEG-DIRECTION.
           EVALUATE JRNL-TXN-CODE
              WHEN "XFERIN"
              WHEN "INTRST"
              WHEN "EXTRTN"
              WHEN "CLRIN"
                 MOVE "C" TO WS-LEG-DIRECTION
              WHEN "TRANSFR"
              WHEN "NSFFEE"
              WHEN "TDPENAL"
              WHEN "WHTTAX"
              WHEN "EXTPAY"
              WHEN "CLROUT"
                 MOVE "D" TO WS-LEG-DIRECTION
              WHEN OTHER
                 MOVE "D" TO WS-LEG-DIRECTION
                 PERFORM VARYING RULE-CODE-IDX FROM 1 BY 1
                         UNTIL RULE-CODE-IDX > RULE-CODE-MAX
                    IF RLC-CODE(RULE-CODE-IDX) = JRNL-TXN-CODE
                       MOVE RLC-DIRECTION(RULE-CODE-IDX)
                            TO WS-LEG-DIRECTION
                    END-IF
                 END-PERFORM
           END-EVALUATE.

      *****************************************************************
      * A payment still waiting on EXTPAY.DAT for the clearing file
      * can be reversed here - it is marked cancelled so PAYOUT does
      * not send it. Once sent, the money is out of the bank's hands.
      *****************************************************************
       CHECK-PAYMENT-NOT-SENT.
           MOVE WS-REVERSE-TARGET TO PayReference
           READ PAYMENT-REGISTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF NOT PAY-IS-PENDING
                    MOVE "86" TO WS-TXN-ARG3
                 END-IF
           END-READ.

       CANCEL-OUTBOUND-PAYMENT.
           MOVE WS-REVERSE-TARGET TO PayReference
           READ PAYMENT-REGISTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET PAY-IS-CANCELLED TO TRUE
                 REWRITE ExternalPayment
                    INVALID KEY
                       DISPLAY "ACCTPOST: PAYMENT REGISTER REWRITE "
                               "FAILED FOR " WS-REVERSE-TARGET
                 END-REWRITE
           END-READ.

       CHECK-REVERSAL-TARGET.
           EVALUATE TRUE
              WHEN NOT TARGET-WAS-FOUND
                 MOVE "80" TO WS-TXN-ARG3
              WHEN TARGET-WAS-REVERSED
                 MOVE "81" TO WS-TXN-ARG3
              WHEN WS-TARGET-CODE = "REVERSL"
                 MOVE "82" TO WS-TXN-ARG3
              WHEN RVL-MAX = 0
                 MOVE "82" TO WS-TXN-ARG3
              WHEN POST-ACCT-NUMBER IS NUMERIC
                 AND POST-ACCT-NUMBER > 0
                 AND POST-ACCT-NUMBER NOT = WS-TARGET-ACCT
                 MOVE "83" TO WS-TXN-ARG3
              WHEN POST-AMOUNT IS NUMERIC
                 AND POST-AMOUNT > 0
                 AND POST-AMOUNT NOT = WS-TARGET-AMOUNT
                 MOVE "83" TO WS-TXN-ARG3
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *****************************************************************
      * All the legs go back or none do - the same discipline as the
      * transfer pair. A leg that cannot be applied puts every leg
      * already applied back to the balance it had, newest first.
      *****************************************************************
       APPLY-REVERSAL-LEGS.
           MOVE "Y" TO WS-REVERSAL-OK-FLAG
           PERFORM VARYING RVL-IDX FROM 1 BY 1
                   UNTIL RVL-IDX > RVL-MAX
                      OR NOT REVERSAL-LEGS-OK
              PERFORM APPLY-ONE-REVERSAL-LEG
           END-PERFORM
           IF NOT REVERSAL-LEGS-OK
              PERFORM BACK-OUT-REVERSAL-LEGS
              MOVE "84" TO WS-TXN-ARG3
           END-IF.

       APPLY-ONE-REVERSAL-LEG.
           MOVE RVL-ACCT(RVL-IDX) TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 MOVE "N" TO WS-REVERSAL-OK-FLAG
              NOT INVALID KEY
                 IF ACCOUNT-IS-CLOSED
                    MOVE "N" TO WS-REVERSAL-OK-FLAG
                 ELSE
                    MOVE AcctBalance TO RVL-SAVED-BAL(RVL-IDX)
                    IF RVL-DIRECTION(RVL-IDX) = "C"
                       SUBTRACT RVL-AMOUNT(RVL-IDX) FROM AcctBalance
                    ELSE
                       ADD RVL-AMOUNT(RVL-IDX) TO AcctBalance
                    END-IF
                    REWRITE Account
                       INVALID KEY
                          MOVE "N" TO WS-REVERSAL-OK-FLAG
                       NOT INVALID KEY
                          MOVE AcctBalance TO RVL-BAL-AFTER(RVL-IDX)
                          MOVE "Y" TO RVL-APPLIED(RVL-IDX)
                    END-REWRITE
                 END-IF
           END-READ.

       BACK-OUT-REVERSAL-LEGS.
           PERFORM VARYING RVL-IDX FROM RVL-MAX BY -1
                   UNTIL RVL-IDX < 1
              IF RVL-APPLIED(RVL-IDX) = "Y"
                 MOVE RVL-ACCT(RVL-IDX) TO AcctNumber
                 READ ACCOUNT-MASTER
                    INVALID KEY
                       DISPLAY "ACCTPOST: REVERSAL BACK-OUT READ "
                               "FAILED FOR " RVL-ACCT(RVL-IDX)
                    NOT INVALID KEY
                       MOVE RVL-SAVED-BAL(RVL-IDX) TO AcctBalance
                       REWRITE Account
                          INVALID KEY
                             DISPLAY "ACCTPOST: REVERSAL BACK-OUT "
                                     "REWRITE FAILED FOR "
                                     RVL-ACCT(RVL-IDX)
                       END-REWRITE
                 END-READ
                 MOVE "N" TO RVL-APPLIED(RVL-IDX)
              END-IF
           END-PERFORM.

      *****************************************************************
      * One REVERSL entry per leg backed out, each linked to the leg
      * it undoes and carrying that leg's code, so statements and the
      * GL show the correction as a correction of that entry rather
      * than as a fresh deposit or withdrawal. Reversed money is kept
      * apart from the posted totals for BALANCER.
      *****************************************************************
       WRITE-REVERSAL-JOURNAL.
           PERFORM VARYING RVL-IDX FROM 1 BY 1
                   UNTIL RVL-IDX > RVL-MAX
              INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
              MOVE WS-TODAY-DATE          TO JRNL-DATE
              MOVE RVL-ACCT(RVL-IDX)      TO JRNL-ACCT-NUMBER
              MOVE "REVERSL"              TO JRNL-TXN-CODE
              MOVE RVL-AMOUNT(RVL-IDX)    TO JRNL-AMOUNT
              MOVE "00"                   TO JRNL-STATUS
              MOVE "POSTED"               TO JRNL-DISPOSITION
              MOVE RVL-BAL-AFTER(RVL-IDX) TO JRNL-BALANCE-AFTER
              PERFORM STAMP-JOURNAL-OPERATOR
              PERFORM STAMP-JOURNAL-REFERENCE
              MOVE RVL-REF(RVL-IDX)       TO JRNL-LINKED-REF
              MOVE RVL-CODE(RVL-IDX)      TO JRNL-ORIG-CODE
              MOVE RVL-CURRENCY(RVL-IDX)  TO JRNL-CURRENCY
              IF RVL-IDX = 1
                 MOVE "POSTED"            TO WS-REG-DISPOSITION
                 MOVE WS-JRNL-REF         TO WS-ENTRY-JRNL-REF
              END-IF
              PERFORM WRITE-JOURNAL-ENTRY
              MOVE RVL-CURRENCY(RVL-IDX) TO WS-TOTAL-CURRENCY
              PERFORM FIND-CURRENCY-TOTAL
              IF RVL-DIRECTION(RVL-IDX) = "C"
                 ADD RVL-AMOUNT(RVL-IDX)
                     TO CT-REVERSED-DEBITS(WS-CT-SLOT)
              ELSE
                 ADD RVL-AMOUNT(RVL-IDX)
                     TO CT-REVERSED-CREDITS(WS-CT-SLOT)
              END-IF
              IF RVL-CODE(RVL-IDX) = "NSFFEE"
                 ADD 1 TO WS-FEE-REFUND-COUNT
                 ADD RVL-AMOUNT(RVL-IDX) TO WS-FEE-REFUND-TOTAL
              END-IF
           END-PERFORM
           DISPLAY "ACCTPOST: JOURNAL ENTRY " WS-REVERSE-TARGET
                   " REVERSED".

      *****************************************************************
      * A reference already on the registry means the money has been
      * taken once - posted, declined (a bounce already charged its
      * fee) or held for approval or fraud review. The repeats that
      * are not duplicates are the supervisor's release of a held
      * reference, which arrives carrying the approver, and the fraud
      * reviewer's release of a fraud-held one, which arrives
      * carrying the reviewer. A transaction keyed
      * with no reference cannot be guarded and posts as before.
      *****************************************************************
       CHECK-FOR-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE "N" TO WS-REGISTERED-FLAG
           MOVE SPACES TO WS-REG-DISPOSITION
           MOVE 0 TO WS-ENTRY-JRNL-REF
           IF POST-ORIG-REF = SPACES
              ADD 1 TO WS-UNREFERENCED-COUNT
           ELSE
              MOVE POST-ORIG-REF TO PREG-REFERENCE
              READ POST-REGISTRY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET REFERENCE-ON-REGISTRY TO TRUE
                    EVALUATE TRUE
                       WHEN PREG-WAS-HELD
                            AND POST-APPROVED-BY NOT = SPACES
                          CONTINUE
                       WHEN PREG-WAS-FRAUD-HELD
                            AND POST-FRAUD-CLEARED-BY NOT = SPACES
                          CONTINUE
                       WHEN OTHER
                          SET SUSPECTED-DUPLICATE TO TRUE
                    END-EVALUATE
              END-READ
           END-IF.

       DIVERT-SUSPECTED-DUPLICATE.
           ADD 1 TO WS-DUPLICATE-COUNT
           MOVE POST-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "  REF " DELIMITED BY SIZE
                  POST-ORIG-REF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  POST-TXN-CODE DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  POST-ACCT-NUMBER DELIMITED BY SIZE
                  " AMOUNT " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "      FIRST TAKEN " DELIMITED BY SIZE
                  PREG-DATE DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  PREG-OPERATOR DELIMITED BY SIZE
                  " AS " DELIMITED BY SIZE
                  PREG-DISPOSITION DELIMITED BY SIZE
                  " JOURNAL REF " DELIMITED BY SIZE
                  PREG-JRNL-REF DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD
           DISPLAY "ACCTPOST: " POST-ORIG-REF " ALREADY TAKEN ON "
                   PREG-DATE " - DIVERTED AS SUSPECTED DUPLICATE".

      *****************************************************************
      * The registry records the first outcome and, for a held
      * reference, the released outcome over it - the operator is
      * the approver when there is one, as on the journal.
      *****************************************************************
       REGISTER-POSTING-REFERENCE.
           IF POST-ORIG-REF NOT = SPACES
              AND NOT SUSPECTED-DUPLICATE
              AND WS-REG-DISPOSITION NOT = SPACES
              MOVE POST-ORIG-REF      TO PREG-REFERENCE
              MOVE WS-TODAY-DATE      TO PREG-DATE
              IF POST-APPROVED-BY NOT = SPACES
                 MOVE POST-APPROVED-BY TO PREG-OPERATOR
              ELSE
                 MOVE WS-OPERATOR-ID  TO PREG-OPERATOR
              END-IF
              MOVE POST-TXN-CODE      TO PREG-TXN-CODE
              MOVE POST-ACCT-NUMBER   TO PREG-ACCT-NUMBER
              MOVE POST-AMOUNT        TO PREG-AMOUNT
              MOVE WS-ENTRY-JRNL-REF  TO PREG-JRNL-REF
              MOVE WS-REG-DISPOSITION TO PREG-DISPOSITION
              IF REFERENCE-ON-REGISTRY
                 REWRITE PostRegistry
                    INVALID KEY
                       DISPLAY "ACCTPOST: REGISTRY REWRITE FAILED FOR "
                               POST-ORIG-REF
                 END-REWRITE
              ELSE
                 WRITE PostRegistry
                    INVALID KEY
                       DISPLAY "ACCTPOST: REGISTRY WRITE FAILED FOR "
                               POST-ORIG-REF
                 END-WRITE
              END-IF
           END-IF.

       WRITE-DUPLICATE-TOTALS.
           MOVE WS-DUPLICATE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO DUP-RPT-RECORD
           STRING "TOTAL SUSPECTED DUPLICATES: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD
           WRITE DUP-RPT-RECORD.
