      *****************************************************************
      * Program name:    TDMATUR
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the daily term-deposit
      *                               maturity step - every active
      *                               contract on TDEPMAST.DAT whose
      *                               maturity date has arrived by the
      *                               GETRUNDT business date is paid
      *                               its interest for the term at the
      *                               rate fixed when the term began,
      *                               journalled as INTRST with the
      *                               WHTTAX withheld beside it as in
      *                               ACCTINT, and then either paid
      *                               out - the whole balance queued
      *                               on ACCTPOST.IN as a TRANSFR to
      *                               the nominated account - or
      *                               rolled over for another term at
      *                               the product rate then current,
      *                               as the deposit's instruction
      *                               says. TDDUE.RPT lists the
      *                               deposits maturing in the coming
      *                               TD-NOTICE-DAYS days (7 when the
      *                               parameter is not on file) for
      *                               the branch to contact customers.
      *                               Runs ahead of ACCTPOST
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TDMATUR.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSITS ASSIGN TO "TDEPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TdAcctNumber
               FILE STATUS IS WS-TDEPMAST-STATUS.
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
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ProductCode
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MATURITY-RPT ASSIGN TO "TDMATUR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUE-RPT ASSIGN TO "TDDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSITS.
       01 TermDeposit.
           COPY TDEPREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  ACCT-JOURNAL.
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.

       FD  PRODUCT-FILE.
       01 Product.
           COPY PRODREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  MATURITY-RPT.
       01 MATURITY-RPT-RECORD      PIC X(80).

       FD  DUE-RPT.
       01 DUE-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TDEPMAST-STATUS       PIC XX VALUE "00".
           88 TDEPMAST-OK                     VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-JOURNAL-STATUS        PIC XX VALUE "00".
           88 JOURNAL-FILE-EXISTS             VALUE "00".
       01 WS-PRODUCT-STATUS        PIC XX VALUE "00".
           88 PRODUCT-OK                      VALUE "00".
       01 WS-TRANS-STATUS          PIC XX VALUE "00".
           88 TRANS-FILE-NOT-FOUND            VALUE "35".
       01 WS-SEALED-PERIOD         PIC X(6).
       01 TDEPMAST-EOF-FLAG        PIC X  VALUE "N".
           88 TDEPMAST-EOF                VALUE "Y".

       01 WS-INTEREST-BASE         PIC 9(7)V99.
       01 WS-INTEREST-AMOUNT       PIC 9(7)V99.
       01 WS-TAX-RATE              PIC V9999 VALUE 0.
       01 WS-TAX-AMOUNT            PIC 9(7)V99.
       01 WS-PAYOUT-AMOUNT         PIC 9(7)V99.
       01 WS-JRNL-REF              PIC 9(9) VALUE 0.
       01 WS-INTEREST-REF          PIC 9(9) VALUE 0.
       01 WS-NEW-RATE              PIC V9999.
       01 WS-RPT-RATE              PIC .9999.

       01 WS-DEPOSIT-COUNT         PIC 9(5) VALUE 0.
       01 WS-MATURED-COUNT         PIC 9(5) VALUE 0.
       01 WS-PAID-OUT-COUNT        PIC 9(5) VALUE 0.
       01 WS-ROLLED-COUNT          PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT             PIC 9(5) VALUE 0.
       01 WS-TAXED-COUNT           PIC 9(5) VALUE 0.

      *****************************************************************
      * Interest and tax are totalled in the currency of the deposit
      * they were paid on - the base currency in the first slot,
      * written to DAILYCTL.DAT under TDMATUR, each other currency
      * under TDMATUR-ccc, as ACCTINT does.
      *****************************************************************
       01 INTEREST-CURRENCY-TABLE.
           02 INTEREST-CURRENCY-ENTRY OCCURS 20.
              03 IC-CURRENCY       PIC X(3).
              03 IC-INTEREST       PIC 9(9)V99.
              03 IC-TAX            PIC 9(9)V99.
       01 IC-IDX                   PIC 99.
       01 IC-MAX                   PIC 99 VALUE 0.
       01 WS-IC-SLOT               PIC 99 VALUE 1.
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 WS-ACCT-CURRENCY         PIC X(3).
       01 WS-CTL-PROGRAM           PIC X(12).

       01 WS-TODAY-DATE            PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-RUN-INT               PIC 9(8).
       01 WS-MATURITY-NUM          PIC 9(8).
       01 WS-DAYS-LEFT             PIC S9(6).
       01 WS-NOTICE-DAYS           PIC 9(4) VALUE 7.

      *****************************************************************
      * A rolled-over term matures on the day of the month the
      * deposit was opened on, the term's number of months after the
      * old maturity, clamped in a shorter month - the same month
      * roll ACCTMAINT uses when the deposit is opened.
      *****************************************************************
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

       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
       01 WS-RPT-TAX               PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZ9.99.
       01 WS-RPT-DAYS              PIC ZZZ9.
       01 WS-RPT-ACTION            PIC X(28).

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "TDMATUR".
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

           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           CALL "GETJSEAL" USING WS-SEALED-PERIOD
           IF WS-SEALED-PERIOD NOT = SPACES
              AND WS-TODAY-DATE(1:6) NOT > WS-SEALED-PERIOD
              DISPLAY "TDMATUR: JOURNAL MONTH " WS-SEALED-PERIOD
                      " IS SEALED - NO MATURITIES FOR " WS-TODAY-DATE
              MOVE 8 TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS
                      WS-LOG-RETURN-CODE
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-WITHHOLDING-RATE
           PERFORM LOAD-NOTICE-DAYS

           OPEN I-O TERM-DEPOSITS
           IF NOT TDEPMAST-OK
              CLOSE TERM-DEPOSITS
              OPEN OUTPUT TERM-DEPOSITS
              CLOSE TERM-DEPOSITS
              OPEN I-O TERM-DEPOSITS
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O ACCT-JOURNAL
           IF NOT JOURNAL-FILE-EXISTS
              CLOSE ACCT-JOURNAL
              OPEN OUTPUT ACCT-JOURNAL
              CLOSE ACCT-JOURNAL
              OPEN I-O ACCT-JOURNAL
           END-IF
           OPEN EXTEND POST-TRANS
           IF TRANS-FILE-NOT-FOUND
              OPEN OUTPUT POST-TRANS
           END-IF
           OPEN OUTPUT MATURITY-RPT
           OPEN OUTPUT DUE-RPT

           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "TERM DEPOSITS MATURED ON " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD

           MOVE WS-NOTICE-DAYS TO WS-RPT-DAYS
           MOVE SPACES TO DUE-RPT-RECORD
           STRING "TERM DEPOSITS MATURING WITHIN " DELIMITED BY SIZE
                  WS-RPT-DAYS DELIMITED BY SIZE
                  " DAYS OF " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - CONTACT THE CUSTOMER" DELIMITED BY SIZE
                  INTO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD

           IF ACCTMAST-OK
              PERFORM UNTIL TDEPMAST-EOF
                 READ TERM-DEPOSITS NEXT RECORD
                    AT END
                       SET TDEPMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-DEPOSIT-COUNT
                       IF TD-IS-ACTIVE
                          PERFORM CHECK-ONE-DEPOSIT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           PERFORM WRITE-MATURITY-TOTALS

           CLOSE TERM-DEPOSITS
           CLOSE ACCOUNT-MASTER
           CLOSE ACCT-JOURNAL
           CLOSE POST-TRANS
           CLOSE MATURITY-RPT
           CLOSE DUE-RPT

           DISPLAY "TDMATUR: " WS-DEPOSIT-COUNT " DEPOSIT(S) READ"
           DISPLAY "TDMATUR: " WS-MATURED-COUNT " MATURED - "
                   WS-PAID-OUT-COUNT " PAID OUT, " WS-ROLLED-COUNT
                   " ROLLED OVER"
           DISPLAY "TDMATUR: " WS-HELD-COUNT " HELD - ACCOUNT NOT "
                   "ACTIVE"
           DISPLAY "TDMATUR: " WS-DUE-COUNT " MATURING WITHIN "
                   WS-NOTICE-DAYS " DAYS"

           PERFORM VARYING WS-IC-SLOT FROM 1 BY 1
                   UNTIL WS-IC-SLOT > IC-MAX
              PERFORM WRITE-INTEREST-CONTROLS
           END-PERFORM
           MOVE "DEPOSITS-MATURED" TO WS-CTL-COUNTER
           MOVE WS-MATURED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-DEPOSIT-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-MATURED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-HELD-COUNT    TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC      TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * The base currency is the BASE-CURRENCY parameter, RSD when
      * none is on file - a deposit with no currency holds the base.
      *****************************************************************
       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF
           MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
           PERFORM FIND-INTEREST-CURRENCY.

      *****************************************************************
      * The withholding rate is ACCTINT's WHT-RATE. With no parameter
      * on file the interest is paid gross and the run ends with a
      * warning so the rate gets set.
      *****************************************************************
       LOAD-WITHHOLDING-RATE.
           MOVE "WHT-RATE" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-TAX-RATE =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           ELSE
              DISPLAY "TDMATUR: NO WHT-RATE PARAMETER - INTEREST "
                      "PAID WITHOUT WITHHOLDING TAX"
              MOVE 4 TO WS-FINAL-RC
           END-IF.

       LOAD-NOTICE-DAYS.
           MOVE "TD-NOTICE-DAYS" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-NOTICE-DAYS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

       FIND-INTEREST-CURRENCY.
           MOVE 0 TO WS-IC-SLOT
           PERFORM VARYING IC-IDX FROM 1 BY 1 UNTIL IC-IDX > IC-MAX
              IF IC-CURRENCY(IC-IDX) = WS-ACCT-CURRENCY
                 MOVE IC-IDX TO WS-IC-SLOT
              END-IF
           END-PERFORM
           IF WS-IC-SLOT = 0
              IF IC-MAX < 20
                 ADD 1 TO IC-MAX
                 MOVE IC-MAX TO WS-IC-SLOT
                 MOVE WS-ACCT-CURRENCY TO IC-CURRENCY(WS-IC-SLOT)
                 MOVE 0 TO IC-INTEREST(WS-IC-SLOT)
                 MOVE 0 TO IC-TAX(WS-IC-SLOT)
              ELSE
                 DISPLAY "TDMATUR: MORE THAN 20 CURRENCIES - "
                         WS-ACCT-CURRENCY " TOTALLED WITH "
                         WS-BASE-CURRENCY
                 MOVE 1 TO WS-IC-SLOT
              END-IF
           END-IF.

       WRITE-INTEREST-CONTROLS.
           IF WS-IC-SLOT = 1
              MOVE WS-LOG-PROGRAM-NAME TO WS-CTL-PROGRAM
           ELSE
              MOVE SPACES TO WS-CTL-PROGRAM
              STRING "TDMATUR-" DELIMITED BY SIZE
                     IC-CURRENCY(WS-IC-SLOT) DELIMITED BY SIZE
                     INTO WS-CTL-PROGRAM
           END-IF
           MOVE "INTEREST-ACCRUED" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = IC-INTEREST(WS-IC-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE "INTEREST-TAX-WHELD" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = IC-TAX(WS-IC-SLOT) * 100
           CALL "WRITECTL" USING WS-CTL-PROGRAM WS-CTL-COUNTER
                   WS-CTL-VALUE.

      *****************************************************************
      * A deposit whose maturity date has come - today, or on a day
      * the job did not run - matures now. One still to come inside
      * the notice window goes on the branch's contact list.
      *****************************************************************
       CHECK-ONE-DEPOSIT.
           IF TdMaturityDate IS NOT NUMERIC
              DISPLAY "TDMATUR: DEPOSIT " TdAcctNumber " HAS A BAD "
                      "MATURITY DATE - SKIPPED"
           ELSE
              IF TdMaturityDate NOT > WS-TODAY-DATE
                 PERFORM MATURE-ONE-DEPOSIT
              ELSE
                 MOVE TdMaturityDate TO WS-MATURITY-NUM
                 COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE(WS-MATURITY-NUM)
                    - WS-RUN-INT
                 IF WS-DAYS-LEFT NOT > WS-NOTICE-DAYS
                    PERFORM LIST-DEPOSIT-DUE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * The money can only move while the account is active - a
      * frozen or dormant deposit is reported and left for the branch,
      * and matures on the first run after the account is released.
      *****************************************************************
       MATURE-ONE-DEPOSIT.
           MOVE TdAcctNumber TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 ADD 1 TO WS-HELD-COUNT
                 MOVE "HELD - ACCOUNT NOT ON FILE" TO WS-RPT-ACTION
                 MOVE 0 TO WS-INTEREST-AMOUNT
                 MOVE 0 TO WS-TAX-AMOUNT
                 PERFORM WRITE-MATURITY-LINE
              NOT INVALID KEY
                 IF ACCOUNT-IS-ACTIVE
                    PERFORM PAY-TERM-INTEREST
                    PERFORM SETTLE-ONE-DEPOSIT
                 ELSE
                    ADD 1 TO WS-HELD-COUNT
                    MOVE "HELD - ACCOUNT NOT ACTIVE" TO WS-RPT-ACTION
                    MOVE 0 TO WS-INTEREST-AMOUNT
                    MOVE 0 TO WS-TAX-AMOUNT
                    PERFORM WRITE-MATURITY-LINE
                 END-IF
           END-READ.

      *****************************************************************
      * Simple interest for the whole term at the contract rate, on
      * the principal - or on what is left of it when the customer
      * took money out early. The rate is annual, so the term's share
      * is its months over twelve.
      *****************************************************************
       PAY-TERM-INTEREST.
           IF AcctCurrency = SPACES
              MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
           ELSE
              MOVE AcctCurrency TO WS-ACCT-CURRENCY
           END-IF
           MOVE TdPrincipal TO WS-INTEREST-BASE
           IF AcctBalance < TdPrincipal
              IF AcctBalance > 0
                 MOVE AcctBalance TO WS-INTEREST-BASE
              ELSE
                 MOVE 0 TO WS-INTEREST-BASE
              END-IF
           END-IF
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
              WS-INTEREST-BASE * TdRate * TdTermMonths / 12
           MOVE 0 TO WS-TAX-AMOUNT

           IF WS-INTEREST-AMOUNT > 0
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                 WS-INTEREST-AMOUNT * WS-TAX-RATE
              ADD WS-INTEREST-AMOUNT TO AcctBalance
              SUBTRACT WS-TAX-AMOUNT FROM AcctBalance
              REWRITE Account
                 INVALID KEY
                    DISPLAY "TDMATUR: REWRITE FAILED FOR "
                            AcctNumber
                    MOVE 0 TO WS-INTEREST-AMOUNT
                    MOVE 0 TO WS-TAX-AMOUNT
                 NOT INVALID KEY
                    PERFORM FIND-INTEREST-CURRENCY
                    ADD WS-INTEREST-AMOUNT TO IC-INTEREST(WS-IC-SLOT)
                    PERFORM WRITE-INTEREST-JOURNAL
                    IF WS-TAX-AMOUNT > 0
                       ADD 1 TO WS-TAXED-COUNT
                       ADD WS-TAX-AMOUNT TO IC-TAX(WS-IC-SLOT)
                       PERFORM WRITE-TAX-JOURNAL
                    END-IF
              END-REWRITE
           END-IF.

       WRITE-INTEREST-JOURNAL.
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-TODAY-DATE      TO JRNL-DATE
           MOVE AcctNumber         TO JRNL-ACCT-NUMBER
           MOVE "INTRST"           TO JRNL-TXN-CODE
           MOVE WS-INTEREST-AMOUNT TO JRNL-AMOUNT
           MOVE WS-ACCT-CURRENCY   TO JRNL-CURRENCY
           MOVE "00"               TO JRNL-STATUS
           MOVE "POSTED"           TO JRNL-DISPOSITION
           COMPUTE JRNL-BALANCE-AFTER = AcctBalance + WS-TAX-AMOUNT
           CALL "GETJREF" USING WS-JRNL-REF
           MOVE WS-JRNL-REF        TO JRNL-REFERENCE
           MOVE WS-JRNL-REF        TO WS-INTEREST-REF
           PERFORM WRITE-JOURNAL-ENTRY.

      *****************************************************************
      * The tax withheld is its own WHTTAX debit, linked to the INTRST
      * entry it was taken from, exactly as ACCTINT journals it.
      *****************************************************************
       WRITE-TAX-JOURNAL.
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE WS-TODAY-DATE      TO JRNL-DATE
           MOVE AcctNumber         TO JRNL-ACCT-NUMBER
           MOVE "WHTTAX"           TO JRNL-TXN-CODE
           MOVE WS-TAX-AMOUNT      TO JRNL-AMOUNT
           MOVE WS-ACCT-CURRENCY   TO JRNL-CURRENCY
           MOVE "00"               TO JRNL-STATUS
           MOVE "POSTED"           TO JRNL-DISPOSITION
           MOVE AcctBalance        TO JRNL-BALANCE-AFTER
           CALL "GETJREF" USING WS-JRNL-REF
           MOVE WS-JRNL-REF        TO JRNL-REFERENCE
           MOVE WS-INTEREST-REF    TO JRNL-LINKED-REF
           PERFORM WRITE-JOURNAL-ENTRY.

      *****************************************************************
      * With its interest paid the deposit is paid out or rolled over
      * as its instruction says. A deposit left with nothing in it has
      * nothing to roll and simply matures.
      *****************************************************************
       SETTLE-ONE-DEPOSIT.
           ADD 1 TO WS-MATURED-COUNT
           EVALUATE TRUE
              WHEN AcctBalance NOT > 0
                 MOVE "MATURED - NOTHING TO PAY" TO WS-RPT-ACTION
                 SET TD-IS-MATURED TO TRUE
              WHEN TD-ROLLS-OVER
                 PERFORM ROLL-DEPOSIT-OVER
              WHEN OTHER
                 PERFORM QUEUE-DEPOSIT-PAYOUT
           END-EVALUATE
           REWRITE TermDeposit
              INVALID KEY
                 DISPLAY "TDMATUR: CONTRACT REWRITE FAILED FOR "
                         TdAcctNumber
           END-REWRITE
           PERFORM WRITE-MATURITY-LINE.

      *****************************************************************
      * The whole balance goes to the nominated account on tonight's
      * posting run - a TRANSFR in the deposit's currency with a TM +
      * deposit + business date originator reference, so a rerun of
      * the step is caught by ACCTPOST's duplicate registry. ACCTPOST
      * sees the deposit past its maturity and lets the debit through.
      *****************************************************************
       QUEUE-DEPOSIT-PAYOUT.
           MOVE AcctBalance      TO WS-PAYOUT-AMOUNT
           MOVE SPACES           TO POST-TRANS-RECORD
           MOVE "TRANSFR"        TO POST-TXN-CODE
           MOVE TdAcctNumber     TO POST-ACCT-NUMBER
           MOVE WS-PAYOUT-AMOUNT TO POST-AMOUNT
           MOVE TdPayoutAcct     TO POST-TO-ACCT
           MOVE WS-ACCT-CURRENCY TO POST-CURRENCY
           STRING "TM" DELIMITED BY SIZE
                  TdAcctNumber DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO POST-ORIG-REF
           WRITE POST-TRANS-RECORD
           ADD 1 TO WS-PAID-OUT-COUNT
           SET TD-IS-MATURED TO TRUE
           MOVE SPACES TO WS-RPT-ACTION
           STRING "PAID OUT TO " DELIMITED BY SIZE
                  TdPayoutAcct DELIMITED BY SIZE
                  INTO WS-RPT-ACTION.

      *****************************************************************
      * The new term starts on the old maturity date, so a deposit
      * matured late still keeps its calendar. Its principal is the
      * balance with the interest just paid, at the product's rate of
      * today - or the old rate when the product is no longer on the
      * catalog.
      *****************************************************************
       ROLL-DEPOSIT-OVER.
           MOVE TdRate TO WS-NEW-RATE
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-OK
              MOVE TdProduct TO ProductCode
              READ PRODUCT-FILE
                 INVALID KEY
                    DISPLAY "TDMATUR: PRODUCT " TdProduct " NOT ON "
                            "FILE - DEPOSIT " TdAcctNumber
                            " ROLLED AT ITS OLD RATE"
                 NOT INVALID KEY
                    MOVE ProductRate TO WS-NEW-RATE
              END-READ
              CLOSE PRODUCT-FILE
           END-IF

           MOVE TdMaturityDate TO WS-DUE-PARTS
           MOVE TdOpenDate(7:2) TO WS-ANCHOR-DD
           PERFORM ADD-MONTH-TO-DUE TdTermMonths TIMES

           MOVE TdMaturityDate TO TdStartDate
           MOVE WS-DUE-PARTS   TO TdMaturityDate
           MOVE WS-NEW-RATE    TO TdRate
           MOVE AcctBalance    TO TdPrincipal
           IF TdRollCount < 999
              ADD 1 TO TdRollCount
           END-IF
           ADD 1 TO WS-ROLLED-COUNT
           MOVE WS-NEW-RATE TO WS-RPT-RATE
           MOVE SPACES TO WS-RPT-ACTION
           STRING "ROLLED TO " DELIMITED BY SIZE
                  TdMaturityDate DELIMITED BY SIZE
                  " AT " DELIMITED BY SIZE
                  WS-RPT-RATE DELIMITED BY SIZE
                  INTO WS-RPT-ACTION.

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

       WRITE-MATURITY-LINE.
           MOVE WS-INTEREST-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-TAX-AMOUNT TO WS-RPT-TAX
           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "  DEPOSIT " DELIMITED BY SIZE
                  TdAcctNumber DELIMITED BY SIZE
                  " INT " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " TAX " DELIMITED BY SIZE
                  WS-RPT-TAX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-ACTION DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD.

       LIST-DEPOSIT-DUE.
           ADD 1 TO WS-DUE-COUNT
           MOVE TdPrincipal TO WS-RPT-AMOUNT
           IF TD-ROLLS-OVER
              MOVE "ROLLS OVER" TO WS-RPT-ACTION
           ELSE
              MOVE SPACES TO WS-RPT-ACTION
              STRING "PAYS OUT TO " DELIMITED BY SIZE
                     TdPayoutAcct DELIMITED BY SIZE
                     INTO WS-RPT-ACTION
           END-IF
           MOVE SPACES TO DUE-RPT-RECORD
           STRING "  DEPOSIT " DELIMITED BY SIZE
                  TdAcctNumber DELIMITED BY SIZE
                  " MATURES " DELIMITED BY SIZE
                  TdMaturityDate DELIMITED BY SIZE
                  " PRINCIPAL " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-ACTION DELIMITED BY SIZE
                  INTO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD.

      *****************************************************************
      * The interest and tax lines are the base currency's; each
      * other currency paid in gets its own line under them.
      *****************************************************************
       WRITE-MATURITY-TOTALS.
           MOVE WS-MATURED-COUNT TO WS-RPT-COUNT
           MOVE IC-INTEREST(1) TO WS-RPT-TOTAL
           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "DEPOSITS MATURED: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " INTEREST PAID " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IC-CURRENCY(1) DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD

           MOVE WS-TAXED-COUNT TO WS-RPT-COUNT
           MOVE IC-TAX(1) TO WS-RPT-TOTAL
           MOVE WS-TAX-RATE TO WS-RPT-RATE
           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "TAX WITHHELD AT " DELIMITED BY SIZE
                  WS-RPT-RATE DELIMITED BY SIZE
                  ":  " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " TAX WITHHELD  " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IC-CURRENCY(1) DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD

           PERFORM VARYING WS-IC-SLOT FROM 2 BY 1
                   UNTIL WS-IC-SLOT > IC-MAX
              PERFORM WRITE-CURRENCY-MATURITY-LINE
           END-PERFORM

           MOVE WS-PAID-OUT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "PAYOUTS QUEUED FOR POSTING: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD

           MOVE WS-ROLLED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "ROLLED OVER FOR A NEW TERM: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD

           MOVE WS-HELD-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "HELD - ACCOUNT NOT ACTIVE:   " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD

           MOVE WS-DUE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO DUE-RPT-RECORD
           STRING "DEPOSITS TO CONTACT: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO DUE-RPT-RECORD
           WRITE DUE-RPT-RECORD.

       WRITE-CURRENCY-MATURITY-LINE.
           MOVE IC-INTEREST(WS-IC-SLOT) TO WS-RPT-TOTAL
           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "  IN " DELIMITED BY SIZE
                  IC-CURRENCY(WS-IC-SLOT) DELIMITED BY SIZE
                  ":                  INTEREST PAID "
                  DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD
           MOVE IC-TAX(WS-IC-SLOT) TO WS-RPT-TOTAL
           MOVE SPACES TO MATURITY-RPT-RECORD
           STRING "  IN " DELIMITED BY SIZE
                  IC-CURRENCY(WS-IC-SLOT) DELIMITED BY SIZE
                  ":                  TAX WITHHELD  "
                  DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO MATURITY-RPT-RECORD
           WRITE MATURITY-RPT-RECORD.

      *****************************************************************
      * The reference is unique, so a write that fails its key means
      * ACCTJRNL.SEQ was set back - the run carries on and ends RC 8.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           WRITE ACCT-JOURNAL-RECORD
              INVALID KEY
                 DISPLAY "TDMATUR: JOURNAL REFERENCE " JRNL-REFERENCE
                         " NOT WRITTEN - STATUS " WS-JOURNAL-STATUS
                 MOVE 8 TO WS-FINAL-RC
           END-WRITE.
