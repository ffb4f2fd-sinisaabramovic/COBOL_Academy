      *                               RETURN-CODE 8 and an emptied
      *                               GLPOST.DAT, the same discipline
      *                               BALANCER applies to counts
      * 15/10/2026 SINISA ABRAMOVIC  Book a REVERSL entry on the
      *                               opposite side to the code it
      *                               reverses (JRNL-ORIG-CODE), on
      *                               its own REVERSL line, so a
      *                               correction nets off in the GL
      *                               and the proof still ties
      * 15/10/2026 SINISA ABRAMOVIC  LOANPMT loan installment debit
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  MNTFEE monthly maintenance fee
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  WHTTAX interest withholding tax
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  DSPCRED dispute provisional credit
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  EXTPAY and EXTRTN payments to
      *                               other banks and their CLRIN and
      *                               CLROUT clearing suspense legs
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  Book each journal entry double
      *                               entry to the debit and credit
      *                               ledger accounts its code maps to
      *                               on TXNCODES.DAT (standard mapping
      *                               as the fallback) against the
      *                               GLACCTS.DAT chart of accounts,
      *                               write GLPOST.DAT as one balanced
      *                               line per ledger account instead of
      *                               per code, keep clearing suspense
      *                               entries off the customer deposits
      *                               ledger, and roll the ledger
      *                               balances forward on GLBAL.DAT for
      *                               the GLTRIAL trial balance - the
      *                               first hand-over takes the ledgers
      *                               over from the master against the
      *                               opening-balances ledger
      * 15/10/2026 SINISA ABRAMOVIC  GLPOST.DAT layout moved to the
      *                               shared GLPSREC copybook, and the
      *                               payroll ledgers added to the
      *                               starter chart to match GLACMNT
      * 15/10/2026 SINISA ABRAMOVIC  The GLCLOSE.DAT watermark is now
      *                               the highest journal reference
      *                               summarized (GC-LAST-REF) instead
      *                               of a record count, and the entries
      *                               past it are read through JRNLREAD
      *                               on the date key from the last
      *                               close's date rather than from the
      *                               first record ever written
      * 15/10/2026 SINISA ABRAMOVIC  Entries are booked and proved per
      *                               currency - a ledger is opened
      *                               again in each currency it is
      *                               booked in, each currency's file
      *                               net proves against its own master
      *                               movement, and GLPOST.DAT,
      *                               GLBAL.DAT and GLCLOSE.DAT carry
      *                               the currency on every line
      * 15/10/2026 SINISA ABRAMOVIC  Post the TDPENAL term deposit
      *                               early withdrawal penalty from
      *                               customer balances to fee income
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT GL-CHART ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT GL-BALANCE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

      *****************************************************************
      * One line per ledger account the hand-over touched - the
      * debits of the file equal its credits.
      *****************************************************************
       FD  GL-POST.
       01 GL-POST-RECORD.
           COPY GLPSREC.

       FD  GL-CLOSE.
       01 GL-CLOSE-RECORD.
           02 GC-CLOSE-TOTAL      PIC   S9(11)V99 SIGN LEADING
                                           SEPARATE.
           02 FILLER              PIC   X     VALUE SPACE.
           02 GC-LAST-REF         PIC   9(9).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GC-CURRENCY         PIC   X(3).

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  GL-CHART.
       01 GL-CHART-RECORD.
           COPY GLACREC.

       FD  GL-BALANCE.
       01 GL-BALANCE-RECORD.
           COPY GLBLREC.

       WORKING-STORAGE SECTION.
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND            VALUE "00".
           02 DIRECTION-ENTRY OCCURS 30.
              03 DIR-CODE          PIC X(7).
              03 DIR-DIRECTION     PIC X.
              03 DIR-DEBIT-LEDGER  PIC 9(6).
              03 DIR-CREDIT-LEDGER PIC 9(6).
       01 DIRECTION-IDX            PIC 99.
       01 DIRECTION-MAX            PIC 99 VALUE 0.
       01 WS-DIRECTION-SLOT        PIC 99.
       01 WS-ENTRY-DIRECTION       PIC X.
           88 ENTRY-IS-MONEY-IN           VALUE "C".
       01 WS-LOOKUP-CODE           PIC X(7).
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-CLOSE-STATUS          PIC XX VALUE "00".
           88 CLOSE-FILE-FOUND           VALUE "00".

       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".

       01 WS-CHART-STATUS          PIC XX VALUE "00".
           88 CHART-FILE-FOUND           VALUE "00".
       01 WS-BALANCE-STATUS        PIC XX VALUE "00".
           88 BALANCE-FILE-FOUND         VALUE "00".
       01 CHART-EOF-FLAG           PIC X  VALUE "N".
           88 CHART-EOF                   VALUE "Y".
       01 BALANCE-EOF-FLAG         PIC X  VALUE "N".
           88 BALANCE-EOF                 VALUE "Y".
       01 CLOSE-EOF-FLAG           PIC X  VALUE "N".
           88 CLOSE-EOF                   VALUE "Y".

      *****************************************************************
      * The chart of accounts, each account carrying its running
      * balance through the hand-over - opening from GLBAL.DAT, the
      * file's debits and credits booked against it. The chart is
      * kept in the base currency; a ledger first booked in another
      * currency is opened again under that currency, so each
      * currency's books balance on their own.
      *****************************************************************
       01 CHART-TABLE.
           02 CHART-ENTRY OCCURS 80.
              03 CH-LEDGER         PIC 9(6).
              03 CH-CURRENCY       PIC X(3).
              03 CH-NAME           PIC X(30).
              03 CH-TYPE           PIC X.
              03 CH-ROLE           PIC X.
              03 CH-OPENING        PIC S9(13)V99.
              03 CH-DEBIT          PIC 9(13)V99.
              03 CH-CREDIT         PIC 9(13)V99.
       01 CHART-IDX                PIC 99.
       01 CHART-MAX                PIC 99 VALUE 0.
       01 WS-CHART-SLOT            PIC 99.
       01 WS-BASE-SLOT             PIC 99.
       01 WS-LOOKUP-LEDGER         PIC 9(6).
       01 WS-LOOKUP-CURRENCY       PIC X(3).
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 WS-DEPOSITS-LEDGER       PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-LEDGER       PIC 9(6) VALUE 0.
       01 WS-OPENING-LEDGER        PIC 9(6) VALUE 0.
       01 WS-UNMAPPED-LEDGER       PIC 9(6) VALUE 0.
       01 WS-ENTRY-DEBIT-LEDGER    PIC 9(6).
       01 WS-ENTRY-CREDIT-LEDGER   PIC 9(6).
       01 WS-SWAP-LEDGER           PIC 9(6).
       01 WS-DEBIT-SLOT            PIC 99.
       01 WS-CREDIT-SLOT           PIC 99.
       01 WS-UNMAPPED-COUNT        PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT            PIC 9(5) VALUE 0.
       01 WS-OTHER-OPENINGS        PIC S9(13)V99 VALUE 0.
       01 WS-PRIOR-BALANCES-FLAG   PIC X  VALUE "N".
           88 PRIOR-BALANCES-ON-FILE      VALUE "Y".

       01 WS-CLEARING-ACCT         PIC 9(7) VALUE 0.

      *****************************************************************
      * Each currency is proved on its own - its file net against
      * its master movement, its ledger lines against each other -
      * and carried forward on its own GLCLOSE.DAT record. The base
      * currency takes the first slot.
      *****************************************************************
       01 CURRENCY-PROOF-TABLE.
           02 CURRENCY-PROOF-ENTRY OCCURS 20.
              03 CP-CURRENCY       PIC X(3).
              03 CP-FILE-NET       PIC S9(12)V99.
              03 CP-MASTER-TOTAL   PIC S9(11)V99.
              03 CP-CARRIED-TOTAL  PIC S9(11)V99.
              03 CP-DEPOSITS-TOTAL PIC S9(11)V99.
              03 CP-SUSPENSE-TOTAL PIC S9(11)V99.
              03 CP-LEDGER-DEBITS  PIC 9(13)V99.
              03 CP-LEDGER-CREDITS PIC 9(13)V99.
       01 CP-IDX                   PIC 99.
       01 CP-MAX                   PIC 99 VALUE 0.
       01 WS-CP-SLOT               PIC 99 VALUE 1.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-ENTRY-COUNT           PIC 9(5) VALUE 0.
       01 WS-WATERMARK             PIC 9(9) VALUE 0.
       01 WS-HIGH-REF              PIC 9(9) VALUE 0.
       01 WS-CARRIED-DATE          PIC X(8) VALUE "00000000".
       01 WS-DAY-MOVEMENT          PIC S9(12)V99 VALUE ZERO.
       01 WS-CARRIED-SEEN-FLAG     PIC X  VALUE "N".
           88 PRIOR-CLOSE-ON-FILE         VALUE "Y".
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-CODE-DIRECTIONS
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-CLEARING-ACCT

           PERFORM READ-CARRIED-CLOSE
           PERFORM READ-PRIOR-BALANCES
           PERFORM SUMMARIZE-DAYS-JOURNAL
           PERFORM SUM-MASTER-BALANCES
           PERFORM PROVE-THE-FILE

           IF THE-FILE-PROVES
              IF NOT PRIOR-BALANCES-ON-FILE
                 PERFORM TAKE-LEDGER-BASELINE
              END-IF
              PERFORM WRITE-GL-POSTING-FILE
              PERFORM WRITE-LEDGER-BALANCES
              PERFORM ROLL-CLOSE-FORWARD
              MOVE 0 TO RETURN-CODE
           ELSE
           END-IF

           MOVE WS-ENTRY-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-LINE-COUNT  TO WS-LOG-ACCEPT-COUNT
           MOVE WS-UNMAPPED-COUNT TO WS-LOG-REJECT-COUNT
           MOVE RETURN-CODE    TO WS-LOG-RETURN-CODE
           IF THE-FILE-PROVES
              MOVE "SUCCESS" TO WS-LOG-OUTCOME

           IF THE-FILE-PROVES
              MOVE 0 TO RETURN-CODE
              IF WS-UNMAPPED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF

      *****************************************************************
      * The file covers everything journalled since the last
      * hand-over - the watermark is the highest journal reference
      * the previous close had already summarized, and this run
      * takes every entry numbered past it, whatever date it
      * carries. Entries are dated the business date they are
      * written on, so the date key is read from the last close's
      * date onward - reaching into a month JRNLCLOS sealed since,
      * for the month-end interest journalled after the last run.
      *****************************************************************
       SUMMARIZE-DAYS-JOURNAL.
           MOVE WS-WATERMARK TO WS-HIGH-REF
           SET JRNL-START-DATES TO TRUE
           MOVE WS-CARRIED-DATE TO JRQ-FROM-DATE
           MOVE "99999999" TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-REFERENCE > WS-WATERMARK
                 IF JRNL-REFERENCE > WS-HIGH-REF
                    MOVE JRNL-REFERENCE TO WS-HIGH-REF
                 END-IF
                 IF JRNL-WAS-POSTED
                    ADD 1 TO WS-ENTRY-COUNT
                    PERFORM TALLY-ONE-ENTRY
                 END-IF
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

      *****************************************************************
      * Money in is a credit to the customer's account, money out a
      * debit - the side each code takes comes off the loaded
      * direction rules, and the entry is booked in full to both the
      * debit and the credit ledger its code maps to, in the currency
      * it was journalled in - a blank currency is the base.
      *****************************************************************
       TALLY-ONE-ENTRY.
           PERFORM FIND-ENTRY-DIRECTION
           IF JRNL-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           ELSE
              MOVE JRNL-CURRENCY TO WS-LOOKUP-CURRENCY
           END-IF
           PERFORM FIND-PROOF-SLOT
           IF ENTRY-IS-MONEY-IN
              ADD JRNL-AMOUNT TO CP-FILE-NET(WS-CP-SLOT)
           ELSE
              SUBTRACT JRNL-AMOUNT FROM CP-FILE-NET(WS-CP-SLOT)
           END-IF
           PERFORM BOOK-ENTRY-TO-LEDGERS.

      *****************************************************************
      * A code whose ledgers are missing or not on the chart still
      * books - the customer side to the deposits control, the other
      * side to the unmapped suspense ledger - so the file balances
      * and the trial balance shows what finance must map. An entry
      * on the clearing suspense account is that ledger's, not the
      * customers' deposits.
      *****************************************************************
       BOOK-ENTRY-TO-LEDGERS.
           MOVE WS-ENTRY-DEBIT-LEDGER TO WS-LOOKUP-LEDGER
           PERFORM FIND-CHART-SLOT
           MOVE WS-CHART-SLOT TO WS-DEBIT-SLOT
           MOVE WS-ENTRY-CREDIT-LEDGER TO WS-LOOKUP-LEDGER
           PERFORM FIND-CHART-SLOT
           MOVE WS-CHART-SLOT TO WS-CREDIT-SLOT
           IF WS-DEBIT-SLOT = 0 OR WS-CREDIT-SLOT = 0
              ADD 1 TO WS-UNMAPPED-COUNT
              IF ENTRY-IS-MONEY-IN
                 MOVE WS-UNMAPPED-LEDGER TO WS-ENTRY-DEBIT-LEDGER
                 MOVE WS-DEPOSITS-LEDGER TO WS-ENTRY-CREDIT-LEDGER
              ELSE
                 MOVE WS-DEPOSITS-LEDGER TO WS-ENTRY-DEBIT-LEDGER
                 MOVE WS-UNMAPPED-LEDGER TO WS-ENTRY-CREDIT-LEDGER
              END-IF
           END-IF
           IF WS-CLEARING-ACCT > 0
              AND JRNL-ACCT-NUMBER = WS-CLEARING-ACCT
              AND WS-SUSPENSE-LEDGER > 0
              IF ENTRY-IS-MONEY-IN
                 AND WS-ENTRY-CREDIT-LEDGER = WS-DEPOSITS-LEDGER
                 MOVE WS-SUSPENSE-LEDGER TO WS-ENTRY-CREDIT-LEDGER
              END-IF
              IF NOT ENTRY-IS-MONEY-IN
                 AND WS-ENTRY-DEBIT-LEDGER = WS-DEPOSITS-LEDGER
                 MOVE WS-SUSPENSE-LEDGER TO WS-ENTRY-DEBIT-LEDGER
              END-IF
           END-IF

           MOVE WS-ENTRY-DEBIT-LEDGER TO WS-LOOKUP-LEDGER
           PERFORM FIND-CHART-SLOT
           MOVE WS-CHART-SLOT TO WS-DEBIT-SLOT
           MOVE WS-ENTRY-CREDIT-LEDGER TO WS-LOOKUP-LEDGER
           PERFORM FIND-CHART-SLOT
           MOVE WS-CHART-SLOT TO WS-CREDIT-SLOT
           IF WS-DEBIT-SLOT > 0 AND WS-CREDIT-SLOT > 0
              ADD JRNL-AMOUNT TO CH-DEBIT(WS-DEBIT-SLOT)
              ADD JRNL-AMOUNT TO CH-CREDIT(WS-CREDIT-SLOT)
              ADD JRNL-AMOUNT TO CP-LEDGER-DEBITS(WS-CP-SLOT)
              ADD JRNL-AMOUNT TO CP-LEDGER-CREDITS(WS-CP-SLOT)
           END-IF.

      *****************************************************************
      * The slot is the ledger in WS-LOOKUP-CURRENCY. A chart ledger
      * not yet booked in that currency is opened in it from its
      * base-currency entry; a ledger not on the chart stays unfound.
      *****************************************************************
       FIND-CHART-SLOT.
           MOVE 0 TO WS-CHART-SLOT
           MOVE 0 TO WS-BASE-SLOT
           IF WS-LOOKUP-LEDGER > 0
              PERFORM VARYING CHART-IDX FROM 1 BY 1
                      UNTIL CHART-IDX > CHART-MAX
                 IF CH-LEDGER(CHART-IDX) = WS-LOOKUP-LEDGER
                    IF CH-CURRENCY(CHART-IDX) = WS-LOOKUP-CURRENCY
                       MOVE CHART-IDX TO WS-CHART-SLOT
                    END-IF
                    IF CH-CURRENCY(CHART-IDX) = WS-BASE-CURRENCY
                       MOVE CHART-IDX TO WS-BASE-SLOT
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CHART-SLOT = 0 AND WS-BASE-SLOT > 0
                 PERFORM OPEN-CURRENCY-LEDGER
              END-IF
           END-IF.

       OPEN-CURRENCY-LEDGER.
           IF CHART-MAX < 80
              ADD 1 TO CHART-MAX
              MOVE CHART-MAX TO WS-CHART-SLOT
              MOVE CHART-ENTRY(WS-BASE-SLOT)
                   TO CHART-ENTRY(WS-CHART-SLOT)
              MOVE WS-LOOKUP-CURRENCY TO CH-CURRENCY(WS-CHART-SLOT)
              MOVE 0 TO CH-OPENING(WS-CHART-SLOT)
              MOVE 0 TO CH-DEBIT(WS-CHART-SLOT)
              MOVE 0 TO CH-CREDIT(WS-CHART-SLOT)
           ELSE
              DISPLAY "GLSUMM: CHART TABLE FULL - LEDGER "
                      WS-LOOKUP-LEDGER " NOT OPENED IN "
                      WS-LOOKUP-CURRENCY
           END-IF.

       FIND-PROOF-SLOT.
           MOVE 0 TO WS-CP-SLOT
           PERFORM VARYING CP-IDX FROM 1 BY 1 UNTIL CP-IDX > CP-MAX
              IF CP-CURRENCY(CP-IDX) = WS-LOOKUP-CURRENCY
                 MOVE CP-IDX TO WS-CP-SLOT
              END-IF
           END-PERFORM
           IF WS-CP-SLOT = 0
              IF CP-MAX < 20
                 ADD 1 TO CP-MAX
                 MOVE CP-MAX TO WS-CP-SLOT
                 MOVE WS-LOOKUP-CURRENCY TO CP-CURRENCY(WS-CP-SLOT)
                 MOVE 0 TO CP-FILE-NET(WS-CP-SLOT)
                 MOVE 0 TO CP-MASTER-TOTAL(WS-CP-SLOT)
                 MOVE 0 TO CP-CARRIED-TOTAL(WS-CP-SLOT)
                 MOVE 0 TO CP-DEPOSITS-TOTAL(WS-CP-SLOT)
                 MOVE 0 TO CP-SUSPENSE-TOTAL(WS-CP-SLOT)
                 MOVE 0 TO CP-LEDGER-DEBITS(WS-CP-SLOT)
                 MOVE 0 TO CP-LEDGER-CREDITS(WS-CP-SLOT)
              ELSE
                 DISPLAY "GLSUMM: MORE THAN 20 CURRENCIES - "
                         WS-LOOKUP-CURRENCY " PROVED WITH "
                         WS-BASE-CURRENCY
                 MOVE 1 TO WS-CP-SLOT
              END-IF
           END-IF.

      *****************************************************************
      * The base currency is the BASE-CURRENCY parameter, RSD when
      * none is on file - a blank currency anywhere means the base.
      *****************************************************************
       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF
           MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM FIND-PROOF-SLOT.

      *****************************************************************
      * The clearing suspense account is an ACCTMAST.DAT account but
      * not a customer's - its balance ties to its own ledger, and
      * the deposits control ties to every other account. Each
      * currency held on the master gets its deposits control, so
      * the trial balance has a ledger to tie every currency to.
      *****************************************************************
       SUM-MASTER-BALANCES.
           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
                    AT END
                       SET ACCTMAST-EOF TO TRUE
                    NOT AT END
                       PERFORM SUM-ONE-MASTER-BALANCE
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
           END-IF
           MOVE WS-DEPOSITS-LEDGER TO WS-LOOKUP-LEDGER
           PERFORM VARYING WS-CP-SLOT FROM 1 BY 1
                   UNTIL WS-CP-SLOT > CP-MAX
              MOVE CP-CURRENCY(WS-CP-SLOT) TO WS-LOOKUP-CURRENCY
              PERFORM FIND-CHART-SLOT
           END-PERFORM.

       SUM-ONE-MASTER-BALANCE.
           IF AcctCurrency = SPACES
              MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           ELSE
              MOVE AcctCurrency TO WS-LOOKUP-CURRENCY
           END-IF
           PERFORM FIND-PROOF-SLOT
           ADD AcctBalance TO CP-MASTER-TOTAL(WS-CP-SLOT)
           IF WS-CLEARING-ACCT > 0
              AND AcctNumber = WS-CLEARING-ACCT
              AND WS-SUSPENSE-LEDGER > 0
              ADD AcctBalance TO CP-SUSPENSE-TOTAL(WS-CP-SLOT)
           ELSE
              ADD AcctBalance TO CP-DEPOSITS-TOTAL(WS-CP-SLOT)
           END-IF.

       LOAD-CLEARING-ACCT.
           MOVE "CLEARING-ACCT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-CLEARING-ACCT =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

      *****************************************************************
      * A close record from before the watermark existed carries no
      * reference - it cannot say where the last hand-over stopped, so
      * the run takes a fresh baseline rather than guessing. There is
      * one close record per currency; one written before currencies
      * were carried has none and is the base currency's.
      *****************************************************************
       READ-CARRIED-CLOSE.
           OPEN INPUT GL-CLOSE
           IF CLOSE-FILE-FOUND
              PERFORM UNTIL CLOSE-EOF
                 READ GL-CLOSE
                    AT END
                       SET CLOSE-EOF TO TRUE
                    NOT AT END
                       PERFORM NOTE-ONE-CARRIED-CLOSE
                 END-READ
              END-PERFORM
              CLOSE GL-CLOSE
           END-IF.

       NOTE-ONE-CARRIED-CLOSE.
           IF GC-LAST-REF IS NUMERIC
              IF GC-CURRENCY = SPACES
                 MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
              ELSE
                 MOVE GC-CURRENCY TO WS-LOOKUP-CURRENCY
              END-IF
              PERFORM FIND-PROOF-SLOT
              MOVE GC-CLOSE-TOTAL TO CP-CARRIED-TOTAL(WS-CP-SLOT)
              MOVE GC-LAST-REF    TO WS-WATERMARK
              MOVE GC-CLOSE-DATE  TO WS-CARRIED-DATE
              SET PRIOR-CLOSE-ON-FILE TO TRUE
           END-IF.

      *****************************************************************
      * With no prior close on file there is nothing to prove
      * against - the first run takes today's master total as the
      * baseline and hands the file over, and every run after that
      * must tie: file net = today's total - carried total, in
      * every currency. A currency with no close record yet carries
      * nothing.
      *****************************************************************
       PROVE-THE-FILE.
           PERFORM PROVE-THE-LEDGER-LINES
           IF NOT PRIOR-CLOSE-ON-FILE
              DISPLAY "GLSUMM: NO PRIOR CLOSE - BASELINE TAKEN"
           ELSE
              PERFORM VARYING WS-CP-SLOT FROM 1 BY 1
                      UNTIL WS-CP-SLOT > CP-MAX
                 PERFORM PROVE-ONE-CURRENCY
              END-PERFORM
           END-IF.

       PROVE-ONE-CURRENCY.
           COMPUTE WS-DAY-MOVEMENT =
              CP-MASTER-TOTAL(WS-CP-SLOT) - CP-CARRIED-TOTAL(WS-CP-SLOT)
           IF CP-FILE-NET(WS-CP-SLOT) = WS-DAY-MOVEMENT
              MOVE CP-FILE-NET(WS-CP-SLOT) TO WS-RPT-AMOUNT
              DISPLAY "GLSUMM: " CP-CURRENCY(WS-CP-SLOT)
                      " FILE NET " WS-RPT-AMOUNT
                      " PROVES AGAINST THE MASTER MOVEMENT"
           ELSE
              SET THE-FILE-FAILS TO TRUE
              MOVE CP-FILE-NET(WS-CP-SLOT) TO WS-RPT-AMOUNT
              DISPLAY "GLSUMM: " CP-CURRENCY(WS-CP-SLOT)
                      " FILE NET " WS-RPT-AMOUNT
                      " DOES NOT PROVE"
              MOVE WS-DAY-MOVEMENT TO WS-RPT-AMOUNT
              DISPLAY "GLSUMM: " CP-CURRENCY(WS-CP-SLOT)
                      " MASTER MOVEMENT " WS-RPT-AMOUNT
                      " - GL FILE WITHHELD"
           END-IF.

      *****************************************************************
      * The ledger lines must be double entry, and the chart must
      * name the control accounts they are booked and tied by - a
      * hand-edited GLACCTS.DAT without them cannot be handed over.
      *****************************************************************
       PROVE-THE-LEDGER-LINES.
           IF WS-DEPOSITS-LEDGER = 0
              SET THE-FILE-FAILS TO TRUE
              DISPLAY "GLSUMM: CHART OF ACCOUNTS HAS NO CUSTOMER "
                      "DEPOSITS CONTROL - GL FILE WITHHELD"
           END-IF
           IF WS-UNMAPPED-COUNT > 0
              IF WS-UNMAPPED-LEDGER = 0
                 SET THE-FILE-FAILS TO TRUE
                 DISPLAY "GLSUMM: " WS-UNMAPPED-COUNT " ENTRY(S) ON "
                         "UNMAPPED CODES AND NO UNMAPPED SUSPENSE "
                         "LEDGER - GL FILE WITHHELD"
              ELSE
                 DISPLAY "GLSUMM: " WS-UNMAPPED-COUNT " ENTRY(S) ON "
                         "UNMAPPED CODES BOOKED TO LEDGER "
                         WS-UNMAPPED-LEDGER
              END-IF
           END-IF
           IF NOT PRIOR-BALANCES-ON-FILE AND WS-OPENING-LEDGER = 0
              SET THE-FILE-FAILS TO TRUE
              DISPLAY "GLSUMM: CHART OF ACCOUNTS HAS NO OPENING "
                      "BALANCES LEDGER FOR THE TAKEOVER - GL FILE "
                      "WITHHELD"
           END-IF
           IF WS-CLEARING-ACCT > 0 AND WS-SUSPENSE-LEDGER = 0
              DISPLAY "GLSUMM: CHART OF ACCOUNTS HAS NO CLEARING "
                      "SUSPENSE LEDGER - SUSPENSE BOOKED AS DEPOSITS"
           END-IF
           PERFORM VARYING WS-CP-SLOT FROM 1 BY 1
                   UNTIL WS-CP-SLOT > CP-MAX
              IF CP-LEDGER-DEBITS(WS-CP-SLOT)
                 NOT = CP-LEDGER-CREDITS(WS-CP-SLOT)
                 SET THE-FILE-FAILS TO TRUE
                 DISPLAY "GLSUMM: " CP-CURRENCY(WS-CP-SLOT)
                         " LEDGER DEBITS DO NOT EQUAL LEDGER "
                         "CREDITS - GL FILE WITHHELD"
              END-IF
           END-PERFORM.

      *****************************************************************
      * Direction is a data attribute on TXNCODES.DAT since the code
           END-IF.

       INIT-CODE-DIRECTIONS.
           MOVE 15 TO DIRECTION-MAX
           MOVE "DEPOSIT" TO DIR-CODE(1)
           MOVE "C" TO DIR-DIRECTION(1)
           MOVE 100000 TO DIR-DEBIT-LEDGER(1)
           MOVE 200000 TO DIR-CREDIT-LEDGER(1)
           MOVE "WITHDRW" TO DIR-CODE(2)
           MOVE "D" TO DIR-DIRECTION(2)
           MOVE 200000 TO DIR-DEBIT-LEDGER(2)
           MOVE 100000 TO DIR-CREDIT-LEDGER(2)
           MOVE "TRANSFR" TO DIR-CODE(3)
           MOVE "D" TO DIR-DIRECTION(3)
           MOVE 200000 TO DIR-DEBIT-LEDGER(3)
           MOVE 290000 TO DIR-CREDIT-LEDGER(3)
           MOVE "XFERIN" TO DIR-CODE(4)
           MOVE "C" TO DIR-DIRECTION(4)
           MOVE 290000 TO DIR-DEBIT-LEDGER(4)
           MOVE 200000 TO DIR-CREDIT-LEDGER(4)
           MOVE "INTRST" TO DIR-CODE(5)
           MOVE "C" TO DIR-DIRECTION(5)
           MOVE 500000 TO DIR-DEBIT-LEDGER(5)
           MOVE 200000 TO DIR-CREDIT-LEDGER(5)
           MOVE "NSFFEE" TO DIR-CODE(6)
           MOVE "D" TO DIR-DIRECTION(6)
           MOVE 200000 TO DIR-DEBIT-LEDGER(6)
           MOVE 400000 TO DIR-CREDIT-LEDGER(6)
           MOVE "LOANPMT" TO DIR-CODE(7)
           MOVE "D" TO DIR-DIRECTION(7)
           MOVE 200000 TO DIR-DEBIT-LEDGER(7)
           MOVE 120000 TO DIR-CREDIT-LEDGER(7)
           MOVE "MNTFEE" TO DIR-CODE(8)
           MOVE "D" TO DIR-DIRECTION(8)
           MOVE 200000 TO DIR-DEBIT-LEDGER(8)
           MOVE 400000 TO DIR-CREDIT-LEDGER(8)
           MOVE "WHTTAX" TO DIR-CODE(9)
           MOVE "D" TO DIR-DIRECTION(9)
           MOVE 200000 TO DIR-DEBIT-LEDGER(9)
           MOVE 220000 TO DIR-CREDIT-LEDGER(9)
           MOVE "DSPCRED" TO DIR-CODE(10)
           MOVE "C" TO DIR-DIRECTION(10)
           MOVE 130000 TO DIR-DEBIT-LEDGER(10)
           MOVE 200000 TO DIR-CREDIT-LEDGER(10)
           MOVE "EXTPAY" TO DIR-CODE(11)
           MOVE "D" TO DIR-DIRECTION(11)
           MOVE 200000 TO DIR-DEBIT-LEDGER(11)
           MOVE 290000 TO DIR-CREDIT-LEDGER(11)
           MOVE "EXTRTN" TO DIR-CODE(12)
           MOVE "C" TO DIR-DIRECTION(12)
           MOVE 290000 TO DIR-DEBIT-LEDGER(12)
           MOVE 200000 TO DIR-CREDIT-LEDGER(12)
           MOVE "CLRIN" TO DIR-CODE(13)
           MOVE "C" TO DIR-DIRECTION(13)
           MOVE 290000 TO DIR-DEBIT-LEDGER(13)
           MOVE 210000 TO DIR-CREDIT-LEDGER(13)
           MOVE "CLROUT" TO DIR-CODE(14)
           MOVE "D" TO DIR-DIRECTION(14)
           MOVE 210000 TO DIR-DEBIT-LEDGER(14)
           MOVE 290000 TO DIR-CREDIT-LEDGER(14)
           MOVE "TDPENAL" TO DIR-CODE(15)
           MOVE "D" TO DIR-DIRECTION(15)
           MOVE 200000 TO DIR-DEBIT-LEDGER(15)
           MOVE 400000 TO DIR-CREDIT-LEDGER(15).

       NOTE-ONE-DIRECTION.
           MOVE 0 TO WS-DIRECTION-SLOT
              ADD 1 TO DIRECTION-MAX
              MOVE DIRECTION-MAX TO WS-DIRECTION-SLOT
              MOVE TXC-CODE TO DIR-CODE(WS-DIRECTION-SLOT)
              MOVE 0 TO DIR-DEBIT-LEDGER(WS-DIRECTION-SLOT)
              MOVE 0 TO DIR-CREDIT-LEDGER(WS-DIRECTION-SLOT)
           END-IF
           IF WS-DIRECTION-SLOT > 0
              MOVE TXC-DIRECTION TO DIR-DIRECTION(WS-DIRECTION-SLOT)
              IF TXC-DEBIT-LEDGER IS NUMERIC
                 AND TXC-CREDIT-LEDGER IS NUMERIC
                 MOVE TXC-DEBIT-LEDGER
                      TO DIR-DEBIT-LEDGER(WS-DIRECTION-SLOT)
                 MOVE TXC-CREDIT-LEDGER
                      TO DIR-CREDIT-LEDGER(WS-DIRECTION-SLOT)
              END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
       FIND-ENTRY-DIRECTION.
           MOVE "D" TO WS-ENTRY-DIRECTION
           MOVE 0 TO WS-ENTRY-DEBIT-LEDGER
           MOVE 0 TO WS-ENTRY-CREDIT-LEDGER
           IF JRNL-TXN-CODE = "REVERSL"
              MOVE JRNL-ORIG-CODE TO WS-LOOKUP-CODE
           ELSE
              MOVE JRNL-TXN-CODE TO WS-LOOKUP-CODE
           END-IF
           PERFORM VARYING DIRECTION-IDX FROM 1 BY 1
                   UNTIL DIRECTION-IDX > DIRECTION-MAX
              IF DIR-CODE(DIRECTION-IDX) = WS-LOOKUP-CODE
                 MOVE DIR-DIRECTION(DIRECTION-IDX)
                      TO WS-ENTRY-DIRECTION
                 MOVE DIR-DEBIT-LEDGER(DIRECTION-IDX)
                      TO WS-ENTRY-DEBIT-LEDGER
                 MOVE DIR-CREDIT-LEDGER(DIRECTION-IDX)
                      TO WS-ENTRY-CREDIT-LEDGER
              END-IF
           END-PERFORM
      *    A reversal moves the money back the way it came.
           IF JRNL-TXN-CODE = "REVERSL"
              IF ENTRY-IS-MONEY-IN
                 MOVE "D" TO WS-ENTRY-DIRECTION
              ELSE
                 MOVE "C" TO WS-ENTRY-DIRECTION
              END-IF
              MOVE WS-ENTRY-DEBIT-LEDGER  TO WS-SWAP-LEDGER
              MOVE WS-ENTRY-CREDIT-LEDGER TO WS-ENTRY-DEBIT-LEDGER
              MOVE WS-SWAP-LEDGER         TO WS-ENTRY-CREDIT-LEDGER
           END-IF.

       WRITE-GL-POSTING-FILE.
           OPEN OUTPUT GL-POST
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-MAX
              IF CH-DEBIT(CHART-IDX) > 0 OR CH-CREDIT(CHART-IDX) > 0
                 INITIALIZE GL-POST-RECORD WITH FILLER
                 MOVE WS-RUN-DATE TO GL-DATE
                 MOVE CH-LEDGER(CHART-IDX) TO GL-LEDGER
                 MOVE CH-CURRENCY(CHART-IDX) TO GL-CURRENCY
                 MOVE CH-DEBIT(CHART-IDX)  TO GL-DEBIT-TOTAL
                 MOVE CH-CREDIT(CHART-IDX) TO GL-CREDIT-TOTAL
                 MOVE CH-NAME(CHART-IDX)   TO GL-LEDGER-NAME
                 WRITE GL-POST-RECORD
                 ADD 1 TO WS-LINE-COUNT
              END-IF
           END-PERFORM
           CLOSE GL-POST
           DISPLAY "GLSUMM: " WS-LINE-COUNT " GL LINE(S) WRITTEN "
                   "FROM " WS-ENTRY-COUNT " JOURNAL ENTRY(S)".

      *****************************************************************
           OPEN OUTPUT GL-POST
           CLOSE GL-POST.

      *****************************************************************
      * The chart is GLACCTS.DAT as GLACMNT keeps it; with no file
      * the starter chart below stands in, the same compiled
      * fallback the direction rules use.
      *****************************************************************
       LOAD-CHART-OF-ACCOUNTS.
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
           END-IF
           IF CHART-MAX = 0
              PERFORM INIT-STARTER-CHART
           END-IF
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-MAX
              MOVE WS-BASE-CURRENCY TO CH-CURRENCY(CHART-IDX)
              MOVE 0 TO CH-OPENING(CHART-IDX)
              MOVE 0 TO CH-DEBIT(CHART-IDX)
              MOVE 0 TO CH-CREDIT(CHART-IDX)
              EVALUATE CH-ROLE(CHART-IDX)
                 WHEN "D"
                    MOVE CH-LEDGER(CHART-IDX) TO WS-DEPOSITS-LEDGER
                 WHEN "S"
                    MOVE CH-LEDGER(CHART-IDX) TO WS-SUSPENSE-LEDGER
                 WHEN "O"
                    MOVE CH-LEDGER(CHART-IDX) TO WS-OPENING-LEDGER
                 WHEN "U"
                    MOVE CH-LEDGER(CHART-IDX) TO WS-UNMAPPED-LEDGER
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

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

      *****************************************************************
      * The last hand-over's closing balances are this one's opening
      * balances. A ledger with a balance that has since left the
      * chart keeps its balance under the name it was carried with,
      * and each currency's balance goes back to that currency's
      * ledger.
      *****************************************************************
       READ-PRIOR-BALANCES.
           OPEN INPUT GL-BALANCE
           IF BALANCE-FILE-FOUND
              PERFORM UNTIL BALANCE-EOF
                 READ GL-BALANCE
                    AT END
                       SET BALANCE-EOF TO TRUE
                    NOT AT END
                       PERFORM NOTE-ONE-PRIOR-BALANCE
                 END-READ
              END-PERFORM
              CLOSE GL-BALANCE
           END-IF.

       NOTE-ONE-PRIOR-BALANCE.
           IF GLB-LEDGER IS NUMERIC AND GLB-CLOSING IS NUMERIC
              SET PRIOR-BALANCES-ON-FILE TO TRUE
              IF GLB-CURRENCY = SPACES
                 MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
              ELSE
                 MOVE GLB-CURRENCY TO WS-LOOKUP-CURRENCY
              END-IF
              MOVE GLB-LEDGER TO WS-LOOKUP-LEDGER
              PERFORM FIND-CHART-SLOT
              IF WS-CHART-SLOT = 0 AND CHART-MAX < 80
                 AND GLB-CLOSING NOT = 0
                 ADD 1 TO CHART-MAX
                 MOVE CHART-MAX  TO WS-CHART-SLOT
                 MOVE GLB-LEDGER TO CH-LEDGER(WS-CHART-SLOT)
                 MOVE WS-LOOKUP-CURRENCY TO CH-CURRENCY(WS-CHART-SLOT)
                 MOVE GLB-NAME   TO CH-NAME(WS-CHART-SLOT)
                 MOVE GLB-TYPE   TO CH-TYPE(WS-CHART-SLOT)
                 MOVE SPACE      TO CH-ROLE(WS-CHART-SLOT)
                 MOVE 0 TO CH-DEBIT(WS-CHART-SLOT)
                 MOVE 0 TO CH-CREDIT(WS-CHART-SLOT)
              END-IF
              IF WS-CHART-SLOT > 0
                 MOVE GLB-CLOSING TO CH-OPENING(WS-CHART-SLOT)
              END-IF
           END-IF.

      *****************************************************************
      * The first hand-over with a chart takes the ledgers over from
      * the master: the deposits and suspense controls open at what
      * the accounts held before this file's entries, and the
      * opening-balances ledger carries the other side so the trial
      * balance starts level - currency by currency.
      *****************************************************************
       TAKE-LEDGER-BASELINE.
           PERFORM VARYING WS-CP-SLOT FROM 1 BY 1
                   UNTIL WS-CP-SLOT > CP-MAX
              PERFORM TAKE-CURRENCY-BASELINE
           END-PERFORM
           DISPLAY "GLSUMM: NO PRIOR LEDGER BALANCES - LEDGERS TAKEN "
                   "OVER FROM THE MASTER".

       TAKE-CURRENCY-BASELINE.
           MOVE CP-CURRENCY(WS-CP-SLOT) TO WS-LOOKUP-CURRENCY
           MOVE WS-DEPOSITS-LEDGER TO WS-LOOKUP-LEDGER
           PERFORM FIND-CHART-SLOT
           IF WS-CHART-SLOT > 0
              COMPUTE CH-OPENING(WS-CHART-SLOT) =
                 0 - CP-DEPOSITS-TOTAL(WS-CP-SLOT)
                 - CH-DEBIT(WS-CHART-SLOT) + CH-CREDIT(WS-CHART-SLOT)
           END-IF
           MOVE WS-SUSPENSE-LEDGER TO WS-LOOKUP-LEDGER
           PERFORM FIND-CHART-SLOT
           IF WS-CHART-SLOT > 0
              COMPUTE CH-OPENING(WS-CHART-SLOT) =
                 0 - CP-SUSPENSE-TOTAL(WS-CP-SLOT)
                 - CH-DEBIT(WS-CHART-SLOT) + CH-CREDIT(WS-CHART-SLOT)
           END-IF
           MOVE WS-OPENING-LEDGER TO WS-LOOKUP-LEDGER
           PERFORM FIND-CHART-SLOT
           MOVE 0 TO WS-OTHER-OPENINGS
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-MAX
              IF CH-LEDGER(CHART-IDX) NOT = WS-OPENING-LEDGER
                 AND CH-CURRENCY(CHART-IDX) = WS-LOOKUP-CURRENCY
                 ADD CH-OPENING(CHART-IDX) TO WS-OTHER-OPENINGS
              END-IF
           END-PERFORM
           IF WS-CHART-SLOT > 0
              COMPUTE CH-OPENING(WS-CHART-SLOT) =
                 0 - WS-OTHER-OPENINGS
           END-IF.

       WRITE-LEDGER-BALANCES.
           OPEN OUTPUT GL-BALANCE
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-MAX
              INITIALIZE GL-BALANCE-RECORD WITH FILLER
              MOVE CH-LEDGER(CHART-IDX)  TO GLB-LEDGER
              MOVE CH-CURRENCY(CHART-IDX) TO GLB-CURRENCY
              MOVE WS-RUN-DATE           TO GLB-AS-AT-DATE
              MOVE CH-OPENING(CHART-IDX) TO GLB-OPENING
              MOVE CH-DEBIT(CHART-IDX)   TO GLB-DAY-DEBIT
              MOVE CH-CREDIT(CHART-IDX)  TO GLB-DAY-CREDIT
              COMPUTE GLB-CLOSING = CH-OPENING(CHART-IDX)
                 + CH-DEBIT(CHART-IDX) - CH-CREDIT(CHART-IDX)
              MOVE CH-NAME(CHART-IDX)    TO GLB-NAME
              MOVE CH-TYPE(CHART-IDX)    TO GLB-TYPE
              MOVE CH-ROLE(CHART-IDX)    TO GLB-ROLE
              WRITE GL-BALANCE-RECORD
           END-PERFORM
           CLOSE GL-BALANCE.

       ROLL-CLOSE-FORWARD.
           OPEN OUTPUT GL-CLOSE
           PERFORM VARYING WS-CP-SLOT FROM 1 BY 1
                   UNTIL WS-CP-SLOT > CP-MAX
              INITIALIZE GL-CLOSE-RECORD WITH FILLER
              MOVE WS-RUN-DATE     TO GC-CLOSE-DATE
              MOVE CP-MASTER-TOTAL(WS-CP-SLOT) TO GC-CLOSE-TOTAL
              MOVE WS-HIGH-REF     TO GC-LAST-REF
              MOVE CP-CURRENCY(WS-CP-SLOT) TO GC-CURRENCY
              WRITE GL-CLOSE-RECORD
           END-PERFORM
           CLOSE GL-CLOSE.
