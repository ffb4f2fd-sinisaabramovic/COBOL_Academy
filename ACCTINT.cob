      *                               flagged dormant - two quiet
      *                               years should not keep earning
      *                               interest
      * 15/10/2026 SINISA ABRAMOVIC  Stamp each INTRST entry with its
      *                               GETJREF journal reference so an
      *                               interest posting can be named
      *                               and reversed like any other
      * 15/10/2026 SINISA ABRAMOVIC  Withhold tax on credited interest
      *                               at the WHT-RATE parameter - the
      *                               tax is journalled as its own
      *                               WHTTAX debit linked to the INTRST
      *                               entry, totalled on the accrual
      *                               report and written to DAILYCTL.DAT
      * 15/10/2026 SINISA ABRAMOVIC  The journal is now indexed -
      *                               opened I-O with each entry written
      *                               by key, and the accrual refused
      *                               with RC 8 when the business date
      *                               falls in a month JRNLCLOS has
      *                               sealed
      * 15/10/2026 SINISA ABRAMOVIC  Interest and tax are journalled in
      *                               the account's currency and
      *                               totalled per currency - the base
      *                               currency under ACCTINT on the
      *                               report and DAILYCTL.DAT, each
      *                               other currency on its own report
      *                               lines and under ACCTINT-ccc
      * 15/10/2026 SINISA ABRAMOVIC  Term deposit products do not
      *                               accrue monthly interest; TDMATUR
      *                               pays their interest at maturity
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
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
           SELECT ACCRUAL-RPT ASSIGN TO "ACCTINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 WS-JOURNAL-STATUS        PIC XX VALUE "00".
           88 JOURNAL-FILE-EXISTS             VALUE "00".
           88 JOURNAL-FILE-NOT-FOUND          VALUE "35".
       01 WS-SEALED-PERIOD         PIC X(6).
       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".

           88 ACCOUNT-SHOULD-ACCRUE       VALUE "Y".
       01 WS-NO-ACCRUE-COUNT       PIC 9(5) VALUE 0.
       01 WS-INTEREST-AMOUNT       PIC 9(7)V99.
       01 WS-JRNL-REF              PIC 9(9) VALUE 0.
       01 WS-INTEREST-REF          PIC 9(9) VALUE 0.
       01 WS-TAX-RATE              PIC V9999 VALUE 0.
       01 WS-TAX-AMOUNT            PIC 9(7)V99.
       01 WS-TAXED-COUNT           PIC 9(5) VALUE 0.
       01 WS-RPT-RATE              PIC .9999.

       01 WS-ACCRUED-COUNT         PIC 9(5) VALUE 0.
       01 WS-FROZEN-COUNT          PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
       01 WS-DORMANT-COUNT         PIC 9(5) VALUE 0.

      *****************************************************************
      * Interest and tax are totalled in the currency of the account
      * they were paid on - the base currency in the first slot,
      * written to DAILYCTL.DAT under ACCTINT as always, each other
      * currency under ACCTINT-ccc.
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

       01 WS-CAL-EXISTS            PIC X.
           88 CALENDAR-IS-ON-FILE         VALUE "Y".
       01 WS-RUN-DATE              PIC X(8).
       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ACCTINT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
              STOP RUN
           END-IF

           CALL "GETJSEAL" USING WS-SEALED-PERIOD
           IF WS-SEALED-PERIOD NOT = SPACES
              AND WS-TODAY-DATE(1:6) NOT > WS-SEALED-PERIOD
              DISPLAY "ACCTINT: JOURNAL MONTH " WS-SEALED-PERIOD
                      " IS SEALED - NO ACCRUAL FOR " WS-TODAY-DATE
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
           PERFORM LOAD-INTEREST-RATE
           PERFORM LOAD-WITHHOLDING-RATE

           OPEN I-O ACCOUNT-MASTER
           OPEN I-O ACCT-JOURNAL
           IF NOT JOURNAL-FILE-EXISTS
              CLOSE ACCT-JOURNAL
              OPEN OUTPUT ACCT-JOURNAL
              CLOSE ACCT-JOURNAL
              OPEN I-O ACCT-JOURNAL
           END-IF
           OPEN OUTPUT ACCRUAL-RPT

                   WS-CLOSED-COUNT " CLOSED ACCOUNT(S) SKIPPED"
           DISPLAY "ACCTINT: " WS-DORMANT-COUNT " DORMANT ACCOUNT(S) "
                   "SKIPPED"
           DISPLAY "ACCTINT: " WS-TAXED-COUNT " WITHHOLDING TAX "
                   "ENTRY(S) JOURNALLED"

           PERFORM VARYING WS-IC-SLOT FROM 1 BY 1
                   UNTIL WS-IC-SLOT > IC-MAX
              PERFORM WRITE-INTEREST-CONTROLS
           END-PERFORM

           COMPUTE WS-LOG-READ-COUNT = WS-ACCRUED-COUNT
              + WS-FROZEN-COUNT + WS-CLOSED-COUNT
           MOVE WS-ACCRUED-COUNT TO WS-LOG-ACCEPT-COUNT
           COMPUTE WS-LOG-REJECT-COUNT =
              WS-FROZEN-COUNT + WS-CLOSED-COUNT + WS-DORMANT-COUNT
           MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * The base currency is the BASE-CURRENCY parameter, RSD when
      * none is on file - an account with no currency holds the base.
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
                 DISPLAY "ACCTINT: MORE THAN 20 CURRENCIES - "
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
              STRING "ACCTINT-" DELIMITED BY SIZE
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

       LOAD-INTEREST-RATE.
           MOVE "INTEREST-RATE" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

      *****************************************************************
      * The withholding rate is the tax office's, not a product's -
      * one WHT-RATE parameter for every account. With no parameter
      * on file the interest is credited gross as before and the run
      * ends with a warning so the rate gets set.
      *****************************************************************
       LOAD-WITHHOLDING-RATE.
           MOVE "WHT-RATE" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-TAX-RATE =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           ELSE
              DISPLAY "ACCTINT: NO WHT-RATE PARAMETER - INTEREST "
                      "CREDITED WITHOUT WITHHOLDING TAX"
              MOVE 4 TO WS-FINAL-RC
           END-IF.

       ACCRUE-ONE-ACCOUNT.
           EVALUATE TRUE
              WHEN ACCOUNT-IS-FROZEN
           END-IF

           IF WS-INTEREST-AMOUNT > 0
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                 WS-INTEREST-AMOUNT * WS-TAX-RATE
              ADD WS-INTEREST-AMOUNT TO AcctBalance
              SUBTRACT WS-TAX-AMOUNT FROM AcctBalance
              REWRITE Account
                 INVALID KEY
                    DISPLAY "ACCTINT: REWRITE FAILED FOR "
                            AcctNumber
                 NOT INVALID KEY
                    ADD 1 TO WS-ACCRUED-COUNT
                    IF AcctCurrency = SPACES
                       MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
                    ELSE
                       MOVE AcctCurrency TO WS-ACCT-CURRENCY
                    END-IF
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

      *****************************************************************
      * A term deposit earns its contract rate once, at maturity, in
      * TDMATUR - it does not accrue here month by month.
      *****************************************************************
       RESOLVE-ACCOUNT-RATE.
           MOVE WS-INTEREST-RATE TO WS-ACCOUNT-RATE
           MOVE "Y" TO WS-ACCRUE-FLAG
                    NOT INVALID KEY
                       MOVE ProductRate TO WS-ACCOUNT-RATE
                       IF PRODUCT-PAYS-NOTHING
                          OR PRODUCT-IS-TERM-DEPOSIT
                          MOVE "N" TO WS-ACCRUE-FLAG
                       END-IF
                 END-READ
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
      * entry it was taken from - statements and the GL show interest
      * gross and the tax beside it, and reversing the interest takes
      * the tax back with it.
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
      * The interest and tax lines are the base currency's; each
      * other currency paid in gets its own line under them.
      *****************************************************************
       WRITE-ACCRUAL-TOTALS.
           MOVE WS-ACCRUED-COUNT TO WS-RPT-COUNT
           MOVE IC-INTEREST(1) TO WS-RPT-AMOUNT
           MOVE SPACES TO ACCRUAL-RPT-RECORD
           STRING "ACTIVE ACCOUNTS ACCRUED: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " INTEREST PAID " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IC-CURRENCY(1) DELIMITED BY SIZE
                  INTO ACCRUAL-RPT-RECORD
           WRITE ACCRUAL-RPT-RECORD

           MOVE WS-TAXED-COUNT TO WS-RPT-COUNT
           MOVE IC-TAX(1) TO WS-RPT-AMOUNT
           MOVE WS-TAX-RATE TO WS-RPT-RATE
           MOVE SPACES TO ACCRUAL-RPT-RECORD
           STRING "TAX WITHHELD AT " DELIMITED BY SIZE
                  WS-RPT-RATE DELIMITED BY SIZE
                  ":       " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " TAX WITHHELD  " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IC-CURRENCY(1) DELIMITED BY SIZE
                  INTO ACCRUAL-RPT-RECORD
           WRITE ACCRUAL-RPT-RECORD

           PERFORM VARYING WS-IC-SLOT FROM 2 BY 1
                   UNTIL WS-IC-SLOT > IC-MAX
              PERFORM WRITE-CURRENCY-ACCRUAL-LINE
           END-PERFORM

           MOVE WS-FROZEN-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ACCRUAL-RPT-RECORD
           STRING "FROZEN ACCOUNTS SKIPPED: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ACCRUAL-RPT-RECORD
           WRITE ACCRUAL-RPT-RECORD.

       WRITE-CURRENCY-ACCRUAL-LINE.
           MOVE IC-INTEREST(WS-IC-SLOT) TO WS-RPT-AMOUNT
           MOVE SPACES TO ACCRUAL-RPT-RECORD
           STRING "  IN " DELIMITED BY SIZE
                  IC-CURRENCY(WS-IC-SLOT) DELIMITED BY SIZE
                  ":                      INTEREST PAID "
                  DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  INTO ACCRUAL-RPT-RECORD
           WRITE ACCRUAL-RPT-RECORD
           MOVE IC-TAX(WS-IC-SLOT) TO WS-RPT-AMOUNT
           MOVE SPACES TO ACCRUAL-RPT-RECORD
           STRING "  IN " DELIMITED BY SIZE
                  IC-CURRENCY(WS-IC-SLOT) DELIMITED BY SIZE
                  ":                      TAX WITHHELD  "
                  DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  INTO ACCRUAL-RPT-RECORD
           WRITE ACCRUAL-RPT-RECORD.

      *****************************************************************
      * The reference is unique, so a write that fails its key means
      * ACCTJRNL.SEQ was set back - the run carries on and ends RC 8.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           WRITE ACCT-JOURNAL-RECORD
              INVALID KEY
                 DISPLAY "ACCTINT: JOURNAL REFERENCE " JRNL-REFERENCE
                         " NOT WRITTEN - STATUS " WS-JOURNAL-STATUS
                 MOVE 8 TO WS-FINAL-RC
           END-WRITE.
