      *****************************************************************
      * Program name:    GLTRIAL
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the daily trial balance
      *                               - lists every ledger account on
      *                               GLBAL.DAT with its opening, the
      *                               day's debits and credits, and
      *                               its closing balance, proves
      *                               total debits equal total
      *                               credits, and ties the customer
      *                               deposits and clearing suspense
      *                               ledgers to the account master
      * 15/10/2026 SINISA ABRAMOVIC  Balances are listed with their
      *                               currency and the trial balance is
      *                               proved for each currency on its
      *                               own, the control ledgers tied to
      *                               the accounts held in that currency
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLTRIAL.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT TRIAL-RPT ASSIGN TO "GLTRIAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE.
       01 GL-BALANCE-RECORD.
           COPY GLBLREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  TRIAL-RPT.
       01 TRIAL-RPT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS        PIC XX VALUE "00".
           88 BALANCE-FILE-FOUND          VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                 VALUE "00".
       01 BALANCE-EOF-FLAG         PIC X  VALUE "N".
           88 BALANCE-EOF                 VALUE "Y".
       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-CLEARING-ACCT         PIC 9(7) VALUE 0.
       01 WS-LEDGER-COUNT          PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT           PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT           PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(5) VALUE 0.

      *****************************************************************
      * Trial-balance totals, one set per currency - the debit and
      * credit balance columns must agree, and so must the day's
      * debits and credits. The control ledgers are kept as GLBAL.DAT
      * carries them, credit-positive so they compare directly with
      * the master balances. The base currency takes the first slot.
      *****************************************************************
       01 TRIAL-CURRENCY-TABLE.
           02 TRIAL-CURRENCY-ENTRY OCCURS 20.
              03 TC-CURRENCY       PIC X(3).
              03 TC-DEBIT-BAL      PIC 9(13)V99.
              03 TC-CREDIT-BAL     PIC 9(13)V99.
              03 TC-DAY-DEBIT      PIC 9(13)V99.
              03 TC-DAY-CREDIT     PIC 9(13)V99.
              03 TC-DEPOSITS-FLAG  PIC X.
                 88 TC-DEPOSITS-FOUND     VALUE "Y".
              03 TC-DEPOSITS-LEDGER-BAL
                                   PIC S9(13)V99.
              03 TC-SUSPENSE-LEDGER-BAL
                                   PIC S9(13)V99.
              03 TC-UNMAPPED-LEDGER-BAL
                                   PIC S9(13)V99.
              03 TC-DEPOSITS-MASTER-BAL
                                   PIC S9(13)V99.
              03 TC-SUSPENSE-MASTER-BAL
                                   PIC S9(13)V99.
       01 TC-IDX                   PIC 99.
       01 TC-MAX                   PIC 99 VALUE 0.
       01 WS-TC-SLOT               PIC 99 VALUE 1.
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 WS-LOOKUP-CURRENCY       PIC X(3).
       01 WS-SUSPENSE-FLAG         PIC X  VALUE "N".
           88 SUSPENSE-LEDGER-FOUND       VALUE "Y".

       01 WS-RPT-LABEL             PIC X(34).
       01 WS-RPT-OPENING           PIC -ZZZZZZZZZZZZ9.99.
       01 WS-RPT-DAY-DEBIT         PIC ZZZZZZZZZZZZ9.99.
       01 WS-RPT-DAY-CREDIT        PIC ZZZZZZZZZZZZ9.99.
       01 WS-RPT-DEBIT-BAL         PIC ZZZZZZZZZZZZ9.99.
       01 WS-RPT-CREDIT-BAL        PIC ZZZZZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT            PIC -ZZZZZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-B          PIC -ZZZZZZZZZZZZ9.99.
       01 WS-RPT-RESULT            PIC X(10).

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                       SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "GLTRIAL".
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
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-CLEARING-ACCT

           OPEN OUTPUT TRIAL-RPT
           MOVE SPACES TO TRIAL-RPT-RECORD
           STRING "GENERAL LEDGER TRIAL BALANCE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO TRIAL-RPT-RECORD
           WRITE TRIAL-RPT-RECORD
           MOVE SPACES TO TRIAL-RPT-RECORD
           WRITE TRIAL-RPT-RECORD
           MOVE SPACES TO TRIAL-RPT-RECORD
           STRING "LEDGER NAME                           T"
                  DELIMITED BY SIZE
                  "           OPENING       DAY DEBITS"
                  DELIMITED BY SIZE
                  "      DAY CREDITS    DEBIT BALANCE"
                  DELIMITED BY SIZE
                  "   CREDIT BALANCE" DELIMITED BY SIZE
                  " CCY" DELIMITED BY SIZE
                  INTO TRIAL-RPT-RECORD
           WRITE TRIAL-RPT-RECORD

           OPEN INPUT GL-BALANCE
           IF BALANCE-FILE-FOUND
              PERFORM UNTIL BALANCE-EOF
                 READ GL-BALANCE
                    AT END
                       SET BALANCE-EOF TO TRUE
                    NOT AT END
                       IF GLB-LEDGER IS NUMERIC
                          PERFORM LIST-ONE-LEDGER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-BALANCE
           END-IF
           IF WS-LEDGER-COUNT = 0
              MOVE "  NO LEDGER BALANCES ON GLBAL.DAT"
                   TO TRIAL-RPT-RECORD
              WRITE TRIAL-RPT-RECORD
              ADD 1 TO WS-ERROR-COUNT
           END-IF

           PERFORM SUM-MASTER-BALANCES
           PERFORM VARYING WS-TC-SLOT FROM 1 BY 1
                   UNTIL WS-TC-SLOT > TC-MAX
              PERFORM WRITE-TRIAL-PROOF
           END-PERFORM
           PERFORM WRITE-TRIAL-WARNINGS
           CLOSE TRIAL-RPT

           DISPLAY "GLTRIAL: " WS-LEDGER-COUNT " LEDGER(S), "
                   WS-ERROR-COUNT " ERROR(S), "
                   WS-WARNING-COUNT " WARNING(S)"
           IF WS-ERROR-COUNT > 0
              MOVE 8 TO WS-FINAL-RC
           ELSE
              IF WS-WARNING-COUNT > 0
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF

           MOVE "GLTRIAL-DEBITS" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = TC-DEBIT-BAL(1) * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "GLTRIAL-CREDITS" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = TC-CREDIT-BAL(1) * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-LEDGER-COUNT  TO WS-LOG-READ-COUNT
           MOVE WS-WARNING-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-ERROR-COUNT   TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC      TO WS-LOG-RETURN-CODE
           IF WS-ERROR-COUNT > 0
              MOVE "FAILURE" TO WS-LOG-OUTCOME
           ELSE
              MOVE "SUCCESS" TO WS-LOG-OUTCOME
           END-IF
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

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
           PERFORM FIND-TRIAL-CURRENCY.

       FIND-TRIAL-CURRENCY.
           IF WS-LOOKUP-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-LOOKUP-CURRENCY
           END-IF
           MOVE 0 TO WS-TC-SLOT
           PERFORM VARYING TC-IDX FROM 1 BY 1 UNTIL TC-IDX > TC-MAX
              IF TC-CURRENCY(TC-IDX) = WS-LOOKUP-CURRENCY
                 MOVE TC-IDX TO WS-TC-SLOT
              END-IF
           END-PERFORM
           IF WS-TC-SLOT = 0
              IF TC-MAX < 20
                 ADD 1 TO TC-MAX
                 MOVE TC-MAX TO WS-TC-SLOT
                 INITIALIZE TRIAL-CURRENCY-ENTRY(WS-TC-SLOT)
                 MOVE WS-LOOKUP-CURRENCY TO TC-CURRENCY(WS-TC-SLOT)
                 MOVE "N" TO TC-DEPOSITS-FLAG(WS-TC-SLOT)
              ELSE
                 DISPLAY "GLTRIAL: MORE THAN 20 CURRENCIES - "
                         WS-LOOKUP-CURRENCY " PROVED WITH "
                         WS-BASE-CURRENCY
                 MOVE 1 TO WS-TC-SLOT
              END-IF
           END-IF.

      *****************************************************************
      * A debit-positive closing goes in the debit balance column, a
      * negative one in the credit column, and the totals it goes to
      * are its currency's.
      *****************************************************************
       LIST-ONE-LEDGER.
           ADD 1 TO WS-LEDGER-COUNT
           IF GLB-AS-AT-DATE NOT = WS-RUN-DATE
              ADD 1 TO WS-STALE-COUNT
           END-IF
           MOVE GLB-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM FIND-TRIAL-CURRENCY
           ADD GLB-DAY-DEBIT  TO TC-DAY-DEBIT(WS-TC-SLOT)
           ADD GLB-DAY-CREDIT TO TC-DAY-CREDIT(WS-TC-SLOT)
           MOVE GLB-OPENING    TO WS-RPT-OPENING
           MOVE GLB-DAY-DEBIT  TO WS-RPT-DAY-DEBIT
           MOVE GLB-DAY-CREDIT TO WS-RPT-DAY-CREDIT
           MOVE 0 TO WS-RPT-DEBIT-BAL
           MOVE 0 TO WS-RPT-CREDIT-BAL
           IF GLB-CLOSING < 0
              COMPUTE WS-RPT-CREDIT-BAL = 0 - GLB-CLOSING
              SUBTRACT GLB-CLOSING FROM TC-CREDIT-BAL(WS-TC-SLOT)
           ELSE
              MOVE GLB-CLOSING TO WS-RPT-DEBIT-BAL
              ADD GLB-CLOSING TO TC-DEBIT-BAL(WS-TC-SLOT)
           END-IF
           EVALUATE TRUE
              WHEN GLB-IS-DEPOSITS-CONTROL
                 SET TC-DEPOSITS-FOUND(WS-TC-SLOT) TO TRUE
                 COMPUTE TC-DEPOSITS-LEDGER-BAL(WS-TC-SLOT) =
                    0 - GLB-CLOSING
              WHEN GLB-IS-SUSPENSE-CONTROL
                 SET SUSPENSE-LEDGER-FOUND TO TRUE
                 COMPUTE TC-SUSPENSE-LEDGER-BAL(WS-TC-SLOT) =
                    0 - GLB-CLOSING
              WHEN GLB-IS-UNMAPPED-SUSPENSE
                 MOVE GLB-CLOSING TO TC-UNMAPPED-LEDGER-BAL(WS-TC-SLOT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE SPACES TO TRIAL-RPT-RECORD
           STRING GLB-LEDGER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GLB-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GLB-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-OPENING DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-DAY-DEBIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-DAY-CREDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-DEBIT-BAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-CREDIT-BAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TC-CURRENCY(WS-TC-SLOT) DELIMITED BY SIZE
                  INTO TRIAL-RPT-RECORD
           WRITE TRIAL-RPT-RECORD.

      *****************************************************************
      * The same split GLSUMM books by - the clearing account's
      * balance sits in suspense when the chart has a suspense
      * control ledger, in customer deposits when it does not.
      *****************************************************************
       SUM-MASTER-BALANCES.
           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              PERFORM UNTIL ACCTMAST-EOF
                 READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                       SET ACCTMAST-EOF TO TRUE
                    NOT AT END
                       MOVE AcctCurrency TO WS-LOOKUP-CURRENCY
                       PERFORM FIND-TRIAL-CURRENCY
                       IF WS-CLEARING-ACCT > 0
                          AND AcctNumber = WS-CLEARING-ACCT
                          AND SUSPENSE-LEDGER-FOUND
                          ADD AcctBalance
                              TO TC-SUSPENSE-MASTER-BAL(WS-TC-SLOT)
                       ELSE
                          ADD AcctBalance
                              TO TC-DEPOSITS-MASTER-BAL(WS-TC-SLOT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
           END-IF.

      *****************************************************************
      * Each currency's books are proved on their own - the proof is
      * never added across currencies.
      *****************************************************************
       WRITE-TRIAL-PROOF.
           MOVE SPACES TO TRIAL-RPT-RECORD
           WRITE TRIAL-RPT-RECORD
           MOVE SPACES TO TRIAL-RPT-RECORD
           STRING "PROOF - " DELIMITED BY SIZE
                  TC-CURRENCY(WS-TC-SLOT) DELIMITED BY SIZE
                  INTO TRIAL-RPT-RECORD
           WRITE TRIAL-RPT-RECORD

           MOVE "DEBIT BALANCES / CREDIT BALANCES" TO WS-RPT-LABEL
           MOVE TC-DEBIT-BAL(WS-TC-SLOT)  TO WS-RPT-AMOUNT
           MOVE TC-CREDIT-BAL(WS-TC-SLOT) TO WS-RPT-AMOUNT-B
           IF TC-DEBIT-BAL(WS-TC-SLOT) = TC-CREDIT-BAL(WS-TC-SLOT)
              MOVE "AGREE" TO WS-RPT-RESULT
           ELSE
              MOVE "*DIFFER*" TO WS-RPT-RESULT
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE

           MOVE "DAY DEBITS / DAY CREDITS" TO WS-RPT-LABEL
           MOVE TC-DAY-DEBIT(WS-TC-SLOT)  TO WS-RPT-AMOUNT
           MOVE TC-DAY-CREDIT(WS-TC-SLOT) TO WS-RPT-AMOUNT-B
           IF TC-DAY-DEBIT(WS-TC-SLOT) = TC-DAY-CREDIT(WS-TC-SLOT)
              MOVE "AGREE" TO WS-RPT-RESULT
           ELSE
              MOVE "*DIFFER*" TO WS-RPT-RESULT
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE

           MOVE "CUSTOMER DEPOSITS / ACCOUNTS" TO WS-RPT-LABEL
           MOVE TC-DEPOSITS-LEDGER-BAL(WS-TC-SLOT) TO WS-RPT-AMOUNT
           MOVE TC-DEPOSITS-MASTER-BAL(WS-TC-SLOT) TO WS-RPT-AMOUNT-B
           IF TC-DEPOSITS-FOUND(WS-TC-SLOT)
              AND TC-DEPOSITS-LEDGER-BAL(WS-TC-SLOT)
                  = TC-DEPOSITS-MASTER-BAL(WS-TC-SLOT)
              MOVE "AGREE" TO WS-RPT-RESULT
           ELSE
              MOVE "*DIFFER*" TO WS-RPT-RESULT
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE

           IF SUSPENSE-LEDGER-FOUND
              MOVE "CLEARING SUSPENSE / ACCOUNT" TO WS-RPT-LABEL
              MOVE TC-SUSPENSE-LEDGER-BAL(WS-TC-SLOT) TO WS-RPT-AMOUNT
              MOVE TC-SUSPENSE-MASTER-BAL(WS-TC-SLOT)
                   TO WS-RPT-AMOUNT-B
              IF TC-SUSPENSE-LEDGER-BAL(WS-TC-SLOT)
                 = TC-SUSPENSE-MASTER-BAL(WS-TC-SLOT)
                 MOVE "AGREE" TO WS-RPT-RESULT
              ELSE
                 MOVE "*DIFFER*" TO WS-RPT-RESULT
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
              PERFORM WRITE-PROOF-LINE
           END-IF

           IF TC-UNMAPPED-LEDGER-BAL(WS-TC-SLOT) NOT = 0
              ADD 1 TO WS-WARNING-COUNT
              MOVE TC-UNMAPPED-LEDGER-BAL(WS-TC-SLOT) TO WS-RPT-AMOUNT
              MOVE SPACES TO TRIAL-RPT-RECORD
              STRING "  WARNING - UNMAPPED ENTRIES SUSPENSE HOLDS "
                     DELIMITED BY SIZE
                     WS-RPT-AMOUNT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TC-CURRENCY(WS-TC-SLOT) DELIMITED BY SIZE
                     " - MAP THE CODES IN TXNMAINT"
                     DELIMITED BY SIZE
                     INTO TRIAL-RPT-RECORD
              WRITE TRIAL-RPT-RECORD
           END-IF.

       WRITE-TRIAL-WARNINGS.
           IF WS-STALE-COUNT > 0
              ADD 1 TO WS-WARNING-COUNT
              MOVE SPACES TO TRIAL-RPT-RECORD
              STRING "  WARNING - " DELIMITED BY SIZE
                     WS-STALE-COUNT DELIMITED BY SIZE
                     " LEDGER BALANCE(S) NOT AS AT " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO TRIAL-RPT-RECORD
              WRITE TRIAL-RPT-RECORD
           END-IF.

       WRITE-PROOF-LINE.
           MOVE SPACES TO TRIAL-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-RPT-LABEL DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-AMOUNT-B DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-RESULT DELIMITED BY SIZE
                  INTO TRIAL-RPT-RECORD
           WRITE TRIAL-RPT-RECORD.
