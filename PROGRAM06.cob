      *                               and active) before the caller
      *                               posts the debit and credit as a
      *                               pair
      * 15/10/2026 SINISA ABRAMOVIC  A fifth LINKAGE argument carries
      *                               the posting direction, and a debit
      *                               is checked against the available
      *                               balance - balance plus overdraft
      *                               less the active holds on HOLDS.DAT
      *                               from GETHOLDS - declining 70 when
      *                               the account cannot cover it and 71
      *                               when only the holds stop it
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ACCT-NUMBER       PIC 9(7).
       01 WS-TO-ACCT-NUMBER    PIC 9(7).
       01 WS-TXN-AMOUNT        PIC 9(7)V99.
       01 WS-HELD-TOTAL        PIC 9(9)V99.
       01 WS-FUNDS-LINE        PIC S9(9)V99.
       01 WS-AVAILABLE         PIC S9(9)V99.
       01 WS-LOG-PROGRAM-NAME  PIC X(12) VALUE "PROGRAM06".
       01 WS-LOG-OUTCOME       PIC X(10).
       01 WS-LOG-COUNTS.
           88 TXN-STATUS-BAD-TO-ACCT     VALUE "45".
           88 TXN-STATUS-TO-NOT-FOUND    VALUE "50".
           88 TXN-STATUS-TO-NOT-ACTIVE   VALUE "60".
           88 TXN-STATUS-NO-FUNDS        VALUE "70".
           88 TXN-STATUS-FUNDS-HELD      VALUE "71".
       01 Arg4 PIC X(7).
           88 NO-TO-ACCOUNT              VALUE SPACES.
       01 Arg5 PIC X.
           88 TXN-IS-DEBIT               VALUE "D".

       PROCEDURE DIVISION USING Arg1 Arg2 Arg3 Arg4 Arg5.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE
           IF TXN-STATUS-OK
              PERFORM VALIDATE-ACCOUNT
           END-IF
           IF TXN-STATUS-OK AND TXN-IS-DEBIT
              PERFORM VALIDATE-AVAILABLE-FUNDS
           END-IF
           IF TXN-STATUS-OK AND NOT NO-TO-ACCOUNT
              PERFORM VALIDATE-TO-ACCOUNT
           END-IF
              END-IF
           END-IF.

      *****************************************************************
      * A debit must fit inside the available balance - the balance
      * plus the agreed overdraft, less whatever is held on the
      * account. A debit the holds alone would stop is told apart
      * from one the account could never have covered.
      *****************************************************************
       VALIDATE-AVAILABLE-FUNDS.
           CALL "GETHOLDS" USING AcctNumber WS-HELD-TOTAL
           COMPUTE WS-FUNDS-LINE = AcctBalance + AcctOverdraft
           COMPUTE WS-AVAILABLE = WS-FUNDS-LINE - WS-HELD-TOTAL
           IF WS-TXN-AMOUNT > WS-AVAILABLE
              IF WS-TXN-AMOUNT > WS-FUNDS-LINE
                 SET TXN-STATUS-NO-FUNDS TO TRUE
              ELSE
                 SET TXN-STATUS-FUNDS-HELD TO TRUE
              END-IF
           END-IF.

       VALIDATE-TO-ACCOUNT.
           IF Arg4 IS NOT NUMERIC
              SET TXN-STATUS-BAD-TO-ACCT TO TRUE
