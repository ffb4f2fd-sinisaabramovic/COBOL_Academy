      *                               file says carry one - a new
      *                               code is a data change now, not
      *                               a compile
      * 15/10/2026 SINISA ABRAMOVIC  LOANPMT loan installment debit
      *                               added to the bootstrap code table
      * 15/10/2026 SINISA ABRAMOVIC  MNTFEE monthly maintenance fee
      *                               added to the bootstrap code table
      * 15/10/2026 SINISA ABRAMOVIC  DSPCRED dispute provisional credit
      *                               added to the bootstrap code table
      * 15/10/2026 SINISA ABRAMOVIC  EXTPAY and EXTRTN payments to
      *                               other banks added to the seed code
      *                               table
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      * for a site with no TXNCODES.DAT yet.
      *****************************************************************
       INIT-VALID-CODE-TABLE.
           MOVE 9 TO WS-CODE-MAX
           MOVE "DEPOSIT" TO WS-VALID-CODE(1)
           MOVE "C" TO WS-VALID-DIRECTION(1)
           MOVE "Y" TO WS-VALID-HAS-AMOUNT(1)
           MOVE "Y" TO WS-VALID-HAS-AMOUNT(3)
           MOVE "INQUIRY" TO WS-VALID-CODE(4)
           MOVE "N" TO WS-VALID-DIRECTION(4)
           MOVE "N" TO WS-VALID-HAS-AMOUNT(4)
           MOVE "LOANPMT" TO WS-VALID-CODE(5)
           MOVE "D" TO WS-VALID-DIRECTION(5)
           MOVE "Y" TO WS-VALID-HAS-AMOUNT(5)
           MOVE "MNTFEE" TO WS-VALID-CODE(6)
           MOVE "D" TO WS-VALID-DIRECTION(6)
           MOVE "Y" TO WS-VALID-HAS-AMOUNT(6)
           MOVE "DSPCRED" TO WS-VALID-CODE(7)
           MOVE "C" TO WS-VALID-DIRECTION(7)
           MOVE "Y" TO WS-VALID-HAS-AMOUNT(7)
           MOVE "EXTPAY" TO WS-VALID-CODE(8)
           MOVE "D" TO WS-VALID-DIRECTION(8)
           MOVE "Y" TO WS-VALID-HAS-AMOUNT(8)
           MOVE "EXTRTN" TO WS-VALID-CODE(9)
           MOVE "C" TO WS-VALID-DIRECTION(9)
           MOVE "Y" TO WS-VALID-HAS-AMOUNT(9).

       VALIDATE-TXN-CODE.
           SET TXN-STATUS-BAD-CODE TO TRUE
