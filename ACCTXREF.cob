      *                               both sides of each link exist on
      *                               their masters, with an exception
      *                               report in the CUSTUPDT style
      * 15/10/2026 SINISA ABRAMOVIC  ACCTXREF.IN now carries the six-
      *                               digit customer number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FD  XREF-TRANS.
       01 XREF-TRANS-RECORD.
           02 XTRANS-CODE          PIC   X.
           02 XTRANS-CUSTOMER-ID   PIC   9(6).
           02 XTRANS-ACCT-NUMBER   PIC   9(7).

       FD  XREF-EXCPT.
