      *                               adjustment code is a data
      *                               change, not a recompile of
      *                               PROGRAM03 and ACCTPOST
      * 15/10/2026 SINISA ABRAMOVIC  Debit and credit ledger accounts
      *                               appended - the chart-of-accounts
      *                               mapping GLSUMM books each code
      *                               to; blank takes the standard
      *                               mapping
      *****************************************************************
           02 TXC-CODE            PIC   X(7).
           02 FILLER              PIC   X     VALUE SPACE.
           02 TXC-HAS-AMOUNT      PIC   X.
              88 TXC-CARRIES-AMOUNT             VALUE "Y".
              88 TXC-CARRIES-NO-AMOUNT          VALUE "N".
           02 FILLER              PIC   X     VALUE SPACE.
           02 TXC-DEBIT-LEDGER    PIC   X(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 TXC-CREDIT-LEDGER   PIC   X(6).
