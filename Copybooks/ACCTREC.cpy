      *                               overdraft allowance an approved
      *                               account may go negative by
      *                               before a debit bounces
      * 15/10/2026 SINISA ABRAMOVIC  Added AcctCurrency - the ISO code
      *                               the account is held in; blank
      *                               is the bank's base currency, so
      *                               accounts opened before it read
      *                               as they always did
      *****************************************************************
           02 AcctNumber           PIC   9(7).
           02 AcctStatus           PIC   X     VALUE "A".
           02 AcctBalance           PIC   S9(7)V99 VALUE ZERO.
           02 AcctOverdraft         PIC   9(7)V99  VALUE ZERO.
           02 AcctProduct           PIC   X(3)     VALUE SPACES.
           02 AcctCurrency          PIC   X(3)     VALUE SPACES.
