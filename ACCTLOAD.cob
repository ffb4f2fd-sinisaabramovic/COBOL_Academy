      *                               record area otherwise carries
      *                               whatever the last READ left in
      *                               it onto the new account
      * 15/10/2026 SINISA ABRAMOVIC  Blank the new AcctCurrency on an
      *                               add so a loaded account is held in
      *                               the base currency
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
              MOVE ZERO               TO AcctBalance
              MOVE ZERO               TO AcctOverdraft
              MOVE SPACES             TO AcctProduct
              MOVE SPACES             TO AcctCurrency
              WRITE Account
                 INVALID KEY
                    ADD 1 TO WS-EXCEPTION-COUNT
