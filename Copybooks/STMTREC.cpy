      *                               same-date entry journalled after
      *                               the statement run still reaches
      *                               the next statement
      * 15/10/2026 SINISA ABRAMOVIC  StmtJrnlCount becomes StmtLastRef
      *                               - the highest journal reference
      *                               the statement of StmtLastDate
      *                               printed - now that the indexed
      *                               journal reads an account's
      *                               entries by date, not in one
      *                               posting-order pass
      *****************************************************************
           02 StmtAcctNumber       PIC   9(7).
           02 StmtLastDate         PIC   X(8).
           02 StmtCloseBal         PIC   S9(7)V99 SIGN LEADING
                                            SEPARATE.
           02 StmtLastRef          PIC   9(9).
