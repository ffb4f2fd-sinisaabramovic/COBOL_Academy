      *****************************************************************
      * Copybook name:   GLPSREC
      * Purpose:         General-ledger posting interface record layout
      *                  - one line per ledger account with the date,
      *                  the debit and credit totals, and the account
      *                  name. GLSUMM hands the day's banking entries
      *                  over in GLPOST.DAT and PAYROLL hands each pay
      *                  run's entries over in PAYGL.DAT; the debits of
      *                  either file equal its credits.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Moved out of GLSUMM so the payroll
      *                               accounting interface hands over
      *                               in the same layout
      * 15/10/2026 SINISA ABRAMOVIC  GL-CURRENCY added - the currency
      *                               the line's totals are in; blank is
      *                               the base currency, as on the
      *                               payroll file
      *****************************************************************
           02 GL-DATE             PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GL-LEDGER           PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GL-DEBIT-TOTAL      PIC   9(11)V99.
           02 FILLER              PIC   X     VALUE SPACE.
           02 GL-CREDIT-TOTAL     PIC   9(11)V99.
           02 FILLER              PIC   X     VALUE SPACE.
           02 GL-LEDGER-NAME      PIC   X(30).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GL-CURRENCY         PIC   X(3).
