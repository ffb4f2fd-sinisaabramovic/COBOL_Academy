      *****************************************************************
      * Copybook name:   FRAUDREC
      * Purpose:         Fraud review queue layout - one record per
      *                  debit ACCTPOST held on FRAUDQ.DAT because a
      *                  fraud rule fired, written by ACCTPOST and
      *                  reviewed by FRAUDREV. The transaction is kept
      *                  as it was submitted, with its supervisor
      *                  approval if it had one, and the rule that
      *                  fired and what it saw.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the ACCTPOST velocity
      *                               and pattern fraud checks
      *****************************************************************
           02 FRAUD-DATE           PIC   X(8).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-TXN-CODE       PIC   X(7).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-ACCT-NUMBER    PIC   9(7).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-AMOUNT         PIC   9(7)V99.
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-TO-ACCT        PIC   X(7).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-ORIG-REF       PIC   X(20).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-BENEF-BANK     PIC   X(11).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-BENEF-ACCT     PIC   X(20).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-BENEF-NAME     PIC   X(30).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-CURRENCY       PIC   X(3).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-APPROVED-BY    PIC   X(8).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-RULE           PIC   X(8).
              88 FRAUD-RULE-DAY-COUNT          VALUE "DAYCOUNT".
              88 FRAUD-RULE-DAY-TOTAL          VALUE "DAYTOTAL".
              88 FRAUD-RULE-PATTERN            VALUE "PATTERN".
              88 FRAUD-RULE-DORMANT            VALUE "DORMANT".
           02 FILLER               PIC   X     VALUE SPACE.
           02 FRAUD-DETAIL         PIC   X(50).
