      *****************************************************************
      * Copybook name:   PREGREC
      * Purpose:         Posting-reference registry record - one
      *                  record per originator reference ACCTPOST
      *                  has taken, keyed by the reference, with the
      *                  date, operator and journal entry it went to.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the POSTREG.DAT
      *                               duplicate-submission registry
      * 15/10/2026 SINISA ABRAMOVIC  Added the FRAUDHLD disposition of
      *                               a debit held for fraud review
      *****************************************************************
           02 PREG-REFERENCE       PIC   X(20).
           02 PREG-DATE            PIC   X(8).
           02 PREG-OPERATOR        PIC   X(8).
           02 PREG-TXN-CODE        PIC   X(7).
           02 PREG-ACCT-NUMBER     PIC   9(7).
           02 PREG-AMOUNT          PIC   9(7)V99.
           02 PREG-JRNL-REF        PIC   9(9).
           02 PREG-DISPOSITION     PIC   X(8).
              88 PREG-WAS-HELD                 VALUE "HELD".
              88 PREG-WAS-FRAUD-HELD           VALUE "FRAUDHLD".
