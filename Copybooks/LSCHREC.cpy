      *****************************************************************
      * Copybook name:   LSCHREC
      * Purpose:         Shared loan repayment-schedule record layout
      *                  for the indexed LOANSCHD.DAT - one record per
      *                  installment of a loan, keyed by the loan
      *                  account and installment number, carrying the
      *                  interest/principal split of the amortization
      *                  and where the installment stands in
      *                  collection.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for installment loans
      *****************************************************************
           02 LschKey.
              03 LschAcctNumber    PIC   9(7).
              03 LschSeq           PIC   9(3).
           02 LschDueDate          PIC   X(8).
           02 LschInstallment      PIC   9(7)V99.
           02 LschInterest         PIC   9(7)V99.
           02 LschPrincipal        PIC   9(7)V99.
           02 LschBalanceAfter     PIC   9(7)V99.
           02 LschStatus           PIC   X     VALUE "S".
              88 INSTALLMENT-SCHEDULED          VALUE "S".
              88 INSTALLMENT-BILLED             VALUE "B".
              88 INSTALLMENT-PAID               VALUE "P".
              88 INSTALLMENT-MISSED             VALUE "M".
           02 LschAttempts         PIC   9(2).
           02 LschOrigRef          PIC   X(20).
           02 LschBilledDate       PIC   X(8).
           02 LschPaidDate         PIC   X(8).
