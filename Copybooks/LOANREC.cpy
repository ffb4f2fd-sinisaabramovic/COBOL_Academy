      *****************************************************************
      * Copybook name:   LOANREC
      * Purpose:         Shared loan-contract record layout for the
      *                  indexed LOANMAST.DAT - one record per loan
      *                  account opened on a loan-type product, with
      *                  the repayment account its installments are
      *                  collected from, the agreed terms, and how far
      *                  through the schedule the loan has run.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for installment loans -
      *                               ACCTMAINT writes it when a loan
      *                               is opened, LOANDUE bills from it
      *                               and LOANARR settles against it
      *****************************************************************
           02 LoanAcctNumber       PIC   9(7).
           02 LoanRepayAcct        PIC   9(7).
           02 LoanProduct          PIC   X(3).
           02 LoanPrincipal        PIC   9(7)V99.
           02 LoanRate             PIC   V9999.
           02 LoanTermMonths       PIC   9(3).
           02 LoanInstallment      PIC   9(7)V99.
           02 LoanOpenDate         PIC   X(8).
           02 LoanFirstDue         PIC   X(8).
           02 LoanNextSeq          PIC   9(3).
           02 LoanPaidCount        PIC   9(3).
           02 LoanOutstanding      PIC   9(7)V99.
           02 LoanStatus           PIC   X     VALUE "A".
              88 LOAN-IS-ACTIVE                 VALUE "A".
              88 LOAN-IS-PAID-OFF               VALUE "P".
