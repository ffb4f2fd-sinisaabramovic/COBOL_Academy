      *****************************************************************
      * Copybook name:   DISPREC
      * Purpose:         Shared customer dispute case record layout
      *                  for the indexed DISPUTES.DAT - one record per
      *                  contested ACCTJRNL entry, keyed by case
      *                  number, carrying the customer, the disputed
      *                  amount and reason, where the case stands, the
      *                  regulatory response date, and the posting
      *                  references of its provisional credit and of
      *                  that credit's reversal if the case is denied.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the dispute case
      *                               file - contested postings were
      *                               tracked on paper
      *****************************************************************
           02 DispCaseNumber       PIC   9(7).
           02 DispJrnlRef          PIC   9(9).
           02 DispJrnlDate         PIC   X(8).
           02 DispJrnlCode         PIC   X(7).
           02 DispAcctNumber       PIC   9(7).
           02 DispCustomerID       PIC   9(6).
           02 DispAmount           PIC   9(7)V99.
           02 DispReason           PIC   X(30).
           02 DispStatus           PIC   X     VALUE "O".
              88 DISP-IS-OPENED                 VALUE "O".
              88 DISP-IS-PROV-CREDITED          VALUE "P".
              88 DISP-IS-INVESTIGATED           VALUE "I".
              88 DISP-IS-UPHELD                 VALUE "U".
              88 DISP-IS-DENIED                 VALUE "D".
              88 DISP-IS-OPEN                   VALUE "O" "P" "I".
           02 DispOpenedDate       PIC   X(8).
           02 DispOpenedBy         PIC   X(8).
           02 DispDueDate          PIC   X(8).
           02 DispCreditRef        PIC   X(20).
           02 DispInvestDate       PIC   X(8).
           02 DispInvestBy         PIC   X(8).
           02 DispClosedDate       PIC   X(8).
           02 DispClosedBy         PIC   X(8).
           02 DispReversalRef      PIC   X(20).
