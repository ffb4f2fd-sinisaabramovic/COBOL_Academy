      *****************************************************************
      * Copybook name:   DEDNREC
      * Purpose:         Shared employee deduction record layout for
      *                  the indexed DEDNMAST.DAT master keyed on the
      *                  employee's customer number and a sequence -
      *                  one record per garnishment order, staff loan,
      *                  pension contribution, or other standing
      *                  deduction, with how much PAYROLL takes each
      *                  period, in what order, and what is still owed.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created so deductions beyond the
      *                               statutory tax are taken by the
      *                               pay run instead of by hand after
      *                               it
      *****************************************************************
           02 DednKey.
              03 DednCustomerID    PIC   9(6).
              03 DednSeq           PIC   99.
           02 DednType             PIC   X(4).
              88 DEDN-IS-GARNISHMENT            VALUE "GARN".
              88 DEDN-IS-STAFF-LOAN             VALUE "LOAN".
              88 DEDN-IS-PENSION                VALUE "PENS".
              88 DEDN-IS-OTHER                  VALUE "OTHR".
              88 DEDN-TYPE-IS-VALID             VALUE "GARN" "LOAN"
                                                      "PENS" "OTHR".
           02 DednMethod           PIC   X.
              88 DEDN-IS-FIXED-AMOUNT           VALUE "A".
              88 DEDN-IS-PERCENT-OF-GROSS       VALUE "P".
           02 DednAmount           PIC   9(5)V99.
           02 DednPercent          PIC   99V99.
           02 DednPriority         PIC   99.
           02 DednStartDate        PIC   X(8).
           02 DednCap              PIC   9(7)V99.
           02 DednTaken            PIC   9(7)V99.
           02 DednReference        PIC   X(15).
           02 DednLastTaken        PIC   X(8).
           02 DednStatus           PIC   X     VALUE "A".
              88 DEDN-IS-ACTIVE                 VALUE "A".
              88 DEDN-IS-SUSPENDED              VALUE "S".
              88 DEDN-IS-REPAID                 VALUE "R".
