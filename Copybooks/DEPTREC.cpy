      *                  the DEPTMAST.DAT file - one record per
      *                  department code with its real name, so the
      *                  pay register prints names and the pre-edit
      *                  can refuse a mistyped code.  DEPT-GL-LEDGER
      *                  is the salary expense ledger PAYROLL books the
      *                  department's gross pay to - zero (or absent on
      *                  an older record) books it to the chart's
      *                  default salary expense ledger.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/2026 SINISA ABRAMOVIC  Created for the payroll input
      *                               pre-edit
      * 15/10/2026 SINISA ABRAMOVIC  DEPT-GL-LEDGER salary expense
      *                               ledger added for the payroll
      *                               accounting interface
      *****************************************************************
           02 DEPT-CODE           PIC   X(4).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEPT-NAME           PIC   X(20).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEPT-GL-LEDGER      PIC   9(6).
