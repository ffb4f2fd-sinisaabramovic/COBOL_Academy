      *****************************************************************
      * Copybook name:   EMPLREC
      * Purpose:         Shared employee record layout for the indexed
      *                  EMPLMAST.DAT master keyed on the employee's
      *                  CUSTOMER-MASTER number - who is on the payroll,
      *                  from when to when, in which DEPTMAST.DAT
      *                  department, how they are paid, and the last
      *                  day PAYGEN has generated salary through.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created so salaried pay is
      *                               generated from a master instead
      *                               of keyed into PAYROLL.IN for
      *                               every person every period
      *****************************************************************
           02 EmpCustomerID        PIC   9(6).
           02 EmpDept              PIC   X(4).
           02 EmpHireDate          PIC   9(8).
           02 EmpTermDate          PIC   9(8).
           02 EmpPayBasis          PIC   X.
              88 EMP-IS-SALARIED                VALUE "S".
              88 EMP-IS-HOURLY                  VALUE "H".
           02 EmpAnnualSalary      PIC   9(7)V99.
           02 EmpHourlyRate        PIC   9(3)V99.
           02 EmpPayFreq           PIC   X.
              88 EMP-PAID-WEEKLY                VALUE "W".
              88 EMP-PAID-FORTNIGHTLY           VALUE "B".
              88 EMP-PAID-MONTHLY               VALUE "M".
              88 EMP-PAY-FREQ-IS-VALID          VALUE "W" "B" "M".
           02 EmpPaidThrough       PIC   9(8).
           02 EmpStatus            PIC   X     VALUE "A".
              88 EMP-IS-ACTIVE                  VALUE "A".
              88 EMP-IS-ON-LEAVE                VALUE "S".
              88 EMP-IS-TERMINATED              VALUE "T".
