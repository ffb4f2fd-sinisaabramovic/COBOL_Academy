      *****************************************************************
      * Copybook name:   TDEPREC
      * Purpose:         Shared term-deposit contract record layout for
      *                  the indexed TDEPMAST.DAT - one record per
      *                  account opened on a term-deposit product, with
      *                  the rate fixed when the term began, the date
      *                  it matures, and the customer's instruction
      *                  for the money at maturity.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for fixed-term deposits -
      *                               ACCTMAINT writes it when the
      *                               deposit is opened, ACCTPOST holds
      *                               early withdrawals against it and
      *                               TDMATUR pays it out or rolls it
      *                               over when it matures
      *****************************************************************
           02 TdAcctNumber         PIC   9(7).
           02 TdPayoutAcct         PIC   9(7).
           02 TdProduct            PIC   X(3).
           02 TdPrincipal          PIC   9(7)V99.
           02 TdRate               PIC   V9999.
           02 TdTermMonths         PIC   9(3).
           02 TdOpenDate           PIC   X(8).
           02 TdStartDate          PIC   X(8).
           02 TdMaturityDate       PIC   X(8).
           02 TdInstruction        PIC   X     VALUE "P".
              88 TD-PAYS-OUT                    VALUE "P".
              88 TD-ROLLS-OVER                  VALUE "R".
           02 TdRollCount          PIC   9(3).
           02 TdStatus             PIC   X     VALUE "A".
              88 TD-IS-ACTIVE                   VALUE "A".
              88 TD-IS-MATURED                  VALUE "M".
