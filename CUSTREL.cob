      *                               layout now that CUSTUPDT adds
      *                               carry the originating JMBG after
      *                               the effective date
      * 15/10/2026 SINISA ABRAMOVIC  CUSTPEND.DAT and CUSTUPDT.IN
      *                               records widened for the six-digit
      *                               customer number
      * 15/10/2026 SINISA ABRAMOVIC  CUSTPEND.DAT record widened for
      *                               the product an add opens the new
      *                               customer's first account in
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  CUST-PENDING.
       01 CUST-PENDING-RECORD.
           02 PEND-DATA           PIC   X(140).
           02 PEND-EFF-DATE.
              03 PEND-EFF-DAY     PIC   XX.
              03 PEND-EFF-MONTH   PIC   XX.
              03 PEND-EFF-YEAR    PIC   X(4).
           02 PEND-JMBG           PIC   X(13).
           02 PEND-PRODUCT        PIC   X(3).

       FD  PENDING-KEEP.
       01 PENDING-KEEP-RECORD     PIC X(164).

       FD  CUST-TRANS.
       01 CUST-TRANS-RECORD       PIC X(164).

       FD  RELEASE-RPT.
       01 RELEASE-RPT-RECORD      PIC X(70).
