      *                               every pending transaction past
      *                               slot 100; the list still shows
      *                               what fits
      * 15/10/2026 SINISA ABRAMOVIC  CUSTPEND.DAT layout widened for the
      *                               six-digit customer number
      * 15/10/2026 SINISA ABRAMOVIC  CUSTPEND.DAT record widened for
      *                               the product an add opens the new
      *                               customer's first account in
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FD  CUST-PENDING.
       01 CUST-PENDING-RECORD.
           02 PEND-TRANS-CODE     PIC   X.
           02 PEND-CUSTOMER-ID    PIC   X(6).
           02 PEND-CUSTOMER-NAME  PIC   X(20).
           02 FILLER              PIC   X(113).
           02 PEND-EFF-DATE       PIC   X(8).
           02 PEND-JMBG           PIC   X(13).
           02 PEND-PRODUCT        PIC   X(3).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS        PIC XX VALUE "00".

       01 PENDING-TABLE.
           02 PENDING-ENTRY OCCURS 100.
              03 PND-RECORD       PIC X(164).
              03 PND-CANCELLED    PIC X.
       01 PENDING-IDX              PIC 999.
       01 PENDING-MAX              PIC 999 VALUE 0.
