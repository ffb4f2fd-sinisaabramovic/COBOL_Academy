      *                               or deleted; FULL stays as the
      *                               weekly resync and both modes
      *                               roll the control date forward
      * 15/10/2026 SINISA ABRAMOVIC  History record and delta table
      *                               carry the six-digit customer
      *                               number and the wider customer
      *                               images
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           02 FILLER              PIC   X.
           02 CH-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X.
           02 CH-CUSTOMER-ID      PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-BEFORE-IMAGE     PIC   X(149).
           02 FILLER              PIC   X.
           02 CH-AFTER-IMAGE      PIC   X(149).

       FD  EXTRACT-CTL.
       01 EXTRACT-CTL-RECORD.

       01 DELTA-TABLE.
           02 DELTA-ENTRY OCCURS 500.
              03 DLT-ID           PIC X(6).
              03 DLT-ACTION       PIC X(7).
       01 DELTA-IDX                PIC 999.
       01 DELTA-MAX                PIC 999 VALUE 0.
