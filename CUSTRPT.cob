      *                               on GENCAT.DAT, so each run no
      *                               longer destroys yesterday's
      *                               output
      * 15/10/2026 SINISA ABRAMOVIC  Sort record carries the six-digit
      *                               customer number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       SD  SORT-WORK.
       01 SORT-WORK-RECORD.
           02 SRT-BIRTHYEAR       PIC 9(4).
           02 SRT-CUSTOMERID      PIC 9(6).
           02 SRT-CUSTOMERNAME    PIC X(20).
           02 SRT-BIRTHDAY        PIC 99.
           02 SRT-BIRTHMONTH      PIC 99.
