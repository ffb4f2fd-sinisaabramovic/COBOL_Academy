      * 21/08/2026 SINISA ABRAMOVIC  Wrap REJWORK.OUT in the batch
      *                               header and trailer PROGRAM01
      *                               now requires
      * 15/10/2026 SINISA ABRAMOVIC  Corrected customer id and the
      *                               REJWORK.TRN record widened to the
      *                               six-digit customer number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FD  TRANS-OUT.
       01 TRANS-OUT-RECORD.
           02 OUT-TRANS-CODE          PIC   X.
           02 OUT-TRANS-CUSTOMER-ID   PIC   9(6).
           02 OUT-TRANS-CUSTOMER-NAME PIC   X(20).
           02 OUT-TRANS-BIRTH-DAY     PIC   99.
           02 OUT-TRANS-BIRTH-MONTH   PIC   99.

       01 WS-CORRECTED-SSN         PIC X(10) VALUE SPACES.
       01 WS-CORRECTED-JMBG        PIC X(13) VALUE SPACES.
       01 WS-CORRECTED-ID          PIC X(6)  VALUE SPACES.
       01 WS-CORRECTED-NAME        PIC X(20) VALUE SPACES.
       01 WS-CORRECTED-DATE        PIC X(8)  VALUE SPACES.
       01 WS-CORRECTED-DATE-NUM REDEFINES WS-CORRECTED-DATE.
           END-IF.

       CAPTURE-CUSTOMER-CORRECTION.
           DISPLAY "CORRECTED CUSTOMER ID (6 DIGITS): "
                   WITH NO ADVANCING
           ACCEPT WS-CORRECTED-ID
           DISPLAY "CUSTOMER NAME: " WITH NO ADVANCING
