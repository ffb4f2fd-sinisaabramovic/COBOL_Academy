      *                               the add transaction so CUSTUPDT
      *                               can maintain the PERSCUST.DAT
      *                               person-to-customer link
      * 15/10/2026 SINISA ABRAMOVIC  Customer numbers are now allocated
      *                               as six digits - CUSTUPDT.IN id and
      *                               the CUSTLOAD.SEQ counter widened
      * 15/10/2026 SINISA ABRAMOVIC  Name the INTAKE-PRODUCT parameter's
      *                               product on every add so CUSTUPDT
      *                               opens the new customer's first
      *                               account in it
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FD  CUST-TRANS.
       01 CUST-TRANS-RECORD.
           02 TRANS-CODE          PIC   X.
           02 TRANS-CUSTOMER-ID   PIC   9(6).
           02 TRANS-CUSTOMER-NAME PIC   X(20).
           02 TRANS-BIRTH-DAY     PIC   99.
           02 TRANS-BIRTH-MONTH   PIC   99.
           02 TRANS-BIRTH-YEAR    PIC   9(4).
           02 FILLER              PIC   X(113).
           02 TRANS-JMBG          PIC   X(13).
           02 TRANS-PRODUCT       PIC   X(3).

       FD  SEQ-FILE.
       01 SEQ-FILE-RECORD         PIC 9(6).

       FD  LOAD-RPT.
       01 LOAD-RPT-RECORD         PIC X(60).

       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-TRANS-COUNT           PIC 9(5) VALUE 0.
       01 WS-NEXT-CUSTOMER-ID      PIC 9(6) VALUE 200.

       01 WS-BUILT-NAME            PIC X(20).
       01 WS-SSN-DIGITS            PIC 9(10).

       01 WS-RPT-COUNT             PIC ZZZZ9.

      *****************************************************************
      * The intake carries no product of its own - INTAKE-PRODUCT
      * names the one every intake customer's first account is opened
      * in, and with it unset no account is opened.
      *****************************************************************
       01 WS-INTAKE-PRODUCT        PIC X(3)  VALUE SPACES.
       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-GEN-BASE              PIC X(14).
       01 WS-INTAKE-GEN-NAME       PIC X(30).
       01 WS-GEN-ACTION            PIC X.
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           PERFORM READ-SEQUENCE-FILE
           PERFORM LOAD-INTAKE-PRODUCT

           MOVE "PROGRAM01.OUT" TO WS-GEN-BASE
           MOVE "R" TO WS-GEN-ACTION
           MOVE WS-FULL-BIRTH-YEAR TO TRANS-BIRTH-YEAR
           PERFORM BUILD-FULL-JMBG
           MOVE WS-BUILT-JMBG      TO TRANS-JMBG
           MOVE WS-INTAKE-PRODUCT  TO TRANS-PRODUCT

           WRITE CUST-TRANS-RECORD
           ADD 1 TO WS-TRANS-COUNT.
              COMPUTE WS-FULL-BIRTH-YEAR = 1900 + WS-BIRTH-YY
           END-IF.

       LOAD-INTAKE-PRODUCT.
           MOVE "INTAKE-PRODUCT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              MOVE WS-PARM-VALUE(1:3) TO WS-INTAKE-PRODUCT
           END-IF.

       READ-SEQUENCE-FILE.
           OPEN INPUT SEQ-FILE
           IF SEQ-FILE-FOUND
