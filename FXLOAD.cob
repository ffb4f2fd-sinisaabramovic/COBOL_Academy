      *****************************************************************
      * Program name:    FXLOAD
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the daily exchange-
      *                               rate load - reads the rates
      *                               treasury sends on FXRATES.IN,
      *                               checks each is for tonight's
      *                               business date, a real currency
      *                               code other than the base
      *                               currency and a positive rate,
      *                               and stores it on the FXRATE.DAT
      *                               table GETFXRT answers from, so
      *                               ACCTPOST can convert foreign-
      *                               currency postings; rejects go
      *                               to the shared reject log and an
      *                               exception report
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FXLOAD.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATES-IN ASSIGN TO "FXRATES.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-IN-STATUS.
           SELECT FX-RATES ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT FX-RPT ASSIGN TO "FXLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * One rate per line in the FXRTREC layout - the business date,
      * the currency code and the rate to six decimal places.
      *****************************************************************
       FD  FX-RATES-IN.
       01 FX-IN-RECORD.
           02 IN-DATE             PIC   X(8).
           02 IN-CURRENCY         PIC   X(3).
           02 FILLER              PIC   X.
           02 IN-RATE             PIC   X(11).
           02 IN-RATE-NUM REDEFINES IN-RATE
                                  PIC   9(5)V9(6).

       FD  FX-RATES.
       01 FX-RATE-RECORD.
           COPY FXRTREC.

       FD  FX-RPT.
       01 FX-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FX-IN-STATUS          PIC XX VALUE "00".
           88 FX-IN-FOUND                VALUE "00".
       01 WS-FXRATE-STATUS         PIC XX VALUE "00".
           88 FXRATE-OK                  VALUE "00".
       01 FX-IN-EOF-FLAG           PIC X  VALUE "N".
           88 FX-IN-EOF                  VALUE "Y".

       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REPLACED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-RATE              PIC ZZZZ9.999999.

       01 WS-RATE-REASON           PIC X(30).
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "FXLOAD".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.
       01 WS-LOG-REJECT-PROGRAM    PIC X(12) VALUE "FXLOAD".
       01 WS-LOG-REJECT-INPUT      PIC X(20).
       01 WS-LOG-REJECT-REASON     PIC X(30).
       01 WS-FINAL-RC              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           PERFORM LOAD-BASE-CURRENCY

           OPEN INPUT FX-RATES-IN
           IF NOT FX-IN-FOUND
              SET FX-IN-EOF TO TRUE
              DISPLAY "FXLOAD: NO FXRATES.IN FROM TREASURY - "
                      "FOREIGN-CURRENCY POSTINGS WILL DECLINE"
           END-IF
           OPEN I-O FX-RATES
           IF NOT FXRATE-OK
              CLOSE FX-RATES
              OPEN OUTPUT FX-RATES
              CLOSE FX-RATES
              OPEN I-O FX-RATES
           END-IF
           OPEN OUTPUT FX-RPT

           MOVE SPACES TO FX-RPT-RECORD
           STRING "EXCHANGE RATE LOAD FOR " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - BASE CURRENCY " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  INTO FX-RPT-RECORD
           WRITE FX-RPT-RECORD

           PERFORM UNTIL FX-IN-EOF
              READ FX-RATES-IN
                 AT END
                    SET FX-IN-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM LOAD-ONE-RATE
              END-READ
           END-PERFORM

           PERFORM WRITE-LOAD-TOTALS

           IF FX-IN-FOUND
              CLOSE FX-RATES-IN
           END-IF
           CLOSE FX-RATES
           CLOSE FX-RPT

           DISPLAY "FXLOAD: " WS-READ-COUNT " RATE(S) READ, "
                   WS-LOADED-COUNT " LOADED, "
                   WS-REJECT-COUNT " REJECTED"

      *    No rates at all, or any rate turned away, leaves some
      *    foreign-currency posting without a rate tonight - the
      *    step ends with a warning for the operator.
           IF WS-REJECT-COUNT > 0 OR WS-LOADED-COUNT = 0
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE WS-READ-COUNT   TO WS-LOG-READ-COUNT
           MOVE WS-LOADED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.

      *****************************************************************
      * A rate dated for any other day is turned away - yesterday's
      * feed sent again must not stand in for tonight's rates, and
      * the base currency has no rate, it is always one.
      *****************************************************************
       LOAD-ONE-RATE.
           MOVE SPACES TO WS-RATE-REASON
           EVALUATE TRUE
              WHEN IN-DATE NOT = WS-RUN-DATE
                 MOVE "RATE NOT FOR THIS BUSINESS DAY"
                      TO WS-RATE-REASON
              WHEN IN-CURRENCY = SPACES
                 MOVE "CURRENCY CODE IS BLANK" TO WS-RATE-REASON
              WHEN IN-CURRENCY IS NOT ALPHABETIC-UPPER
                 MOVE "CURRENCY CODE NOT A-Z" TO WS-RATE-REASON
              WHEN IN-CURRENCY = WS-BASE-CURRENCY
                 MOVE "RATE GIVEN FOR BASE CURRENCY" TO WS-RATE-REASON
              WHEN IN-RATE IS NOT NUMERIC
                 MOVE "RATE NOT NUMERIC" TO WS-RATE-REASON
              WHEN IN-RATE-NUM = 0
                 MOVE "RATE IS ZERO" TO WS-RATE-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-RATE-REASON = SPACES
              PERFORM STORE-ONE-RATE
           ELSE
              PERFORM REJECT-ONE-RATE
           END-IF.

      *****************************************************************
      * A rate sent again for the same currency and day replaces the
      * one on file - treasury resends to correct a keying error.
      *****************************************************************
       STORE-ONE-RATE.
           MOVE SPACES       TO FX-RATE-RECORD
           MOVE IN-DATE      TO FX-DATE
           MOVE IN-CURRENCY  TO FX-CURRENCY
           MOVE IN-RATE-NUM  TO FX-RATE
           ADD 1 TO WS-LOADED-COUNT
           WRITE FX-RATE-RECORD
              INVALID KEY
                 ADD 1 TO WS-REPLACED-COUNT
                 REWRITE FX-RATE-RECORD
                    INVALID KEY
                       DISPLAY "FXLOAD: RATE WRITE FAILED FOR "
                               FX-KEY
                 END-REWRITE
           END-WRITE

           MOVE IN-RATE-NUM TO WS-RPT-RATE
           MOVE SPACES TO FX-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  IN-CURRENCY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-RATE DELIMITED BY SIZE
                  INTO FX-RPT-RECORD
           WRITE FX-RPT-RECORD.

       REJECT-ONE-RATE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-READ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FX-RPT-RECORD
           STRING "LINE " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-CURRENCY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RATE-REASON DELIMITED BY SIZE
                  INTO FX-RPT-RECORD
           WRITE FX-RPT-RECORD
           MOVE FX-IN-RECORD(1:20) TO WS-LOG-REJECT-INPUT
           MOVE WS-RATE-REASON TO WS-LOG-REJECT-REASON
           CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                   WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                   WS-RUN-DATE.

       WRITE-LOAD-TOTALS.
           MOVE WS-READ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FX-RPT-RECORD
           STRING "RATES READ:          " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FX-RPT-RECORD
           WRITE FX-RPT-RECORD

           MOVE WS-LOADED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FX-RPT-RECORD
           STRING "RATES LOADED:        " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FX-RPT-RECORD
           WRITE FX-RPT-RECORD

           MOVE WS-REPLACED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FX-RPT-RECORD
           STRING "  REPLACING EARLIER: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FX-RPT-RECORD
           WRITE FX-RPT-RECORD

           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FX-RPT-RECORD
           STRING "RATES REJECTED:      " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FX-RPT-RECORD
           WRITE FX-RPT-RECORD.
