      *                               birth date, and status of each
      *                               change and the program that
      *                               made it
      * 15/10/2026 SINISA ABRAMOVIC  History record, image views and
      *                               the inquiry id widened to the six-
      *                               digit customer number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           02 FILLER              PIC   X.
           02 CH-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X.
           02 CH-CUSTOMER-ID      PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-BEFORE-IMAGE.
              03 CHB-ID           PIC   X(6).
              03 CHB-NAME         PIC   X(20).
              03 CHB-BIRTHDATE    PIC   X(8).
              03 CHB-STATUS       PIC   X.
              03 FILLER           PIC   X(114).
           02 FILLER              PIC   X.
           02 CH-AFTER-IMAGE.
              03 CHA-ID           PIC   X(6).
              03 CHA-NAME         PIC   X(20).
              03 CHA-BIRTHDATE    PIC   X(8).
              03 CHA-STATUS       PIC   X.
       01 HISTORY-EOF-FLAG         PIC X  VALUE "N".
           88 HISTORY-EOF                 VALUE "Y".

       01 WS-INQUIRY-ID            PIC X(6) VALUE SPACES.
       01 WS-MATCH-COUNT           PIC 9(5) VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZ9.

