      *                               CUSTHIST.LOG, so "who changed
      *                               this birthdate" finally has an
      *                               answer
      * 15/10/2026 SINISA ABRAMOVIC  History record and before/after
      *                               images widened for the six-digit
      *                               customer number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           02 FILLER              PIC   X     VALUE SPACE.
           02 CH-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X     VALUE SPACE.
           02 CH-CUSTOMER-ID      PIC   X(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 CH-BEFORE-IMAGE     PIC   X(149).
           02 FILLER              PIC   X     VALUE SPACE.
           02 CH-AFTER-IMAGE      PIC   X(149).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".

       LINKAGE SECTION.
       01 LCH-Program              PIC X(12).
       01 LCH-Before-Image         PIC X(149).
       01 LCH-After-Image          PIC X(149).

       PROCEDURE DIVISION USING LCH-Program, LCH-Before-Image,
               LCH-After-Image.
           MOVE WS-TS-DATE       TO CH-DATE
           MOVE WS-TS-TIME       TO CH-TIME
           MOVE LCH-Program      TO CH-PROGRAM
           IF LCH-After-Image(1:6) NOT = SPACES
              MOVE LCH-After-Image(1:6) TO CH-CUSTOMER-ID
           ELSE
              MOVE LCH-Before-Image(1:6) TO CH-CUSTOMER-ID
           END-IF
           MOVE LCH-Before-Image TO CH-BEFORE-IMAGE
           MOVE LCH-After-Image  TO CH-AFTER-IMAGE
