      *                               the duplicate-candidate table
      *                               overflows instead of quietly
      *                               listing a subset
      * 15/10/2026 SINISA ABRAMOVIC  Candidate, survivor and loser ids
      *                               and the history images widened for
      *                               the six-digit customer number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

       01 CANDIDATE-TABLE.
           02 CANDIDATE-ENTRY OCCURS 500.
              03 CAND-ID          PIC 9(6).
              03 CAND-NAME        PIC X(20).
              03 CAND-BIRTHDATE   PIC X(8).
       01 CAND-IDX                 PIC 999.
       01 CAND-MAX                 PIC 999 VALUE 0.
       01 WS-DUP-COUNT             PIC 9(5) VALUE 0.

       01 WS-SURVIVOR-ID           PIC 9(6) VALUE 0.
       01 WS-LOSER-ID              PIC 9(6) VALUE 0.
       01 WS-SURVIVOR-NAME         PIC X(20).
       01 WS-LOSER-NAME            PIC X(20).
       01 WS-CONFIRM-ANSWER        PIC X  VALUE SPACE.
           88 YTD-WAS-MOVED               VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-BEFORE-IMAGE          PIC X(149) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".
