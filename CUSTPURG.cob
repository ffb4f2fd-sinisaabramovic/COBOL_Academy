      *                               OPEN I-O, refuse to start when
      *                               another updater holds it, and
      *                               release it at close
      * 15/10/2026 SINISA ABRAMOVIC  Archive index id and history images
      *                               widened for the six-digit customer
      *                               number - the X(150) archive record
      *                               already holds the wider customer
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

       FD  ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-RECORD.
           02 AIX-CUSTOMER-ID     PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 AIX-ARCHIVE-DATE    PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "CUSTPURG".
       01 WS-BEFORE-IMAGE          PIC X(149) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".
