      *****************************************************************
      * Program name:    LOGACEVT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared account
      *                               event logger, in the LOGCHIST
      *                               style - a program that makes an
      *                               account dormant, closes it, or
      *                               suspends one of its standing
      *                               orders passes the event, the
      *                               account and any reference, and
      *                               this appends one timestamped
      *                               entry to ACCTEVT.LOG for the
      *                               customer notice run
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOGACEVT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-EVENT-LOG ASSIGN TO "ACCTEVT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-EVENT-LOG.
       01 ACCT-EVENT-RECORD.
           COPY AEVTREC.

       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS          PIC XX VALUE "00".
           88 EVENT-FILE-EXISTS          VALUE "00".
           88 EVENT-FILE-NOT-FOUND       VALUE "35".
       01 WS-TIMESTAMP.
           02 WS-TS-DATE           PIC X(8).
           02 WS-TS-TIME           PIC X(6).
           02 FILLER               PIC X(8).

       LINKAGE SECTION.
       01 LAE-Program              PIC X(12).
       01 LAE-Event                PIC X(8).
       01 LAE-Acct-Number          PIC 9(7).
       01 LAE-Reference            PIC X(10).

       PROCEDURE DIVISION USING LAE-Program, LAE-Event,
               LAE-Acct-Number, LAE-Reference.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND ACCT-EVENT-LOG
           IF EVENT-FILE-NOT-FOUND
              OPEN OUTPUT ACCT-EVENT-LOG
           END-IF

           INITIALIZE ACCT-EVENT-RECORD WITH FILLER
           MOVE WS-TS-DATE       TO AE-DATE
           MOVE WS-TS-TIME       TO AE-TIME
           MOVE LAE-Program      TO AE-PROGRAM
           MOVE LAE-Event        TO AE-EVENT
           MOVE LAE-Acct-Number  TO AE-ACCT-NUMBER
           MOVE LAE-Reference    TO AE-REFERENCE
           WRITE ACCT-EVENT-RECORD

           CLOSE ACCT-EVENT-LOG

           EXIT PROGRAM.
