      *****************************************************************
      * Program name:    GETJSEAL
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared lookup of
      *                               the latest sealed journal month
      *                               (YYYYMM) on the JRNLPART.DAT
      *                               partition catalogue, so every
      *                               program that writes the journal
      *                               can refuse an entry dated into
      *                               a month that is already closed;
      *                               spaces when none is sealed yet
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GETJSEAL.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-CATALOGUE ASSIGN TO "JRNLPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-CATALOGUE.
       01 PART-CATALOGUE-RECORD.
           COPY JPARTREC.

       WORKING-STORAGE SECTION.
       01 WS-CATALOGUE-STATUS      PIC XX VALUE "00".
           88 CATALOGUE-OK                   VALUE "00".
       01 CATALOGUE-EOF-FLAG       PIC X  VALUE "N".
           88 CATALOGUE-EOF               VALUE "Y".

       LINKAGE SECTION.
       01 LSealed-Period           PIC X(6).

       PROCEDURE DIVISION USING LSealed-Period.
           MOVE SPACES TO LSealed-Period
           MOVE "N" TO CATALOGUE-EOF-FLAG
           OPEN INPUT PART-CATALOGUE
           IF CATALOGUE-OK
              PERFORM UNTIL CATALOGUE-EOF
                 READ PART-CATALOGUE
                    AT END
                       SET CATALOGUE-EOF TO TRUE
                    NOT AT END
                       MOVE JPartPeriod TO LSealed-Period
                 END-READ
              END-PERFORM
              CLOSE PART-CATALOGUE
           END-IF.

           EXIT PROGRAM.
