      *****************************************************************
      * Program name:    GETJREF
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared journal-
      *                               reference allocator - every
      *                               writer of ACCTJRNL.DAT takes the
      *                               next number from the
      *                               ACCTJRNL.SEQ control file, the
      *                               way LOGREJECT numbers rejects,
      *                               so each journal entry carries a
      *                               reference a correction can name
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GETJREF.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-SEQ-FILE ASSIGN TO "ACCTJRNL.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-SEQ-FILE.
       01 JRNL-SEQ-RECORD          PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-SEQ-STATUS            PIC XX VALUE "00".
           88 SEQ-FILE-FOUND             VALUE "00".
       01 WS-NEXT-REFERENCE        PIC 9(9) VALUE 1.

       LINKAGE SECTION.
       01 LJrnl-Reference          PIC 9(9).

       PROCEDURE DIVISION USING LJrnl-Reference.
           MOVE 1 TO WS-NEXT-REFERENCE
           OPEN INPUT JRNL-SEQ-FILE
           IF SEQ-FILE-FOUND
              READ JRNL-SEQ-FILE
                 NOT AT END
                    IF JRNL-SEQ-RECORD IS NUMERIC
                       COMPUTE WS-NEXT-REFERENCE =
                          JRNL-SEQ-RECORD + 1
                    END-IF
              END-READ
              CLOSE JRNL-SEQ-FILE
           END-IF
           OPEN OUTPUT JRNL-SEQ-FILE
           MOVE WS-NEXT-REFERENCE TO JRNL-SEQ-RECORD
           WRITE JRNL-SEQ-RECORD
           CLOSE JRNL-SEQ-FILE

           MOVE WS-NEXT-REFERENCE TO LJrnl-Reference

           EXIT PROGRAM.
