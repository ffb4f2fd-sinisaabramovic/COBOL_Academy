      *****************************************************************
      * Program name:    POSTCHK
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared postal-code
      *                               check - callers pass the postal
      *                               code and city of an address and
      *                               get back whether the code is on
      *                               POSTCODE.DAT and the city is the
      *                               one it belongs to, ignoring case,
      *                               spacing and punctuation; a good
      *                               pair comes back with the city in
      *                               its official spelling
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSTCHK.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTCODE-FILE ASSIGN TO "POSTCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTCODE-FILE.
       01 POSTCODE-RECORD.
           COPY PCODEREC.

       WORKING-STORAGE SECTION.
       01 WS-POSTCODE-STATUS       PIC XX VALUE "00".
           88 POSTCODE-FILE-FOUND        VALUE "00".
       01 POSTCODE-EOF-FLAG        PIC X  VALUE "N".
           88 POSTCODE-EOF               VALUE "Y".
       01 WS-LOADED-FLAG           PIC X  VALUE "N".
           88 CODES-ARE-LOADED           VALUE "Y".

      *****************************************************************
      * The reference file is read once per run unit and kept with
      * each city already reduced to its letters and digits, so a
      * batch of addresses is checked against the table rather than
      * the file.
      *****************************************************************
       01 POSTCODE-TABLE.
           02 POSTCODE-ENTRY OCCURS 3000.
              03 PT-CODE           PIC X(10).
              03 PT-CITY           PIC X(20).
              03 PT-NORM-CITY      PIC X(20).
       01 POSTCODE-IDX             PIC 9(4).
       01 POSTCODE-MAX             PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX             PIC 9(4).

       01 WS-NORM-IN               PIC X(20).
       01 WS-NORM-OUT              PIC X(20).
       01 WS-NORM-LEN              PIC 99.
       01 WS-CHAR-IDX              PIC 99.
       01 WS-ONE-CHAR              PIC X.
       01 WS-LOOKUP-CODE           PIC X(10).

       LINKAGE SECTION.
       01 LPost-Code                PIC X(10).
       01 LPost-City                PIC X(20).
       01 LPost-Result              PIC XX.
           88 LPOST-IS-GOOD                 VALUE "00".
           88 LPOST-CODE-UNKNOWN            VALUE "10".
           88 LPOST-CITY-MISMATCH           VALUE "20".
           88 LPOST-NO-REFERENCE            VALUE "90".

      *****************************************************************
      * An address with neither a postal code nor a city has nothing
      * to check. A code with no city is given the code's city; a
      * city with no code cannot be placed and reads as an unknown
      * code.
      *****************************************************************
       PROCEDURE DIVISION USING LPost-Code, LPost-City, LPost-Result.
           IF NOT CODES-ARE-LOADED
              PERFORM LOAD-POSTCODE-TABLE
           END-IF

           EVALUATE TRUE
              WHEN LPost-Code = SPACES AND LPost-City = SPACES
                 SET LPOST-IS-GOOD TO TRUE
              WHEN POSTCODE-MAX = 0
                 SET LPOST-NO-REFERENCE TO TRUE
              WHEN OTHER
                 PERFORM CHECK-CODE-AND-CITY
           END-EVALUATE

           EXIT PROGRAM.

       CHECK-CODE-AND-CITY.
           MOVE LPost-Code TO WS-LOOKUP-CODE
           INSPECT WS-LOOKUP-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING POSTCODE-IDX FROM 1 BY 1
                   UNTIL POSTCODE-IDX > POSTCODE-MAX
                      OR WS-FOUND-IDX > 0
              IF PT-CODE(POSTCODE-IDX) = WS-LOOKUP-CODE
                 MOVE POSTCODE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM

           IF WS-FOUND-IDX = 0 OR WS-LOOKUP-CODE = SPACES
              SET LPOST-CODE-UNKNOWN TO TRUE
           ELSE
              MOVE LPost-City TO WS-NORM-IN
              PERFORM NORMALIZE-CITY
              IF WS-NORM-LEN = 0
                 OR WS-NORM-OUT = PT-NORM-CITY(WS-FOUND-IDX)
                 SET LPOST-IS-GOOD TO TRUE
                 MOVE PT-CODE(WS-FOUND-IDX) TO LPost-Code
                 MOVE PT-CITY(WS-FOUND-IDX) TO LPost-City
              ELSE
                 SET LPOST-CITY-MISMATCH TO TRUE
              END-IF
           END-IF.

       LOAD-POSTCODE-TABLE.
           MOVE 0 TO POSTCODE-MAX
           MOVE "N" TO POSTCODE-EOF-FLAG
           OPEN INPUT POSTCODE-FILE
           IF POSTCODE-FILE-FOUND
              PERFORM UNTIL POSTCODE-EOF
                 READ POSTCODE-FILE
                    AT END
                       SET POSTCODE-EOF TO TRUE
                    NOT AT END
                       PERFORM ADD-POSTCODE-ENTRY
                 END-READ
              END-PERFORM
              CLOSE POSTCODE-FILE
           END-IF
           SET CODES-ARE-LOADED TO TRUE.

       ADD-POSTCODE-ENTRY.
           IF POSTCODE-MAX < 3000 AND PC-CODE NOT = SPACES
              ADD 1 TO POSTCODE-MAX
              MOVE PC-CODE TO PT-CODE(POSTCODE-MAX)
              MOVE PC-CITY TO PT-CITY(POSTCODE-MAX)
              MOVE PC-CITY TO WS-NORM-IN
              PERFORM NORMALIZE-CITY
              MOVE WS-NORM-OUT TO PT-NORM-CITY(POSTCODE-MAX)
           END-IF.

      *****************************************************************
      * Upper-case the city and keep only its letters and digits -
      * "Novi Sad", "NOVI-SAD" and "novi  sad" all reduce to NOVISAD.
      *****************************************************************
       NORMALIZE-CITY.
           INSPECT WS-NORM-IN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 20
              MOVE WS-NORM-IN(WS-CHAR-IDX:1) TO WS-ONE-CHAR
              IF (WS-ONE-CHAR IS ALPHABETIC-UPPER
                  AND WS-ONE-CHAR NOT = SPACE)
                 OR WS-ONE-CHAR IS NUMERIC
                 ADD 1 TO WS-NORM-LEN
                 MOVE WS-ONE-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
              END-IF
           END-PERFORM.
