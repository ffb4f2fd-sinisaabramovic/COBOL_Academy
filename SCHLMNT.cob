      *****************************************************************
      * Program name:    SCHLMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the school master
      *                               maintenance behind the new
      *                               MAINMENU option, in the WATCHMNT
      *                               style - lists, adds, changes and
      *                               removes the SCHOOLS.DAT schools
      *                               SCHOOLRST seats students at,
      *                               with each school's JMBG region
      *                               and seats per level; changes
      *                               need the maintenance role, and a
      *                               school with students enrolled
      *                               cannot be removed
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCHLMNT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOOL-FILE ASSIGN TO "SCHOOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHOOL-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "SCHLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentJMBG
               FILE STATUS IS WS-ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOL-FILE.
       01 SCHOOL-FILE-RECORD.
           COPY SCHMREC.

       FD  ROSTER-MASTER.
       01 Student.
           COPY SCHLREC.

       WORKING-STORAGE SECTION.
       01 WS-SCHOOL-STATUS         PIC XX VALUE "00".
           88 SCHOOL-FILE-FOUND          VALUE "00".
       01 SCHOOL-EOF-FLAG          PIC X  VALUE "N".
           88 SCHOOL-EOF                 VALUE "Y".
       01 WS-ROSTER-STATUS         PIC XX VALUE "00".
           88 ROSTER-OK                  VALUE "00".
       01 ROSTER-EOF-FLAG          PIC X  VALUE "N".
           88 ROSTER-EOF                 VALUE "Y".

       01 SCHOOL-TABLE.
           02 SCHOOL-ENTRY OCCURS 200.
              03 ST-CODE           PIC X(5).
              03 ST-NAME           PIC X(30).
              03 ST-REGION         PIC 99.
              03 ST-SEATS          PIC 9(4) OCCURS 3.
       01 SCHOOL-IDX               PIC 999.
       01 SCHOOL-MAX               PIC 999 VALUE 0.
       01 WS-FOUND-IDX             PIC 999 VALUE 0.
       01 LEVEL-IDX                PIC 9.

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-CHANGE            VALUE "C".
           88 ACTION-IS-DELETE            VALUE "D".
           88 ACTION-IS-EXIT              VALUE "X".
           88 ACTION-CHANGES-THE-LIST     VALUE "C" "D".

       01 WS-ENTRY-CODE            PIC X(5)  VALUE SPACES.
       01 WS-ENTRY-NAME            PIC X(30) VALUE SPACES.
       01 WS-ENTRY-REGION          PIC X(2)  VALUE SPACES.
       01 WS-ENTRY-SEATS           PIC X(4)  OCCURS 3.
       01 WS-SEATS-VALID-FLAG      PIC X  VALUE "Y".
           88 SEATS-ARE-VALID             VALUE "Y".
       01 WS-SEAT-TOTAL            PIC 9(5).
       01 WS-ENROLLED-COUNT        PIC 9(5).

       01 LEVEL-NAMES.
           02 FILLER              PIC X(13) VALUE "ELEMENTARY".
           02 FILLER              PIC X(13) VALUE "MIDDLE SCHOOL".
           02 FILLER              PIC X(13) VALUE "HIGH SCHOOL".
       01 LEVEL-NAME-TABLE REDEFINES LEVEL-NAMES.
           02 LEVEL-NAME          PIC X(13) OCCURS 3.

       01 WS-CHANGE-COUNT          PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "SCHLMNT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LOperator-Role           PIC X.
           88 CALLER-ROLE-IS-MAINT        VALUE "M".

       PROCEDURE DIVISION USING LOperator-Role.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE SPACE TO WS-ACTION-CODE
           MOVE 0 TO WS-CHANGE-COUNT

           PERFORM LOAD-SCHOOL-TABLE
           IF SCHOOL-MAX = 0
              DISPLAY "NO SCHOOLS ON SCHOOLS.DAT - EVERY PLACEMENT "
                      "GOES TO THE WAITING LIST"
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (L-LIST, C-CHANGE/ADD, D-REMOVE, "
                      "X-EXIT): " WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-SCHOOLS
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN ACTION-CHANGES-THE-LIST
                      AND NOT CALLER-ROLE-IS-MAINT
                    DISPLAY "CHANGING THE SCHOOL MASTER NEEDS THE "
                            "MAINTENANCE ROLE"
                 WHEN ACTION-IS-CHANGE
                    PERFORM CHANGE-SCHOOL
                 WHEN ACTION-IS-DELETE
                    PERFORM DELETE-SCHOOL
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           DISPLAY "SCHLMNT: " WS-CHANGE-COUNT " CHANGE(S) APPLIED"

           MOVE SCHOOL-MAX      TO WS-LOG-READ-COUNT
           MOVE WS-CHANGE-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE RETURN-CODE     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

       LOAD-SCHOOL-TABLE.
           MOVE 0 TO SCHOOL-MAX
           MOVE "N" TO SCHOOL-EOF-FLAG
           OPEN INPUT SCHOOL-FILE
           IF SCHOOL-FILE-FOUND
              PERFORM UNTIL SCHOOL-EOF
                 READ SCHOOL-FILE
                    AT END
                       SET SCHOOL-EOF TO TRUE
                    NOT AT END
                       IF SCHOOL-MAX < 200 AND SCH-CODE NOT = SPACES
                          ADD 1 TO SCHOOL-MAX
                          MOVE SCH-CODE   TO ST-CODE(SCHOOL-MAX)
                          MOVE SCH-NAME   TO ST-NAME(SCHOOL-MAX)
                          MOVE SCH-REGION TO ST-REGION(SCHOOL-MAX)
                          PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                                  UNTIL LEVEL-IDX > 3
                             MOVE SCH-SEATS(LEVEL-IDX)
                                  TO ST-SEATS(SCHOOL-MAX, LEVEL-IDX)
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOOL-FILE
           END-IF.

       SAVE-SCHOOL-TABLE.
           OPEN OUTPUT SCHOOL-FILE
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX
              INITIALIZE SCHOOL-FILE-RECORD WITH FILLER
              MOVE ST-CODE(SCHOOL-IDX)   TO SCH-CODE
              MOVE ST-NAME(SCHOOL-IDX)   TO SCH-NAME
              MOVE ST-REGION(SCHOOL-IDX) TO SCH-REGION
              PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                      UNTIL LEVEL-IDX > 3
                 MOVE ST-SEATS(SCHOOL-IDX, LEVEL-IDX)
                      TO SCH-SEATS(LEVEL-IDX)
              END-PERFORM
              WRITE SCHOOL-FILE-RECORD
           END-PERFORM
           CLOSE SCHOOL-FILE.

       LIST-SCHOOLS.
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX
              DISPLAY "  " ST-CODE(SCHOOL-IDX) " "
                      ST-NAME(SCHOOL-IDX) " REGION "
                      ST-REGION(SCHOOL-IDX) " SEATS "
                      ST-SEATS(SCHOOL-IDX, 1) "/"
                      ST-SEATS(SCHOOL-IDX, 2) "/"
                      ST-SEATS(SCHOOL-IDX, 3)
           END-PERFORM
           DISPLAY "  " SCHOOL-MAX " SCHOOL(S) - SEATS ARE ELEMENTARY/"
                   "MIDDLE/HIGH, 0000 WHERE THE LEVEL IS NOT OFFERED".

       FIND-SCHOOL.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX
              IF ST-CODE(SCHOOL-IDX) = WS-ENTRY-CODE
                 MOVE SCHOOL-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.

       CHANGE-SCHOOL.
           DISPLAY "SCHOOL CODE: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           DISPLAY "SCHOOL NAME: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY "JMBG REGION SERVED (2 DIGITS): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-REGION
           SET SEATS-ARE-VALID TO TRUE
           MOVE 0 TO WS-SEAT-TOTAL
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 3
              DISPLAY LEVEL-NAME(LEVEL-IDX)
                      " SEATS (4 DIGITS, 0000 IF NOT OFFERED): "
                      WITH NO ADVANCING
              ACCEPT WS-ENTRY-SEATS(LEVEL-IDX)
              IF WS-ENTRY-SEATS(LEVEL-IDX) IS NUMERIC
                 ADD FUNCTION NUMVAL(WS-ENTRY-SEATS(LEVEL-IDX))
                     TO WS-SEAT-TOTAL
              ELSE
                 MOVE "N" TO WS-SEATS-VALID-FLAG
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-ENTRY-CODE = SPACES
                 DISPLAY "CHANGE REFUSED - SCHOOL CODE IS BLANK"
              WHEN WS-ENTRY-NAME = SPACES
                 DISPLAY "CHANGE REFUSED - SCHOOL NAME IS BLANK"
              WHEN WS-ENTRY-REGION IS NOT NUMERIC
                 DISPLAY "CHANGE REFUSED - REGION " WS-ENTRY-REGION
                         " IS NOT TWO DIGITS"
              WHEN NOT SEATS-ARE-VALID
                 DISPLAY "CHANGE REFUSED - SEATS MUST BE FOUR DIGITS"
              WHEN WS-SEAT-TOTAL = 0
                 DISPLAY "CHANGE REFUSED - THE SCHOOL OFFERS NO LEVEL"
              WHEN OTHER
                 PERFORM APPLY-SCHOOL-CHANGE
           END-EVALUATE.

      *****************************************************************
      * Seats may be cut below the students already enrolled - the
      * school then shows over capacity on SCHLCAP.RPT and takes no
      * one new until it drains, but nobody already seated is moved.
      *****************************************************************
       APPLY-SCHOOL-CHANGE.
           PERFORM FIND-SCHOOL
           IF WS-FOUND-IDX = 0
              IF SCHOOL-MAX >= 200
                 DISPLAY "SCHOOL MASTER FULL - ADD REFUSED"
              ELSE
                 ADD 1 TO SCHOOL-MAX
                 MOVE SCHOOL-MAX TO WS-FOUND-IDX
              END-IF
           END-IF
           IF WS-FOUND-IDX > 0
              MOVE WS-ENTRY-CODE   TO ST-CODE(WS-FOUND-IDX)
              MOVE WS-ENTRY-NAME   TO ST-NAME(WS-FOUND-IDX)
              MOVE WS-ENTRY-REGION TO ST-REGION(WS-FOUND-IDX)
              PERFORM VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 3
                 MOVE WS-ENTRY-SEATS(LEVEL-IDX)
                      TO ST-SEATS(WS-FOUND-IDX, LEVEL-IDX)
              END-PERFORM
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-SCHOOL-TABLE
              DISPLAY "SCHOOL " WS-ENTRY-CODE " SET"
           END-IF.

       DELETE-SCHOOL.
           DISPLAY "SCHOOL CODE: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           PERFORM FIND-SCHOOL
           IF WS-FOUND-IDX = 0
              DISPLAY "REMOVE REFUSED - SCHOOL " WS-ENTRY-CODE
                      " IS NOT ON THE SCHOOL MASTER"
           ELSE
              PERFORM COUNT-ENROLLED-STUDENTS
              IF WS-ENROLLED-COUNT > 0
                 DISPLAY "REMOVE REFUSED - " WS-ENROLLED-COUNT
                         " STUDENT(S) STILL ENROLLED AT SCHOOL "
                         WS-ENTRY-CODE
              ELSE
                 PERFORM VARYING SCHOOL-IDX FROM WS-FOUND-IDX BY 1
                         UNTIL SCHOOL-IDX >= SCHOOL-MAX
                    MOVE SCHOOL-ENTRY(SCHOOL-IDX + 1)
                         TO SCHOOL-ENTRY(SCHOOL-IDX)
                 END-PERFORM
                 SUBTRACT 1 FROM SCHOOL-MAX
                 ADD 1 TO WS-CHANGE-COUNT
                 PERFORM SAVE-SCHOOL-TABLE
                 DISPLAY "SCHOOL " WS-ENTRY-CODE " REMOVED"
              END-IF
           END-IF.

       COUNT-ENROLLED-STUDENTS.
           MOVE 0 TO WS-ENROLLED-COUNT
           MOVE "N" TO ROSTER-EOF-FLAG
           OPEN INPUT ROSTER-MASTER
           IF ROSTER-OK
              PERFORM UNTIL ROSTER-EOF
                 READ ROSTER-MASTER NEXT RECORD
                    AT END
                       SET ROSTER-EOF TO TRUE
                    NOT AT END
                       IF STUDENT-IS-ENROLLED
                          AND StudentSchool = WS-ENTRY-CODE
                          ADD 1 TO WS-ENROLLED-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
           END-IF.
