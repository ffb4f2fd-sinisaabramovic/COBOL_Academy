      *****************************************************************
      * Program name:    TERMRPT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the term-end report run
      *                               - prints a report card per
      *                               student from the TERMRSLT.DAT
      *                               grades of their current placement
      *                               with the promotion outcome
      *                               SCHLPROM will apply, and a pass
      *                               rate report per school and level
      *                               from the same grades; run it
      *                               before SCHLPROM moves the roster
      *                               on
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TERMRPT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-RESULTS ASSIGN TO "TERMRSLT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TermKey
               FILE STATUS IS WS-TERM-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "SCHLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentJMBG
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT SCHOOL-FILE ASSIGN TO "SCHOOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHOOL-STATUS.
           SELECT CARD-RPT ASSIGN TO "TERMCARD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PASS-RPT ASSIGN TO "TERMPASS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-RESULTS.
       01 TermResultRecord.
           COPY TERMREC.

       FD  ROSTER-MASTER.
       01 Student.
           COPY SCHLREC.

       FD  SCHOOL-FILE.
       01 SCHOOL-FILE-RECORD.
           COPY SCHMREC.

       FD  CARD-RPT.
       01 CARD-RPT-RECORD         PIC X(80).

       FD  PASS-RPT.
       01 PASS-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TERM-STATUS           PIC XX VALUE "00".
           88 TERM-FILE-OK               VALUE "00".
       01 TERM-EOF-FLAG            PIC X  VALUE "N".
           88 TERM-EOF                    VALUE "Y".
       01 WS-ROSTER-STATUS         PIC XX VALUE "00".
           88 ROSTER-OK                  VALUE "00".
       01 WS-SCHOOL-STATUS         PIC XX VALUE "00".
           88 SCHOOL-FILE-FOUND          VALUE "00".
       01 SCHOOL-EOF-FLAG          PIC X  VALUE "N".
           88 SCHOOL-EOF                  VALUE "Y".
       01 WS-STUDENT-FOUND-FLAG    PIC X  VALUE "N".
           88 STUDENT-WAS-FOUND           VALUE "Y".

      *****************************************************************
      * Pass counts per school and level - the slot after the last
      * school on SCHOOLS.DAT gathers grades from a school no longer
      * on the master.
      *****************************************************************
       01 SCHOOL-TABLE.
           02 SCHOOL-ENTRY OCCURS 201.
              03 ST-CODE           PIC X(5).
              03 ST-NAME           PIC X(30).
              03 ST-LEVEL-PASS OCCURS 3.
                 04 ST-STUDENTS    PIC 9(5).
                 04 ST-HELD-BACK   PIC 9(5).
                 04 ST-GRADES      PIC 9(6).
                 04 ST-PASSED      PIC 9(6).
       01 SCHOOL-IDX               PIC 999.
       01 SCHOOL-MAX               PIC 999 VALUE 0.
       01 WS-CARD-SCHOOL-IDX       PIC 999.

       01 LEVEL-NAMES.
           02 FILLER              PIC X(13) VALUE "ELEMENTARY".
           02 FILLER              PIC X(13) VALUE "MIDDLE SCHOOL".
           02 FILLER              PIC X(13) VALUE "HIGH SCHOOL".
       01 LEVEL-NAME-TABLE REDEFINES LEVEL-NAMES.
           02 LEVEL-NAME          PIC X(13) OCCURS 3.
       01 LEVEL-IDX                PIC 9.
       01 WS-CARD-LEVEL-IDX        PIC 9.

       01 WS-CARD-JMBG             PIC 9(13).
       01 WS-CARD-SUBJECTS         PIC 99.
       01 WS-CARD-PASSED           PIC 99.
       01 WS-CARD-FAILED           PIC 99.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-MAX-FAILED-SUBJECTS   PIC 99 VALUE 2.

       01 WS-CARD-COUNT            PIC 9(5) VALUE 0.
       01 WS-HELD-BACK-COUNT       PIC 9(5) VALUE 0.
       01 WS-RESULT-COUNT          PIC 9(5) VALUE 0.

       01 WS-PASS-PERCENT          PIC 999.
       01 WS-STUDENT-PERCENT       PIC 999.
       01 WS-RPT-STUDENTS          PIC ZZZZ9.
       01 WS-RPT-GRADES            PIC ZZZZZ9.
       01 WS-RPT-PASSED            PIC ZZZZZ9.
       01 WS-RPT-PERCENT           PIC ZZ9.
       01 WS-RPT-HELD              PIC ZZZZ9.
       01 WS-RPT-STUDENT-PERCENT   PIC ZZ9.
       01 WS-RPT-COUNT             PIC Z9.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "TERMRPT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE "MAX-FAILED-SUBJECTS" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-MAX-FAILED-SUBJECTS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           PERFORM LOAD-SCHOOL-TABLE

           OPEN OUTPUT CARD-RPT
           OPEN OUTPUT PASS-RPT
           OPEN INPUT ROSTER-MASTER
           OPEN INPUT TERM-RESULTS
           IF TERM-FILE-OK AND ROSTER-OK
              PERFORM READ-NEXT-RESULT
           ELSE
              SET TERM-EOF TO TRUE
              MOVE "NO TERMRSLT.DAT TERM RESULTS OR SCHLMAST.DAT ROSTER"
                   TO CARD-RPT-RECORD
              WRITE CARD-RPT-RECORD
           END-IF

           PERFORM UNTIL TERM-EOF
              PERFORM START-STUDENT-CARD
              PERFORM UNTIL TERM-EOF
                      OR TermJMBG NOT = WS-CARD-JMBG
                 PERFORM CARD-ONE-RESULT
                 PERFORM READ-NEXT-RESULT
              END-PERFORM
              PERFORM FINISH-STUDENT-CARD
           END-PERFORM

           PERFORM WRITE-PASS-RATE-REPORT

           CLOSE TERM-RESULTS
           CLOSE ROSTER-MASTER
           CLOSE CARD-RPT
           CLOSE PASS-RPT

           DISPLAY "TERMRPT: " WS-CARD-COUNT " REPORT CARD(S), "
                   WS-HELD-BACK-COUNT " TO BE HELD BACK"

           MOVE WS-RESULT-COUNT    TO WS-LOG-READ-COUNT
           MOVE WS-CARD-COUNT      TO WS-LOG-ACCEPT-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           STOP RUN.

       LOAD-SCHOOL-TABLE.
           MOVE 0 TO SCHOOL-MAX
           INITIALIZE SCHOOL-TABLE
           OPEN INPUT SCHOOL-FILE
           IF SCHOOL-FILE-FOUND
              PERFORM UNTIL SCHOOL-EOF
                 READ SCHOOL-FILE
                    AT END
                       SET SCHOOL-EOF TO TRUE
                    NOT AT END
                       IF SCHOOL-MAX < 200 AND SCH-CODE NOT = SPACES
                          ADD 1 TO SCHOOL-MAX
                          MOVE SCH-CODE TO ST-CODE(SCHOOL-MAX)
                          MOVE SCH-NAME TO ST-NAME(SCHOOL-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOOL-FILE
           END-IF
           COMPUTE SCHOOL-IDX = SCHOOL-MAX + 1
           MOVE "?????" TO ST-CODE(SCHOOL-IDX)
           MOVE "NOT ON SCHOOL MASTER" TO ST-NAME(SCHOOL-IDX).

       READ-NEXT-RESULT.
           READ TERM-RESULTS NEXT RECORD
              AT END
                 SET TERM-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RESULT-COUNT
           END-READ.

       START-STUDENT-CARD.
           MOVE TermJMBG TO WS-CARD-JMBG
           MOVE 0 TO WS-CARD-SUBJECTS
           MOVE 0 TO WS-CARD-PASSED
           MOVE 0 TO WS-CARD-FAILED
           MOVE "N" TO WS-STUDENT-FOUND-FLAG
           MOVE WS-CARD-JMBG TO StudentJMBG
           READ ROSTER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET STUDENT-WAS-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * The same test SCHLPROM applies - only grades loaded since the
      * student was placed, at the level and year still on the
      * master, belong on this term's card.
      *****************************************************************
       CARD-ONE-RESULT.
           IF STUDENT-WAS-FOUND
              AND TermDate > StudentPlacedDate
              AND TermLevel = StudentLevel
              AND TermSchoolYear = StudentYear
              IF WS-CARD-SUBJECTS = 0
                 PERFORM WRITE-CARD-HEADING
              END-IF
              ADD 1 TO WS-CARD-SUBJECTS
              MOVE SPACES TO CARD-RPT-RECORD
              IF TERM-SUBJECT-PASSED
                 ADD 1 TO WS-CARD-PASSED
                 STRING "  " DELIMITED BY SIZE
                        TermSubject DELIMITED BY SIZE
                        "   " DELIMITED BY SIZE
                        TermGrade DELIMITED BY SIZE
                        "     PASSED" DELIMITED BY SIZE
                        INTO CARD-RPT-RECORD
              ELSE
                 ADD 1 TO WS-CARD-FAILED
                 STRING "  " DELIMITED BY SIZE
                        TermSubject DELIMITED BY SIZE
                        "   " DELIMITED BY SIZE
                        TermGrade DELIMITED BY SIZE
                        "     FAILED" DELIMITED BY SIZE
                        INTO CARD-RPT-RECORD
              END-IF
              WRITE CARD-RPT-RECORD
           END-IF.

       WRITE-CARD-HEADING.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO CARD-RPT-RECORD
           STRING "REPORT CARD - RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD
           PERFORM FIND-CARD-SCHOOL
           MOVE SPACES TO CARD-RPT-RECORD
           STRING "CITIZEN " DELIMITED BY SIZE
                  StudentSSN DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  StudentLevel DELIMITED BY SIZE
                  " YEAR " DELIMITED BY SIZE
                  StudentYear DELIMITED BY SIZE
                  INTO CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD
           MOVE SPACES TO CARD-RPT-RECORD
           STRING "SCHOOL " DELIMITED BY SIZE
                  StudentSchool DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-NAME(WS-CARD-SCHOOL-IDX) DELIMITED BY SIZE
                  INTO CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD
           MOVE "  SUBJECT     GRADE RESULT" TO CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD.

       FIND-CARD-SCHOOL.
           COMPUTE WS-CARD-SCHOOL-IDX = SCHOOL-MAX + 1
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX
              IF ST-CODE(SCHOOL-IDX) = StudentSchool
                 MOVE SCHOOL-IDX TO WS-CARD-SCHOOL-IDX
              END-IF
           END-PERFORM
           MOVE 0 TO WS-CARD-LEVEL-IDX
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 3
              IF LEVEL-NAME(LEVEL-IDX) = StudentLevel
                 MOVE LEVEL-IDX TO WS-CARD-LEVEL-IDX
              END-IF
           END-PERFORM.

       FINISH-STUDENT-CARD.
           IF WS-CARD-SUBJECTS > 0
              MOVE SPACES TO CARD-RPT-RECORD
              STRING "SUBJECTS " DELIMITED BY SIZE
                     WS-CARD-SUBJECTS DELIMITED BY SIZE
                     "  PASSED " DELIMITED BY SIZE
                     WS-CARD-PASSED DELIMITED BY SIZE
                     "  FAILED " DELIMITED BY SIZE
                     WS-CARD-FAILED DELIMITED BY SIZE
                     INTO CARD-RPT-RECORD
              WRITE CARD-RPT-RECORD
              MOVE SPACES TO CARD-RPT-RECORD
              IF WS-CARD-FAILED > WS-MAX-FAILED-SUBJECTS
                 ADD 1 TO WS-HELD-BACK-COUNT
                 MOVE WS-MAX-FAILED-SUBJECTS TO WS-RPT-COUNT
                 STRING "OUTCOME: TO REPEAT THE YEAR - MORE THAN "
                        DELIMITED BY SIZE
                        WS-RPT-COUNT DELIMITED BY SIZE
                        " SUBJECT(S) FAILED" DELIMITED BY SIZE
                        INTO CARD-RPT-RECORD
              ELSE
                 MOVE "OUTCOME: TO MOVE ON AT THE NEXT RE-PLACEMENT"
                      TO CARD-RPT-RECORD
              END-IF
              WRITE CARD-RPT-RECORD
              MOVE SPACES TO CARD-RPT-RECORD
              WRITE CARD-RPT-RECORD
              IF WS-CARD-LEVEL-IDX > 0
                 PERFORM ADD-TO-PASS-RATES
              END-IF
           END-IF.

       ADD-TO-PASS-RATES.
           ADD 1 TO ST-STUDENTS(WS-CARD-SCHOOL-IDX, WS-CARD-LEVEL-IDX)
           ADD WS-CARD-SUBJECTS
               TO ST-GRADES(WS-CARD-SCHOOL-IDX, WS-CARD-LEVEL-IDX)
           ADD WS-CARD-PASSED
               TO ST-PASSED(WS-CARD-SCHOOL-IDX, WS-CARD-LEVEL-IDX)
           IF WS-CARD-FAILED > WS-MAX-FAILED-SUBJECTS
              ADD 1
                  TO ST-HELD-BACK(WS-CARD-SCHOOL-IDX, WS-CARD-LEVEL-IDX)
           END-IF.

      *****************************************************************
      * Two rates per line - the share of grades that passed, and the
      * share of students who will move on rather than be held back.
      *****************************************************************
       WRITE-PASS-RATE-REPORT.
           MOVE SPACES TO PASS-RPT-RECORD
           STRING "TERM PASS RATES BY SCHOOL AND LEVEL - RUN DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PASS-RPT-RECORD
           WRITE PASS-RPT-RECORD
           MOVE "CODE  LEVEL         STUDNT GRADES PASSED PASS% HELD "
                TO PASS-RPT-RECORD
           MOVE "MOVE%" TO PASS-RPT-RECORD(53:5)
           WRITE PASS-RPT-RECORD
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX + 1
              PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                      UNTIL LEVEL-IDX > 3
                 IF ST-STUDENTS(SCHOOL-IDX, LEVEL-IDX) > 0
                    PERFORM WRITE-PASS-RATE-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-PASS-RATE-LINE.
           COMPUTE WS-PASS-PERCENT ROUNDED =
              ST-PASSED(SCHOOL-IDX, LEVEL-IDX) * 100
              / ST-GRADES(SCHOOL-IDX, LEVEL-IDX)
           COMPUTE WS-STUDENT-PERCENT ROUNDED =
              (ST-STUDENTS(SCHOOL-IDX, LEVEL-IDX)
               - ST-HELD-BACK(SCHOOL-IDX, LEVEL-IDX)) * 100
              / ST-STUDENTS(SCHOOL-IDX, LEVEL-IDX)
           MOVE ST-STUDENTS(SCHOOL-IDX, LEVEL-IDX)  TO WS-RPT-STUDENTS
           MOVE ST-GRADES(SCHOOL-IDX, LEVEL-IDX)    TO WS-RPT-GRADES
           MOVE ST-PASSED(SCHOOL-IDX, LEVEL-IDX)    TO WS-RPT-PASSED
           MOVE WS-PASS-PERCENT                     TO WS-RPT-PERCENT
           MOVE ST-HELD-BACK(SCHOOL-IDX, LEVEL-IDX) TO WS-RPT-HELD
           MOVE WS-STUDENT-PERCENT          TO WS-RPT-STUDENT-PERCENT
           MOVE SPACES TO PASS-RPT-RECORD
           STRING ST-CODE(SCHOOL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LEVEL-NAME(LEVEL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-STUDENTS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-GRADES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-PASSED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-RPT-PERCENT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-HELD DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-RPT-STUDENT-PERCENT DELIMITED BY SIZE
                  INTO PASS-RPT-RECORD
           WRITE PASS-RPT-RECORD.
