      *                               notification letter line only
      *                               for students whose placement
      *                               changed
      * 15/10/2026 SINISA ABRAMOVIC  Address each re-placement and
      *                               completion letter to the child's
      *                               guardian from PERSREL.DAT, through
      *                               PERSCUST.DAT and the guardian's
      *                               customer address, via the shared
      *                               GETGUARD lookup - the letter still
      *                               goes to the student when no
      *                               guardian can be written to
      * 15/10/2026 SINISA ABRAMOVIC  A student moving up a school level
      *                               gives up the seat at their
      *                               SCHOOLS.DAT school and joins the
      *                               waiting list, keeping that school
      *                               as first choice, for SCHOOLRST to
      *                               seat at the new level; students
      *                               already waiting age with the rest
      * 15/10/2026 SINISA ABRAMOVIC  Hold back a student who failed
      *                               more subjects on TERMRSLT.DAT
      *                               than MAX-FAILED-SUBJECTS allows -
      *                               they repeat the year and keep
      *                               the seat; a student once held
      *                               back then moves up one year at a
      *                               time instead of by age
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-OUT ASSIGN TO "SCHLPROM.LTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-RESULTS ASSIGN TO "TERMRSLT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TermKey
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-OUT.
       01 LETTER-OUT-RECORD        PIC X(100).

       FD  TERM-RESULTS.
       01 TermResultRecord.
           COPY TERMREC.

       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS         PIC XX VALUE "00".
           88 ROSTER-OK                       VALUE "00".
       01 ROSTER-EOF-FLAG          PIC X  VALUE "N".
           88 ROSTER-EOF                  VALUE "Y".
       01 WS-TERM-STATUS           PIC XX VALUE "00".
           88 TERM-FILE-OK                    VALUE "00".
       01 TERM-OPEN-FLAG           PIC X  VALUE "N".
           88 TERM-FILE-IS-OPEN           VALUE "Y".
       01 TERM-EOF-FLAG            PIC X  VALUE "N".
           88 TERM-EOF                    VALUE "Y".

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-MAX-FAILED-SUBJECTS   PIC 99 VALUE 2.
       01 WS-FAILED-SUBJECTS       PIC 99 VALUE 0.
       01 STEP-PAST-FLAG           PIC X  VALUE "N".
           88 STEP-PAST-LAST-LEVEL        VALUE "Y".

       01 JMBGNumber.
           COPY JMBGREC.
       01 WS-UNCHANGED-COUNT      PIC 9(5) VALUE 0.
       01 WS-GRADUATED-COUNT      PIC 9(5) VALUE 0.
       01 WS-TOO-YOUNG-COUNT      PIC 9(5) VALUE 0.
       01 WS-GUARDIAN-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-SEAT-RELEASED-COUNT   PIC 9(5) VALUE 0.
       01 WS-RETAINED-COUNT        PIC 9(5) VALUE 0.

       01 WS-GUARDIAN-ADDRESS.
           02 WS-GUARDIAN-FOUND-FLAG PIC X.
              88 GUARDIAN-WAS-FOUND          VALUE "Y".
           02 WS-GUARDIAN-JMBG     PIC 9(13).
           02 WS-GUARDIAN-CUSTOMER PIC 9(6).
           02 WS-GUARDIAN-NAME     PIC X(20).
           02 WS-GUARDIAN-STREET   PIC X(30).
           02 WS-GUARDIAN-CITY     PIC X(20).
           02 WS-GUARDIAN-POSTAL   PIC X(10).

       01 WS-TODAY.
           02 WS-TODAY-YYYY        PIC 9(4).
           MOVE WS-RUN-DATE TO WS-TODAY
           PERFORM INIT-SCHOOL-LEVEL-TABLE

           MOVE "MAX-FAILED-SUBJECTS" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-MAX-FAILED-SUBJECTS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF

           OPEN I-O ROSTER-MASTER
           OPEN OUTPUT PROMOTE-RPT
           OPEN OUTPUT LETTER-OUT
           OPEN INPUT TERM-RESULTS
           IF TERM-FILE-OK
              SET TERM-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "SCHLPROM: NO TERMRSLT.DAT TERM RESULTS - NO "
                      "STUDENT IS HELD BACK"
           END-IF

           MOVE "ANNUAL SCHOOL RE-PLACEMENT REPORT"
                TO PROMOTE-RPT-RECORD
                       SET ROSTER-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-STUDENT-COUNT
                       IF STUDENT-IS-ENROLLED OR STUDENT-IS-WAITING
                          PERFORM REPLACE-ONE-STUDENT
                       END-IF
                 END-READ
           CLOSE ROSTER-MASTER
           CLOSE PROMOTE-RPT
           CLOSE LETTER-OUT
           IF TERM-FILE-IS-OPEN
              CLOSE TERM-RESULTS
           END-IF

           DISPLAY "SCHLPROM: " WS-STUDENT-COUNT " STUDENT(S) READ"
           DISPLAY "SCHLPROM: " WS-PROMOTED-COUNT " MOVED, "
                   WS-GRADUATED-COUNT " GRADUATED, "
                   WS-UNCHANGED-COUNT " UNCHANGED"
           DISPLAY "SCHLPROM: " WS-GUARDIAN-LETTER-COUNT " LETTER(S) "
                   "ADDRESSED TO A GUARDIAN"
           DISPLAY "SCHLPROM: " WS-SEAT-RELEASED-COUNT " SEAT(S) "
                   "RELEASED FOR A NEW SCHOOL LEVEL"
           DISPLAY "SCHLPROM: " WS-RETAINED-COUNT " STUDENT(S) HELD "
                   "BACK ON FAILED SUBJECTS"

           MOVE WS-STUDENT-COUNT  TO WS-LOG-READ-COUNT
           COMPUTE WS-LOG-ACCEPT-COUNT =
           END-IF

           PERFORM FIND-CURRENT-LEVEL-SLOT
           MOVE 0 TO WS-FAILED-SUBJECTS
           IF STUDENT-IS-ENROLLED AND TERM-FILE-IS-OPEN
              PERFORM COUNT-FAILED-SUBJECTS
           END-IF

           IF WS-FAILED-SUBJECTS > WS-MAX-FAILED-SUBJECTS
              PERFORM RETAIN-THE-STUDENT
           ELSE
              MOVE "N" TO STEP-PAST-FLAG
              IF StudentRetainCount > 0 AND WS-FROM-LEVEL < 4
                 PERFORM STEP-SCHOOL-LEVEL
              ELSE
                 PERFORM DERIVE-SCHOOL-LEVEL
              END-IF
              EVALUATE TRUE
                 WHEN SCHOOL-LEVEL-FOUND
                    IF StudentLevel = WS-SCHOOL-LEVEL-NAME
                       AND StudentYear = WS-SCHOOL-YEAR
                       ADD 1 TO WS-UNCHANGED-COUNT
                    ELSE
                       PERFORM PROMOTE-THE-STUDENT
                    END-IF
                 WHEN WS-AGE > SCHOOL-AGE-HIGH(3)
                      OR STEP-PAST-LAST-LEVEL
                    PERFORM GRADUATE-THE-STUDENT
                 WHEN OTHER
                    ADD 1 TO WS-TOO-YOUNG-COUNT
              END-EVALUATE
           END-IF.

      *****************************************************************
      * Only grades earned in the current placement count - loaded
      * after the student was placed, at the level and year the
      * master still holds. A repeated year starts a fresh count.
      *****************************************************************
       COUNT-FAILED-SUBJECTS.
           MOVE "N" TO TERM-EOF-FLAG
           MOVE StudentJMBG TO TermJMBG
           MOVE LOW-VALUES  TO TermSubject
           START TERM-RESULTS KEY IS NOT LESS THAN TermKey
              INVALID KEY
                 SET TERM-EOF TO TRUE
           END-START
           PERFORM UNTIL TERM-EOF
              READ TERM-RESULTS NEXT RECORD
                 AT END
                    SET TERM-EOF TO TRUE
                 NOT AT END
                    IF TermJMBG NOT = StudentJMBG
                       SET TERM-EOF TO TRUE
                    ELSE
                       IF TermDate > StudentPlacedDate
                          AND TermLevel = StudentLevel
                          AND TermSchoolYear = StudentYear
                          AND TERM-SUBJECT-FAILED
                          ADD 1 TO WS-FAILED-SUBJECTS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * A student held back is out of step with the age table, so
      * they move one school year on from where they are - into the
      * next level after its last year, and out after high school.
      *****************************************************************
       STEP-SCHOOL-LEVEL.
           MOVE "N" TO SCHOOL-LEVEL-FLAG
           MOVE 4 TO WS-TO-LEVEL
           MOVE WS-FROM-LEVEL TO SCHOOL-LEVEL-IDX
           EVALUATE TRUE
              WHEN StudentYear < SCHOOL-AGE-HIGH(SCHOOL-LEVEL-IDX)
                               - SCHOOL-AGE-LOW(SCHOOL-LEVEL-IDX) + 1
                 COMPUTE WS-SCHOOL-YEAR = StudentYear + 1
                 SET SCHOOL-LEVEL-FOUND TO TRUE
              WHEN SCHOOL-LEVEL-IDX < 3
                 ADD 1 TO SCHOOL-LEVEL-IDX
                 MOVE 1 TO WS-SCHOOL-YEAR
                 SET SCHOOL-LEVEL-FOUND TO TRUE
              WHEN OTHER
                 SET STEP-PAST-LAST-LEVEL TO TRUE
           END-EVALUATE
           IF SCHOOL-LEVEL-FOUND
              MOVE SCHOOL-LEVEL-NAME(SCHOOL-LEVEL-IDX)
                   TO WS-SCHOOL-LEVEL-NAME
              MOVE SCHOOL-LEVEL-IDX TO WS-TO-LEVEL
           END-IF.

       RETAIN-THE-STUDENT.
           ADD 1 TO WS-RETAINED-COUNT
           IF StudentRetainCount < 9
              ADD 1 TO StudentRetainCount
           END-IF
           MOVE WS-RUN-DATE TO StudentPlacedDate
           REWRITE Student
              INVALID KEY
                 DISPLAY "SCHLPROM: REWRITE FAILED FOR SSN "
                         StudentSSN
           END-REWRITE
           PERFORM WRITE-GUARDIAN-ADDRESS
           MOVE SPACES TO LETTER-OUT-RECORD
           IF GUARDIAN-WAS-FOUND
              STRING "DEAR PARENT OR GUARDIAN, CITIZEN "
                     DELIMITED BY SIZE
                     StudentSSN DELIMITED BY SIZE
                     " REPEATS " DELIMITED BY SIZE
                     StudentLevel DELIMITED BY SIZE
                     " YEAR " DELIMITED BY SIZE
                     StudentYear DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     WS-FAILED-SUBJECTS DELIMITED BY SIZE
                     " SUBJECT(S) FAILED." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           ELSE
              STRING "DEAR CITIZEN " DELIMITED BY SIZE
                     StudentSSN DELIMITED BY SIZE
                     ", YOU REPEAT " DELIMITED BY SIZE
                     StudentLevel DELIMITED BY SIZE
                     " YEAR " DELIMITED BY SIZE
                     StudentYear DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     WS-FAILED-SUBJECTS DELIMITED BY SIZE
                     " SUBJECT(S) FAILED." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           END-IF
           WRITE LETTER-OUT-RECORD.

       FIND-CURRENT-LEVEL-SLOT.
           MOVE 4 TO WS-FROM-LEVEL
              END-IF
           END-PERFORM.

      *****************************************************************
      * A new year at the same level keeps the seat. A new level
      * needs a seat the school may not offer, so the seat is given
      * up and the student waits, the old school kept as preference.
      *****************************************************************
       PROMOTE-THE-STUDENT.
           ADD 1 TO WS-PROMOTED-COUNT
           ADD 1 TO MOVEMENT-CELL(WS-FROM-LEVEL, WS-TO-LEVEL)
           IF STUDENT-IS-ENROLLED
              AND WS-FROM-LEVEL NOT = WS-TO-LEVEL
              ADD 1 TO WS-SEAT-RELEASED-COUNT
              SET STUDENT-IS-WAITING TO TRUE
              MOVE WS-RUN-DATE TO StudentWaitSince
           END-IF
           MOVE WS-SCHOOL-LEVEL-NAME TO StudentLevel
           MOVE WS-SCHOOL-YEAR       TO StudentYear
           MOVE WS-RUN-DATE          TO StudentPlacedDate
                 DISPLAY "SCHLPROM: REWRITE FAILED FOR SSN "
                         StudentSSN
           END-REWRITE
           PERFORM WRITE-GUARDIAN-ADDRESS
           MOVE SPACES TO LETTER-OUT-RECORD
           IF GUARDIAN-WAS-FOUND
              STRING "DEAR PARENT OR GUARDIAN, CITIZEN "
                     DELIMITED BY SIZE
                     StudentSSN DELIMITED BY SIZE
                     " HAS COMPLETED SCHOOLING." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           ELSE
              STRING "DEAR CITIZEN " DELIMITED BY SIZE
                     StudentSSN DELIMITED BY SIZE
                     ", YOU HAVE COMPLETED YOUR SCHOOLING."
                     DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           END-IF
           WRITE LETTER-OUT-RECORD.

       WRITE-LETTER-LINE.
           PERFORM WRITE-GUARDIAN-ADDRESS
           MOVE SPACES TO LETTER-OUT-RECORD
           IF GUARDIAN-WAS-FOUND
              STRING "DEAR PARENT OR GUARDIAN, CITIZEN "
                     DELIMITED BY SIZE
                     StudentSSN DELIMITED BY SIZE
                     " IS PLACED IN " DELIMITED BY SIZE
                     StudentLevel DELIMITED BY SIZE
                     " YEAR " DELIMITED BY SIZE
                     StudentYear DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           ELSE
              STRING "DEAR CITIZEN " DELIMITED BY SIZE
                     StudentSSN DELIMITED BY SIZE
                     ", YOU ARE PLACED IN " DELIMITED BY SIZE
                     StudentLevel DELIMITED BY SIZE
                     " YEAR " DELIMITED BY SIZE
                     StudentYear DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           END-IF
           WRITE LETTER-OUT-RECORD
           IF STUDENT-IS-WAITING
              MOVE SPACES TO LETTER-OUT-RECORD
              STRING "A SCHOOL SEAT AT THIS LEVEL WILL BE ALLOCATED "
                     DELIMITED BY SIZE
                     "BY THE NEXT PLACEMENT RUN." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
              WRITE LETTER-OUT-RECORD
           END-IF.

      *****************************************************************
      * A student with a guardian on PERSREL.DAT who can be written
      * to gets the letter addressed to that guardian, led by an
      * address line. Otherwise the letter goes to the student.
      *****************************************************************
       WRITE-GUARDIAN-ADDRESS.
           CALL "GETGUARD" USING StudentJMBG, WS-GUARDIAN-ADDRESS
           IF GUARDIAN-WAS-FOUND
              ADD 1 TO WS-GUARDIAN-LETTER-COUNT
              MOVE SPACES TO LETTER-OUT-RECORD
              STRING "TO " DELIMITED BY SIZE
                     WS-GUARDIAN-NAME DELIMITED BY "  "
                     ", " DELIMITED BY SIZE
                     WS-GUARDIAN-STREET DELIMITED BY "  "
                     ", " DELIMITED BY SIZE
                     WS-GUARDIAN-POSTAL DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     WS-GUARDIAN-CITY DELIMITED BY "  "
                     INTO LETTER-OUT-RECORD
              WRITE LETTER-OUT-RECORD
           END-IF.

       WRITE-MOVEMENT-COUNTS.
           MOVE "LEVEL-TO-LEVEL MOVEMENT:" TO PROMOTE-RPT-RECORD
           STRING "NOT YET SCHOOL AGE:   " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO PROMOTE-RPT-RECORD
           WRITE PROMOTE-RPT-RECORD

           MOVE WS-GUARDIAN-LETTER-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO PROMOTE-RPT-RECORD
           STRING "LETTERS TO GUARDIANS: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO PROMOTE-RPT-RECORD
           WRITE PROMOTE-RPT-RECORD

           MOVE WS-SEAT-RELEASED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO PROMOTE-RPT-RECORD
           STRING "SEATS RELEASED:       " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO PROMOTE-RPT-RECORD
           WRITE PROMOTE-RPT-RECORD

           MOVE WS-RETAINED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO PROMOTE-RPT-RECORD
           STRING "STUDENTS HELD BACK:   " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO PROMOTE-RPT-RECORD
           WRITE PROMOTE-RPT-RECORD.

       INIT-SCHOOL-LEVEL-TABLE.
