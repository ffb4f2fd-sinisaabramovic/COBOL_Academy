      *                               the SCHLPROM annual run can
      *                               re-place them next September
      *                               without re-running the intake
      * 15/10/2026 SINISA ABRAMOVIC  Address each placement letter to
      *                               the child's guardian from
      *                               PERSREL.DAT, through PERSCUST.DAT
      *                               and the guardian's customer
      *                               address, via the shared GETGUARD
      *                               lookup - the letter still goes to
      *                               the student when no guardian can
      *                               be written to
      * 15/10/2026 SINISA ABRAMOVIC  Seat each placed student at a
      *                               school from the SCHOOLS.DAT
      *                               school master in the region of
      *                               their JMBG with a free seat at
      *                               their level; with none free the
      *                               student goes on the waiting list
      *                               on SCHLMAST.DAT, and each run
      *                               first seats those already waiting
      *                               in priority order - longest
      *                               waiting, then oldest child
      * 15/10/2026 SINISA ABRAMOVIC  An intake placement is made by
      *                               age, so it clears any count of
      *                               years the student was held back
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentJMBG
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT SCHOOL-FILE ASSIGN TO "SCHOOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHOOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 ROS-LEVEL-NAME      PIC   X(13).
           02 FILLER              PIC   X     VALUE SPACE.
           02 ROS-SCHOOL-YEAR     PIC   99.
           02 FILLER              PIC   X     VALUE SPACE.
           02 ROS-SCHOOL          PIC   X(5).

       FD  ROSTER-RPT.
       01 ROSTER-RPT-RECORD       PIC X(80).
       01 Student.
           COPY SCHLREC.

       FD  SCHOOL-FILE.
       01 SCHOOL-FILE-RECORD.
           COPY SCHMREC.

       WORKING-STORAGE SECTION.
       01 WS-INTAKE-STATUS         PIC XX VALUE "00".
           88 INTAKE-FILE-FOUND          VALUE "00".
       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-PLACED-COUNT          PIC 9(5) VALUE 0.
       01 WS-NOT-PLACED-COUNT      PIC 9(5) VALUE 0.
       01 WS-GUARDIAN-LETTER-COUNT PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT         PIC 9(5) VALUE 0.
       01 WS-WAIT-SEATED-COUNT     PIC 9(5) VALUE 0.
       01 WS-STILL-WAITING-COUNT   PIC 9(5) VALUE 0.

       01 WS-SCHOOL-STATUS         PIC XX VALUE "00".
           88 SCHOOL-FILE-FOUND          VALUE "00".
       01 SCHOOL-EOF-FLAG          PIC X  VALUE "N".
           88 SCHOOL-EOF                  VALUE "Y".
       01 ROSTER-EOF-FLAG          PIC X  VALUE "N".
           88 ROSTER-EOF                  VALUE "Y".

      *****************************************************************
      * The school master with the seats already taken at each level,
      * counted from the enrolled students on SCHLMAST.DAT.
      *****************************************************************
       01 SCHOOL-TABLE.
           02 SCHOOL-ENTRY OCCURS 200.
              03 ST-CODE           PIC X(5).
              03 ST-NAME           PIC X(30).
              03 ST-REGION         PIC 99.
              03 ST-LEVEL-SEATS OCCURS 3.
                 04 ST-SEATS       PIC 9(4).
                 04 ST-FILLED      PIC 9(5).
       01 SCHOOL-IDX               PIC 999.
       01 SCHOOL-MAX               PIC 999 VALUE 0.
       01 LEVEL-IDX                PIC 9.

      *****************************************************************
      * Students waiting for a seat, held in priority order - the
      * key sorts the date they started waiting, then the birth date
      * so the older child comes first, then the JMBG.
      *****************************************************************
       01 WAIT-TABLE.
           02 WAIT-ENTRY OCCURS 1000.
              03 WT-KEY.
                 04 WT-SINCE       PIC X(8).
                 04 WT-BIRTH-DATE  PIC 9(8).
                 04 WT-JMBG        PIC 9(13).
       01 WAIT-IDX                 PIC 9(4).
       01 WAIT-MAX                 PIC 9(4) VALUE 0.
       01 WAIT-INSERT-IDX          PIC 9(4).
       01 WS-NEW-WAIT-KEY.
           02 WS-NEW-WAIT-SINCE    PIC X(8).
           02 WS-NEW-WAIT-BIRTH    PIC 9(8).
           02 WS-NEW-WAIT-JMBG     PIC 9(13).

       01 WS-SEAT-REGION           PIC 99.
       01 WS-SEAT-LEVEL-IDX        PIC 9.
       01 WS-OLD-LEVEL-IDX         PIC 9.
       01 WS-PREFERRED-SCHOOL      PIC X(5).
       01 WS-SEAT-IDX              PIC 999 VALUE 0.
       01 WS-FREE-SEATS            PIC S9(5).
       01 WS-BEST-FREE-SEATS       PIC S9(5).
       01 WS-OLD-WAIT-SINCE        PIC X(8).
       01 WS-STUDENT-FOUND-FLAG    PIC X  VALUE "N".
           88 STUDENT-WAS-ON-MASTER       VALUE "Y".
       01 WS-OLD-STATUS            PIC X.
           88 OLD-STATUS-ENROLLED         VALUE "E".
           88 OLD-STATUS-WAITING          VALUE "W".

       01 WS-GUARDIAN-ADDRESS.
           02 WS-GUARDIAN-FOUND-FLAG PIC X.
              88 GUARDIAN-WAS-FOUND          VALUE "Y".
           02 WS-GUARDIAN-JMBG     PIC 9(13).
           02 WS-GUARDIAN-CUSTOMER PIC 9(6).
           02 WS-GUARDIAN-NAME     PIC X(20).
           02 WS-GUARDIAN-STREET   PIC X(30).
           02 WS-GUARDIAN-CITY     PIC X(20).
           02 WS-GUARDIAN-POSTAL   PIC X(10).

       01 SCHOOL-LEVEL-TABLE.
           02 SCHOOL-LEVEL-ENTRY OCCURS 3.
              OPEN I-O ROSTER-MASTER
           END-IF

           PERFORM LOAD-SCHOOL-TABLE
           IF SCHOOL-MAX = 0
              DISPLAY "SCHOOLRST: NO SCHOOLS ON SCHOOLS.DAT - EVERY "
                      "STUDENT GOES TO THE WAITING LIST"
           END-IF
           PERFORM SCAN-ROSTER-MASTER

           MOVE "SCHOOL PLACEMENT ROSTER" TO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD

      *****************************************************************
      * Students already waiting are seated before the new intake,
      * so a newcomer never takes a seat from someone in the queue.
      *****************************************************************
           PERFORM VARYING WAIT-IDX FROM 1 BY 1
                   UNTIL WAIT-IDX > WAIT-MAX
              PERFORM SEAT-ONE-WAITING-STUDENT
           END-PERFORM

      *****************************************************************
      * One pass of the intake file per school level keeps the
      * printed roster grouped without holding the whole file in
           DISPLAY "SCHOOLRST: " WS-PLACED-COUNT " STUDENT(S) PLACED"
           DISPLAY "SCHOOLRST: " WS-NOT-PLACED-COUNT " PERSON(S) NOT "
                   "OF SCHOOL AGE"
           DISPLAY "SCHOOLRST: " WS-GUARDIAN-LETTER-COUNT " LETTER(S) "
                   "ADDRESSED TO A GUARDIAN"
           DISPLAY "SCHOOLRST: " WS-WAIT-SEATED-COUNT " SEATED FROM "
                   "THE WAITING LIST, " WS-WAITING-COUNT " NEWLY "
                   "WAITING FOR A SEAT"

           MOVE WS-READ-COUNT       TO WS-LOG-READ-COUNT
           MOVE WS-PLACED-COUNT     TO WS-LOG-ACCEPT-COUNT
              IF SCHOOL-LEVEL-FOUND
                 ADD 1 TO WS-PLACED-COUNT
                 ADD 1 TO SCHOOL-LEVEL-COUNT(SCHOOL-LEVEL-IDX)
                 PERFORM UPDATE-ROSTER-MASTER
                 PERFORM WRITE-ROSTER-RECORD
                 PERFORM WRITE-LETTER-LINE
              ELSE
                 ADD 1 TO WS-NOT-PLACED-COUNT
      *****************************************************************
      * The roster master carries the placement forward year to
      * year - a student already on it (a re-arrival) takes the new
      * placement over the old, giving up any seat held, but keeps
      * the old school as first choice and any place in the queue.
      *****************************************************************
       UPDATE-ROSTER-MASTER.
           PERFORM BUILD-STUDENT-JMBG

           MOVE SPACES TO WS-PREFERRED-SCHOOL
           MOVE WS-RUN-DATE TO WS-OLD-WAIT-SINCE
           MOVE "N" TO WS-STUDENT-FOUND-FLAG
           MOVE WS-BUILT-JMBG TO StudentJMBG
           READ ROSTER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET STUDENT-WAS-ON-MASTER TO TRUE
                 PERFORM RELEASE-HELD-SEAT
           END-READ

           MOVE WS-BUILT-JMBG        TO StudentJMBG
           MOVE WS-STUDENT-SSN       TO StudentSSN
           MOVE WS-SCHOOL-LEVEL-NAME TO StudentLevel
           MOVE WS-SCHOOL-YEAR       TO StudentYear
           MOVE WS-RUN-DATE          TO StudentPlacedDate
           MOVE 0                    TO StudentRetainCount

           MOVE WS-BJ-REGION     TO WS-SEAT-REGION
           MOVE SCHOOL-LEVEL-IDX TO WS-SEAT-LEVEL-IDX
           PERFORM FIND-FREE-SEAT
           IF WS-SEAT-IDX > 0
              PERFORM TAKE-THE-SEAT
           ELSE
              ADD 1 TO WS-WAITING-COUNT
              SET STUDENT-IS-WAITING TO TRUE
              MOVE WS-PREFERRED-SCHOOL TO StudentSchool
              MOVE WS-OLD-WAIT-SINCE   TO StudentWaitSince
           END-IF

           IF STUDENT-WAS-ON-MASTER
              REWRITE Student
                 INVALID KEY
                    DISPLAY "SCHOOLRST: ROSTER MASTER WRITE "
                            "FAILED FOR SSN " WS-STUDENT-SSN
              END-REWRITE
           ELSE
              WRITE Student
                 INVALID KEY
                    DISPLAY "SCHOOLRST: ROSTER MASTER WRITE "
                            "FAILED FOR SSN " WS-STUDENT-SSN
              END-WRITE
           END-IF.

       BUILD-STUDENT-JMBG.
           MOVE IN-JMBGBITHDAY    TO WS-BJ-DAY
           MOVE IN-JMBGBIRTHMONTH TO WS-BJ-MONTH
           MOVE IN-JMBGBITHYEAR   TO WS-BJ-YEAR
           MOVE IN-JMBGREGION     TO WS-BJ-REGION
           MOVE IN-JMBGGENDER     TO WS-BJ-GENDER
           MOVE IN-JMBGCONTROL    TO WS-BJ-CONTROL.

       RELEASE-HELD-SEAT.
           MOVE StudentStatus TO WS-OLD-STATUS
           MOVE StudentSchool TO WS-PREFERRED-SCHOOL
           IF OLD-STATUS-WAITING
              MOVE StudentWaitSince TO WS-OLD-WAIT-SINCE
           END-IF
           IF OLD-STATUS-ENROLLED AND StudentSchool NOT = SPACES
              PERFORM FIND-STUDENT-LEVEL-IDX
              PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                      UNTIL SCHOOL-IDX > SCHOOL-MAX
                 IF ST-CODE(SCHOOL-IDX) = StudentSchool
                    AND WS-OLD-LEVEL-IDX > 0
                    AND ST-FILLED(SCHOOL-IDX, WS-OLD-LEVEL-IDX) > 0
                    SUBTRACT 1
                        FROM ST-FILLED(SCHOOL-IDX, WS-OLD-LEVEL-IDX)
                 END-IF
              END-PERFORM
           END-IF.

       FIND-STUDENT-LEVEL-IDX.
           MOVE 0 TO WS-OLD-LEVEL-IDX
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 3
              IF SCHOOL-LEVEL-NAME(LEVEL-IDX) = StudentLevel
                 MOVE LEVEL-IDX TO WS-OLD-LEVEL-IDX
              END-IF
           END-PERFORM.

      *****************************************************************
      * The preferred school keeps the student if it serves their
      * region and has a seat free at their level; otherwise the
      * school in the region with the most free seats takes them.
      *****************************************************************
       FIND-FREE-SEAT.
           MOVE 0 TO WS-SEAT-IDX
           MOVE 0 TO WS-BEST-FREE-SEATS
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX
              IF ST-REGION(SCHOOL-IDX) = WS-SEAT-REGION
                 COMPUTE WS-FREE-SEATS =
                    ST-SEATS(SCHOOL-IDX, WS-SEAT-LEVEL-IDX)
                    - ST-FILLED(SCHOOL-IDX, WS-SEAT-LEVEL-IDX)
                 IF WS-FREE-SEATS > 0
                    IF ST-CODE(SCHOOL-IDX) = WS-PREFERRED-SCHOOL
                       MOVE 99999 TO WS-BEST-FREE-SEATS
                       MOVE SCHOOL-IDX TO WS-SEAT-IDX
                    END-IF
                    IF WS-FREE-SEATS > WS-BEST-FREE-SEATS
                       MOVE WS-FREE-SEATS TO WS-BEST-FREE-SEATS
                       MOVE SCHOOL-IDX TO WS-SEAT-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       TAKE-THE-SEAT.
           ADD 1 TO ST-FILLED(WS-SEAT-IDX, WS-SEAT-LEVEL-IDX)
           SET STUDENT-IS-ENROLLED TO TRUE
           MOVE ST-CODE(WS-SEAT-IDX) TO StudentSchool
           MOVE SPACES TO StudentWaitSince.

      *****************************************************************
      * A waiting student is seated in their region at the level the
      * master already holds for them; one still without a seat keeps
      * their place in the queue untouched.
      *****************************************************************
       SEAT-ONE-WAITING-STUDENT.
           MOVE WT-JMBG(WAIT-IDX) TO StudentJMBG
           READ ROSTER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE StudentJMBG TO WS-BUILT-JMBG
                 PERFORM FIND-STUDENT-LEVEL-IDX
                 IF WS-OLD-LEVEL-IDX > 0
                    MOVE WS-BJ-REGION     TO WS-SEAT-REGION
                    MOVE WS-OLD-LEVEL-IDX TO WS-SEAT-LEVEL-IDX
                    MOVE StudentSchool    TO WS-PREFERRED-SCHOOL
                    PERFORM FIND-FREE-SEAT
                 ELSE
                    MOVE 0 TO WS-SEAT-IDX
                 END-IF
                 IF WS-SEAT-IDX > 0
                    PERFORM TAKE-THE-SEAT
                    MOVE WS-RUN-DATE TO StudentPlacedDate
                    REWRITE Student
                       INVALID KEY
                          DISPLAY "SCHOOLRST: ROSTER MASTER WRITE "
                                  "FAILED FOR SSN " StudentSSN
                    END-REWRITE
                    ADD 1 TO WS-WAIT-SEATED-COUNT
                    MOVE StudentSSN   TO WS-STUDENT-SSN
                    MOVE StudentLevel TO WS-SCHOOL-LEVEL-NAME
                    MOVE StudentYear  TO WS-SCHOOL-YEAR
                    PERFORM WRITE-LETTER-LINE
                 ELSE
                    ADD 1 TO WS-STILL-WAITING-COUNT
                 END-IF
           END-READ.

       WRITE-ROSTER-RECORD.
           MOVE SPACES TO ROSTER-OUT-RECORD
           MOVE WS-AGE              TO ROS-AGE
           MOVE WS-SCHOOL-LEVEL-NAME TO ROS-LEVEL-NAME
           MOVE WS-SCHOOL-YEAR      TO ROS-SCHOOL-YEAR
           IF STUDENT-IS-ENROLLED
              MOVE StudentSchool    TO ROS-SCHOOL
           END-IF
           WRITE ROSTER-OUT-RECORD.

      *****************************************************************
      * The seat comes from the roster master as the first pass left
      * it - a student not seated shows as waiting.
      *****************************************************************
       WRITE-ROSTER-DETAIL-LINE.
           PERFORM BUILD-STUDENT-JMBG
           MOVE WS-BUILT-JMBG TO StudentJMBG
           READ ROSTER-MASTER
              INVALID KEY
                 MOVE SPACE TO StudentStatus
           END-READ
           MOVE SPACES TO ROSTER-RPT-RECORD
           IF STUDENT-IS-ENROLLED
              STRING "  SSN " DELIMITED BY SIZE
                     WS-STUDENT-SSN DELIMITED BY SIZE
                     " AGE " DELIMITED BY SIZE
                     WS-AGE DELIMITED BY SIZE
                     " YEAR " DELIMITED BY SIZE
                     WS-SCHOOL-YEAR DELIMITED BY SIZE
                     " SCHOOL " DELIMITED BY SIZE
                     StudentSchool DELIMITED BY SIZE
                     INTO ROSTER-RPT-RECORD
           ELSE
              STRING "  SSN " DELIMITED BY SIZE
                     WS-STUDENT-SSN DELIMITED BY SIZE
                     " AGE " DELIMITED BY SIZE
                     WS-AGE DELIMITED BY SIZE
                     " YEAR " DELIMITED BY SIZE
                     WS-SCHOOL-YEAR DELIMITED BY SIZE
                     " WAITING FOR A SEAT" DELIMITED BY SIZE
                     INTO ROSTER-RPT-RECORD
           END-IF
           WRITE ROSTER-RPT-RECORD.

      *****************************************************************
      * A student with a guardian on PERSREL.DAT who can be written
      * to gets the letter addressed to that guardian - an address
      * line, then the placement. Otherwise the letter goes to the
      * student as before.
      *****************************************************************
       WRITE-LETTER-LINE.
           CALL "GETGUARD" USING WS-BUILT-JMBG, WS-GUARDIAN-ADDRESS
           MOVE SPACES TO LETTER-OUT-RECORD
           IF GUARDIAN-WAS-FOUND
              ADD 1 TO WS-GUARDIAN-LETTER-COUNT
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
              MOVE SPACES TO LETTER-OUT-RECORD
              STRING "DEAR PARENT OR GUARDIAN, CITIZEN "
                     DELIMITED BY SIZE
                     WS-STUDENT-SSN DELIMITED BY SIZE
                     " IS PLACED IN " DELIMITED BY SIZE
                     WS-SCHOOL-LEVEL-NAME DELIMITED BY SIZE
                     " YEAR " DELIMITED BY SIZE
                     WS-SCHOOL-YEAR DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           ELSE
              STRING "DEAR CITIZEN " DELIMITED BY SIZE
                     WS-STUDENT-SSN DELIMITED BY SIZE
                     ", YOU ARE PLACED IN " DELIMITED BY SIZE
                     WS-SCHOOL-LEVEL-NAME DELIMITED BY SIZE
                     " YEAR " DELIMITED BY SIZE
                     WS-SCHOOL-YEAR DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           END-IF
           WRITE LETTER-OUT-RECORD
           MOVE SPACES TO LETTER-OUT-RECORD
           IF STUDENT-IS-ENROLLED
              STRING "SCHOOL: " DELIMITED BY SIZE
                     ST-CODE(WS-SEAT-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ST-NAME(WS-SEAT-IDX) DELIMITED BY "  "
                     "." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           ELSE
              STRING "NO SCHOOL IN REGION " DELIMITED BY SIZE
                     WS-SEAT-REGION DELIMITED BY SIZE
                     " HAS A SEAT FREE AT THIS LEVEL - THE STUDENT "
                     DELIMITED BY SIZE
                     "IS ON THE WAITING LIST." DELIMITED BY SIZE
                     INTO LETTER-OUT-RECORD
           END-IF
           WRITE LETTER-OUT-RECORD.

       WRITE-ROSTER-TOTALS.
           STRING "NOT OF SCHOOL AGE:        " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD

           MOVE WS-GUARDIAN-LETTER-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ROSTER-RPT-RECORD
           STRING "LETTERS TO GUARDIANS:     " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD

           MOVE WS-WAIT-SEATED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ROSTER-RPT-RECORD
           STRING "SEATED FROM WAITING LIST: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD

           MOVE WS-WAITING-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ROSTER-RPT-RECORD
           STRING "NEWLY WAITING FOR A SEAT: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD

           MOVE WS-STILL-WAITING-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ROSTER-RPT-RECORD
           STRING "STILL WAITING FOR A SEAT: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ROSTER-RPT-RECORD
           WRITE ROSTER-RPT-RECORD.

       LOAD-SCHOOL-TABLE.
           MOVE 0 TO SCHOOL-MAX
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
                             MOVE 0 TO ST-FILLED(SCHOOL-MAX, LEVEL-IDX)
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOOL-FILE
           END-IF.

      *****************************************************************
      * One pass of the roster master counts the seats already taken
      * and queues the waiting students in priority order.
      *****************************************************************
       SCAN-ROSTER-MASTER.
           MOVE 0 TO WAIT-MAX
           MOVE "N" TO ROSTER-EOF-FLAG
           PERFORM UNTIL ROSTER-EOF
              READ ROSTER-MASTER NEXT RECORD
                 AT END
                    SET ROSTER-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN STUDENT-IS-ENROLLED
                            AND StudentSchool NOT = SPACES
                          PERFORM COUNT-TAKEN-SEAT
                       WHEN STUDENT-IS-WAITING
                          PERFORM QUEUE-WAITING-STUDENT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.

       COUNT-TAKEN-SEAT.
           PERFORM FIND-STUDENT-LEVEL-IDX
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX
              IF ST-CODE(SCHOOL-IDX) = StudentSchool
                 AND WS-OLD-LEVEL-IDX > 0
                 ADD 1 TO ST-FILLED(SCHOOL-IDX, WS-OLD-LEVEL-IDX)
              END-IF
           END-PERFORM.

       QUEUE-WAITING-STUDENT.
           IF WAIT-MAX >= 1000
              ADD 1 TO WS-STILL-WAITING-COUNT
           ELSE
              MOVE StudentJMBG TO WS-BUILT-JMBG
              COMPUTE WS-BIRTH-YY = FUNCTION MOD(WS-BJ-YEAR, 100)
              IF WS-BIRTH-YY <= 30
                 COMPUTE WS-FULL-BIRTH-YEAR = 2000 + WS-BIRTH-YY
              ELSE
                 COMPUTE WS-FULL-BIRTH-YEAR = 1900 + WS-BIRTH-YY
              END-IF
              MOVE StudentWaitSince TO WS-NEW-WAIT-SINCE
              COMPUTE WS-NEW-WAIT-BIRTH = WS-FULL-BIRTH-YEAR * 10000
                 + WS-BJ-MONTH * 100 + WS-BJ-DAY
              MOVE StudentJMBG TO WS-NEW-WAIT-JMBG
              MOVE 1 TO WAIT-INSERT-IDX
              PERFORM VARYING WAIT-IDX FROM 1 BY 1
                      UNTIL WAIT-IDX > WAIT-MAX
                 IF WT-KEY(WAIT-IDX) < WS-NEW-WAIT-KEY
                    COMPUTE WAIT-INSERT-IDX = WAIT-IDX + 1
                 END-IF
              END-PERFORM
              PERFORM VARYING WAIT-IDX FROM WAIT-MAX BY -1
                      UNTIL WAIT-IDX < WAIT-INSERT-IDX
                 MOVE WAIT-ENTRY(WAIT-IDX) TO WAIT-ENTRY(WAIT-IDX + 1)
              END-PERFORM
              MOVE WS-NEW-WAIT-KEY TO WT-KEY(WAIT-INSERT-IDX)
              ADD 1 TO WAIT-MAX
           END-IF.

       INIT-SCHOOL-LEVEL-TABLE.
           MOVE 05 TO SCHOOL-AGE-LOW(1)
           MOVE 10 TO SCHOOL-AGE-HIGH(1)
