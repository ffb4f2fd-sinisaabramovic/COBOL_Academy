      *****************************************************************
      * Program name:    SCHLCAP
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the school capacity
      *                               utilization report - seats,
      *                               enrolled students and free seats
      *                               per SCHOOLS.DAT school and level,
      *                               the same again per JMBG region,
      *                               and the SCHLMAST.DAT waiting list
      *                               in the priority order SCHOOLRST
      *                               seats it
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCHLCAP.
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
           SELECT SORT-WORK ASSIGN TO "SCHLCAP.SRT".
           SELECT CAPACITY-RPT ASSIGN TO "SCHLCAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOL-FILE.
       01 SCHOOL-FILE-RECORD.
           COPY SCHMREC.

       FD  ROSTER-MASTER.
       01 Student.
           COPY SCHLREC.

       SD  SORT-WORK.
       01 SORT-WORK-RECORD.
           02 SRT-REGION          PIC 99.
           02 SRT-LEVEL           PIC 9.
           02 SRT-PRIORITY.
              03 SRT-WAIT-SINCE   PIC X(8).
              03 SRT-BIRTH-DATE   PIC 9(8).
              03 SRT-JMBG         PIC 9(13).
           02 SRT-SSN             PIC 9(10).
           02 SRT-SCHOOL          PIC X(5).

       FD  CAPACITY-RPT.
       01 CAPACITY-RPT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SCHOOL-STATUS         PIC XX VALUE "00".
           88 SCHOOL-FILE-FOUND          VALUE "00".
       01 SCHOOL-EOF-FLAG          PIC X  VALUE "N".
           88 SCHOOL-EOF                  VALUE "Y".
       01 WS-ROSTER-STATUS         PIC XX VALUE "00".
           88 ROSTER-OK                   VALUE "00".
       01 ROSTER-EOF-FLAG          PIC X  VALUE "N".
           88 ROSTER-EOF                  VALUE "Y".
       01 SORT-EOF-FLAG            PIC X  VALUE "N".
           88 SORT-EOF                    VALUE "Y".

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
       01 WS-SCHOOL-FOUND-FLAG     PIC X  VALUE "N".
           88 SCHOOL-WAS-FOUND            VALUE "Y".

      *****************************************************************
      * Region totals - entry n holds JMBG region n - 1, so region 00
      * has a slot of its own.
      *****************************************************************
       01 REGION-TABLE.
           02 REGION-ENTRY OCCURS 100.
              03 RT-LEVEL-TOTALS OCCURS 3.
                 04 RT-SEATS       PIC 9(6).
                 04 RT-FILLED      PIC 9(6).
                 04 RT-WAITING     PIC 9(6).
       01 REGION-IDX               PIC 999.
       01 WS-REGION-CODE           PIC 99.

       01 LEVEL-NAMES.
           02 FILLER              PIC X(13) VALUE "ELEMENTARY".
           02 FILLER              PIC X(13) VALUE "MIDDLE SCHOOL".
           02 FILLER              PIC X(13) VALUE "HIGH SCHOOL".
       01 LEVEL-NAME-TABLE REDEFINES LEVEL-NAMES.
           02 LEVEL-NAME          PIC X(13) OCCURS 3.
       01 LEVEL-IDX                PIC 9.
       01 WS-STUDENT-LEVEL-IDX     PIC 9.

       01 WS-STUDENT-JMBG.
           02 WS-SJ-DAY            PIC 99.
           02 WS-SJ-MONTH          PIC 99.
           02 WS-SJ-YEAR           PIC 999.
           02 WS-SJ-REGION         PIC 99.
           02 WS-SJ-GENDER         PIC 999.
           02 WS-SJ-CONTROL        PIC 9.
       01 WS-BIRTH-YY              PIC 99.
       01 WS-FULL-BIRTH-YEAR       PIC 9(4).

       01 WS-LINE-SEATS            PIC 9(6).
       01 WS-LINE-FILLED           PIC 9(6).
       01 WS-LINE-FREE             PIC S9(6).
       01 WS-LINE-PERCENT          PIC 9(3).

       01 WS-ENROLLED-COUNT        PIC 9(5) VALUE 0.
       01 WS-NO-SCHOOL-COUNT       PIC 9(5) VALUE 0.
       01 WS-WAITING-COUNT         PIC 9(5) VALUE 0.
       01 WS-QUEUE-POSITION        PIC 9(5) VALUE 0.
       01 WS-LAST-REGION           PIC 99.
       01 WS-LAST-LEVEL            PIC 9.

       01 WS-MASK-SOURCE           PIC X(20).
       01 WS-MASKED-JMBG           PIC X(20).

       01 WS-RPT-SEATS             PIC ZZZZZ9.
       01 WS-RPT-FILLED            PIC ZZZZZ9.
       01 WS-RPT-FREE              PIC -ZZZZZ9.
       01 WS-RPT-PERCENT           PIC ZZ9.
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-WAITING           PIC ZZZZZ9.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "SCHLCAP".
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
           INITIALIZE REGION-TABLE
           PERFORM LOAD-SCHOOL-TABLE

           OPEN OUTPUT CAPACITY-RPT
           MOVE SPACES TO CAPACITY-RPT-RECORD
           STRING "SCHOOL CAPACITY UTILIZATION REPORT - RUN DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD

      *****************************************************************
      * The waiting list is sorted into region, level and queue
      * order while the roster pass counts the taken seats.
      *****************************************************************
           SORT SORT-WORK ON ASCENDING KEY SRT-REGION SRT-LEVEL
                                           SRT-PRIORITY
               INPUT PROCEDURE IS SCAN-ROSTER-MASTER
               OUTPUT PROCEDURE IS PRINT-CAPACITY-REPORT

           CLOSE CAPACITY-RPT

           DISPLAY "SCHLCAP: " SCHOOL-MAX " SCHOOL(S), "
                   WS-ENROLLED-COUNT " ENROLLED, "
                   WS-WAITING-COUNT " WAITING"

           MOVE WS-ENROLLED-COUNT  TO WS-LOG-READ-COUNT
           ADD WS-WAITING-COUNT    TO WS-LOG-READ-COUNT
           MOVE WS-ENROLLED-COUNT  TO WS-LOG-ACCEPT-COUNT
           MOVE WS-WAITING-COUNT   TO WS-LOG-REJECT-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           STOP RUN.

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
                          COMPUTE REGION-IDX = SCH-REGION + 1
                          PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                                  UNTIL LEVEL-IDX > 3
                             MOVE SCH-SEATS(LEVEL-IDX)
                                  TO ST-SEATS(SCHOOL-MAX, LEVEL-IDX)
                             MOVE 0 TO ST-FILLED(SCHOOL-MAX, LEVEL-IDX)
                             ADD SCH-SEATS(LEVEL-IDX)
                                 TO RT-SEATS(REGION-IDX, LEVEL-IDX)
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHOOL-FILE
           END-IF.

       SCAN-ROSTER-MASTER.
           OPEN INPUT ROSTER-MASTER
           IF ROSTER-OK
              PERFORM UNTIL ROSTER-EOF
                 READ ROSTER-MASTER NEXT RECORD
                    AT END
                       SET ROSTER-EOF TO TRUE
                    NOT AT END
                       PERFORM FIND-STUDENT-LEVEL-IDX
                       IF WS-STUDENT-LEVEL-IDX > 0
                          EVALUATE TRUE
                             WHEN STUDENT-IS-ENROLLED
                                PERFORM COUNT-ENROLLED-STUDENT
                             WHEN STUDENT-IS-WAITING
                                PERFORM RELEASE-WAITING-STUDENT
                             WHEN OTHER
                                CONTINUE
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROSTER-MASTER
           END-IF.

       FIND-STUDENT-LEVEL-IDX.
           MOVE 0 TO WS-STUDENT-LEVEL-IDX
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 3
              IF LEVEL-NAME(LEVEL-IDX) = StudentLevel
                 MOVE LEVEL-IDX TO WS-STUDENT-LEVEL-IDX
              END-IF
           END-PERFORM.

      *****************************************************************
      * A student enrolled before the school master existed, or at a
      * school since removed from it, holds no counted seat - they
      * are shown as a total so the master can be put right.
      *****************************************************************
       COUNT-ENROLLED-STUDENT.
           ADD 1 TO WS-ENROLLED-COUNT
           MOVE "N" TO WS-SCHOOL-FOUND-FLAG
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX
              IF ST-CODE(SCHOOL-IDX) = StudentSchool
                 AND StudentSchool NOT = SPACES
                 SET SCHOOL-WAS-FOUND TO TRUE
                 ADD 1 TO ST-FILLED(SCHOOL-IDX, WS-STUDENT-LEVEL-IDX)
                 COMPUTE REGION-IDX = ST-REGION(SCHOOL-IDX) + 1
                 ADD 1 TO RT-FILLED(REGION-IDX, WS-STUDENT-LEVEL-IDX)
              END-IF
           END-PERFORM
           IF NOT SCHOOL-WAS-FOUND
              ADD 1 TO WS-NO-SCHOOL-COUNT
           END-IF.

       RELEASE-WAITING-STUDENT.
           ADD 1 TO WS-WAITING-COUNT
           MOVE StudentJMBG TO WS-STUDENT-JMBG
           COMPUTE WS-BIRTH-YY = FUNCTION MOD(WS-SJ-YEAR, 100)
           IF WS-BIRTH-YY <= 30
              COMPUTE WS-FULL-BIRTH-YEAR = 2000 + WS-BIRTH-YY
           ELSE
              COMPUTE WS-FULL-BIRTH-YEAR = 1900 + WS-BIRTH-YY
           END-IF
           COMPUTE REGION-IDX = WS-SJ-REGION + 1
           ADD 1 TO RT-WAITING(REGION-IDX, WS-STUDENT-LEVEL-IDX)

           MOVE WS-SJ-REGION         TO SRT-REGION
           MOVE WS-STUDENT-LEVEL-IDX TO SRT-LEVEL
           MOVE StudentWaitSince     TO SRT-WAIT-SINCE
           COMPUTE SRT-BIRTH-DATE = WS-FULL-BIRTH-YEAR * 10000
              + WS-SJ-MONTH * 100 + WS-SJ-DAY
           MOVE StudentJMBG          TO SRT-JMBG
           MOVE StudentSSN           TO SRT-SSN
           MOVE StudentSchool        TO SRT-SCHOOL
           RELEASE SORT-WORK-RECORD.

       PRINT-CAPACITY-REPORT.
           PERFORM WRITE-SCHOOL-SECTION
           PERFORM WRITE-REGION-SECTION
           PERFORM WRITE-WAITING-SECTION.

       WRITE-SCHOOL-SECTION.
           MOVE SPACES TO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           MOVE "UTILIZATION BY SCHOOL" TO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           MOVE SPACES TO CAPACITY-RPT-RECORD
           STRING "CODE  NAME                 RG LEVEL        "
                  DELIMITED BY SIZE
                  " SEATS ENROLL   FREE USED%" DELIMITED BY SIZE
                  INTO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           PERFORM VARYING SCHOOL-IDX FROM 1 BY 1
                   UNTIL SCHOOL-IDX > SCHOOL-MAX
              PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                      UNTIL LEVEL-IDX > 3
                 IF ST-SEATS(SCHOOL-IDX, LEVEL-IDX) > 0
                    OR ST-FILLED(SCHOOL-IDX, LEVEL-IDX) > 0
                    PERFORM WRITE-SCHOOL-LEVEL-LINE
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-NO-SCHOOL-COUNT > 0
              MOVE WS-NO-SCHOOL-COUNT TO WS-RPT-COUNT
              MOVE SPACES TO CAPACITY-RPT-RECORD
              STRING "ENROLLED AT NO SCHOOL ON SCHOOLS.DAT: "
                     DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     INTO CAPACITY-RPT-RECORD
              WRITE CAPACITY-RPT-RECORD
           END-IF.

       WRITE-SCHOOL-LEVEL-LINE.
           MOVE ST-SEATS(SCHOOL-IDX, LEVEL-IDX)  TO WS-LINE-SEATS
           MOVE ST-FILLED(SCHOOL-IDX, LEVEL-IDX) TO WS-LINE-FILLED
           PERFORM FORMAT-UTILIZATION
           MOVE SPACES TO CAPACITY-RPT-RECORD
           STRING ST-CODE(SCHOOL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-NAME(SCHOOL-IDX)(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-REGION(SCHOOL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LEVEL-NAME(LEVEL-IDX) DELIMITED BY SIZE
                  WS-RPT-SEATS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-FILLED DELIMITED BY SIZE
                  WS-RPT-FREE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-PERCENT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD.

      *****************************************************************
      * Free seats go negative where a school holds more students
      * than its seats - the seats were cut after they were placed.
      *****************************************************************
       FORMAT-UTILIZATION.
           COMPUTE WS-LINE-FREE = WS-LINE-SEATS - WS-LINE-FILLED
           IF WS-LINE-SEATS > 0
              COMPUTE WS-LINE-PERCENT ROUNDED =
                 WS-LINE-FILLED * 100 / WS-LINE-SEATS
                 ON SIZE ERROR
                    MOVE 999 TO WS-LINE-PERCENT
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-LINE-PERCENT
           END-IF
           MOVE WS-LINE-SEATS   TO WS-RPT-SEATS
           MOVE WS-LINE-FILLED  TO WS-RPT-FILLED
           MOVE WS-LINE-FREE    TO WS-RPT-FREE
           MOVE WS-LINE-PERCENT TO WS-RPT-PERCENT.

       WRITE-REGION-SECTION.
           MOVE SPACES TO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           MOVE "UTILIZATION BY REGION" TO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           MOVE "RG LEVEL         SEATS ENROLL   FREE USED%  WAIT"
                TO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > 100
              PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                      UNTIL LEVEL-IDX > 3
                 IF RT-SEATS(REGION-IDX, LEVEL-IDX) > 0
                    OR RT-FILLED(REGION-IDX, LEVEL-IDX) > 0
                    OR RT-WAITING(REGION-IDX, LEVEL-IDX) > 0
                    PERFORM WRITE-REGION-LEVEL-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-REGION-LEVEL-LINE.
           COMPUTE WS-REGION-CODE = REGION-IDX - 1
           MOVE RT-SEATS(REGION-IDX, LEVEL-IDX)  TO WS-LINE-SEATS
           MOVE RT-FILLED(REGION-IDX, LEVEL-IDX) TO WS-LINE-FILLED
           MOVE RT-WAITING(REGION-IDX, LEVEL-IDX) TO WS-RPT-WAITING
           PERFORM FORMAT-UTILIZATION
           MOVE SPACES TO CAPACITY-RPT-RECORD
           STRING WS-REGION-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LEVEL-NAME(LEVEL-IDX) DELIMITED BY SIZE
                  WS-RPT-SEATS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-FILLED DELIMITED BY SIZE
                  WS-RPT-FREE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-PERCENT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  WS-RPT-WAITING DELIMITED BY SIZE
                  INTO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD.

      *****************************************************************
      * The queue position restarts for each region and level, since
      * SCHOOLRST only ever offers a waiting student a seat in their
      * own region at their own level.
      *****************************************************************
       WRITE-WAITING-SECTION.
           MOVE SPACES TO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           MOVE "WAITING LIST IN PRIORITY ORDER" TO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           MOVE "RG LEVEL           POS JMBG          SINCE    PREF"
                TO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD
           MOVE 99 TO WS-LAST-REGION
           MOVE 0 TO WS-LAST-LEVEL
           PERFORM UNTIL SORT-EOF
              RETURN SORT-WORK
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    PERFORM WRITE-WAITING-LINE
              END-RETURN
           END-PERFORM
           MOVE WS-WAITING-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CAPACITY-RPT-RECORD
           STRING "TOTAL WAITING FOR A SEAT: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD.

       WRITE-WAITING-LINE.
           IF SRT-REGION NOT = WS-LAST-REGION
              OR SRT-LEVEL NOT = WS-LAST-LEVEL
              MOVE 0 TO WS-QUEUE-POSITION
              MOVE SRT-REGION TO WS-LAST-REGION
              MOVE SRT-LEVEL  TO WS-LAST-LEVEL
           END-IF
           ADD 1 TO WS-QUEUE-POSITION
           MOVE WS-QUEUE-POSITION TO WS-RPT-COUNT
           MOVE SRT-JMBG TO WS-MASK-SOURCE
           CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-JMBG
           MOVE SPACES TO CAPACITY-RPT-RECORD
           STRING SRT-REGION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LEVEL-NAME(SRT-LEVEL) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MASKED-JMBG(1:13) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRT-WAIT-SINCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SRT-SCHOOL DELIMITED BY SIZE
                  INTO CAPACITY-RPT-RECORD
           WRITE CAPACITY-RPT-RECORD.
