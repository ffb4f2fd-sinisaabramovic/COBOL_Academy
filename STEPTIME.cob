      *****************************************************************
      * Program name:    STEPTIME
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the batch-window timing
      *                               step at the end of DAILYJOB and
      *                               MONTHJOB - moves the start and
      *                               end time each job step left on
      *                               STEPTIME.LOG onto the
      *                               STEPTIME.HST history with its
      *                               elapsed time, reports every
      *                               step's runtime against its
      *                               recent runs and its share of the
      *                               window, flags a step running
      *                               STEP-SLOW-PCT slower than its
      *                               recent average and a run
      *                               projected to finish past the
      *                               BATCH-DEADLINE, and leaves the
      *                               warnings on STEPWARN.DAT for
      *                               HANDOVER - a window overrun was
      *                               only found out when the online
      *                               day started late
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STEPTIME.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CAPTURE ASSIGN TO "STEPTIME.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-STATUS.
           SELECT STEP-HISTORY ASSIGN TO "STEPTIME.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STEP-WARNINGS ASSIGN TO "STEPWARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.
           SELECT TIMING-RPT ASSIGN TO "STEPTIME.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CAPTURE.
       01 STEP-CAPTURE-RECORD      PIC X(80).

       FD  STEP-HISTORY.
       01 STEP-HISTORY-RECORD.
           02 SH-JOB              PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SH-STEP             PIC   X(7).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SH-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SH-DATE             PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SH-START-TIME       PIC   X(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SH-END-TIME         PIC   X(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SH-ELAPSED          PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SH-RETURN-CODE      PIC   9(4).

       FD  STEP-WARNINGS.
       01 STEP-WARNING-RECORD.
           COPY STEPWREC.

       FD  TIMING-RPT.
       01 TIMING-RPT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CAPTURE-STATUS        PIC XX VALUE "00".
           88 CAPTURE-FILE-FOUND         VALUE "00".
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".
           88 HISTORY-FILE-FOUND         VALUE "00".
           88 HISTORY-FILE-NOT-FOUND     VALUE "35".
       01 WS-WARN-STATUS           PIC XX VALUE "00".
           88 WARN-FILE-NOT-FOUND        VALUE "35".
       01 CAPTURE-EOF-FLAG         PIC X  VALUE "N".
           88 CAPTURE-EOF                 VALUE "Y".
       01 HISTORY-EOF-FLAG         PIC X  VALUE "N".
           88 HISTORY-EOF                 VALUE "Y".

       01 WS-JOB-NAME              PIC X(8).
       01 WS-COMMAND-LINE          PIC X(40).

      *****************************************************************
      * One slot per step of the job - its last five runs before the
      * business date, oldest first, and tonight's run if it has had
      * one. A step that ran on the job's last business date but not
      * yet tonight is still to come when the window is projected.
      *****************************************************************
       01 TIMING-TABLE.
           02 TIMING-ENTRY OCCURS 60.
              03 TT-STEP          PIC X(7).
              03 TT-PROGRAM       PIC X(12).
              03 TT-RECENT-COUNT  PIC 9.
              03 TT-RECENT        PIC 9(6) OCCURS 5.
              03 TT-LAST-DATE     PIC X(8).
              03 TT-TODAY-FLAG    PIC X.
              03 TT-TODAY-ELAPSED PIC 9(6).
              03 TT-TODAY-RC      PIC 9(4).
       01 TIMING-IDX               PIC 99.
       01 TIMING-MAX               PIC 99 VALUE 0.
       01 WS-TIMING-SLOT           PIC 99.
       01 RECENT-IDX               PIC 9.
       01 WS-LOOK-STEP             PIC X(7).
       01 WS-LOOK-PROGRAM          PIC X(12).
       01 WS-LOOK-DATE             PIC X(8).
       01 WS-LOOK-ELAPSED          PIC 9(6).
       01 WS-LOOK-RC               PIC 9(4).
       01 WS-WARN-STEP             PIC X(7).
       01 WS-WARN-TEXT             PIC X(60).
       01 WS-JOB-LAST-DATE         PIC X(8) VALUE SPACES.

       01 WS-CAPTURE-FIELDS.
           02 CP-JOB               PIC X(8).
           02 CP-STEP              PIC X(7).
           02 CP-PROGRAM           PIC X(12).
           02 CP-DATE              PIC X(8).
           02 CP-START-TIME        PIC X(6).
           02 CP-END-TIME          PIC X(6).
           02 CP-RC-TEXT           PIC X(4).

       01 WS-TIME-PARTS.
           02 WS-TIME-HH           PIC 99.
           02 WS-TIME-MM           PIC 99.
           02 WS-TIME-SS           PIC 99.
       01 WS-START-SECONDS         PIC 9(6).
       01 WS-END-SECONDS           PIC 9(6).
       01 WS-ELAPSED-SECONDS       PIC S9(6).
       01 WS-SECONDS-OF-DAY        PIC 9(6).

       01 WS-WINDOW-FLAG           PIC X  VALUE "N".
           88 WINDOW-HAS-STARTED          VALUE "Y".
       01 WS-WINDOW-START          PIC 9(6) VALUE 0.
       01 WS-WINDOW-LAST-END       PIC X(6).
       01 WS-WINDOW-ELAPSED        PIC 9(6) VALUE 0.
       01 WS-REMAINING-SECONDS     PIC 9(7) VALUE 0.
       01 WS-PROJECTED-FINISH      PIC 9(7).
       01 WS-DEADLINE-SECONDS      PIC 9(7).

       01 WS-SLOW-PCT              PIC 999 VALUE 50.
       01 WS-DEADLINE-HHMM         PIC 9(4) VALUE 0600.
       01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-HHMM.
           02 WS-DEADLINE-HH       PIC 99.
           02 WS-DEADLINE-MM       PIC 99.
      *****************************************************************
      * A step a few seconds slower than a few-second average is
      * noise, not a trend - it must also be this much slower.
      *****************************************************************
       01 WS-SLOW-FLOOR-SECONDS    PIC 9(4) VALUE 60.

       01 WS-RECENT-SUM            PIC 9(8).
       01 WS-AVERAGE-ELAPSED       PIC 9(6).
       01 WS-OVER-SECONDS          PIC S9(7).
       01 WS-OVER-PCT              PIC 9(5).
       01 WS-SHARE-PCT             PIC 999.
       01 WS-FLAG-TEXT             PIC X(12).

       01 WS-CAPTURED-COUNT        PIC 9(5) VALUE 0.
       01 WS-BAD-LINE-COUNT        PIC 9(5) VALUE 0.
       01 WS-TODAY-COUNT           PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(5) VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RPT-SECONDS           PIC ZZZZZ9.
       01 WS-RPT-AVG               PIC ZZZZZ9.
       01 WS-RPT-PCT               PIC ZZZZ9.
       01 WS-RPT-SHARE             PIC ZZ9.
       01 WS-RPT-CLOCK.
           02 WS-CLOCK-HH          PIC 99.
           02 FILLER               PIC X  VALUE ":".
           02 WS-CLOCK-MM          PIC 99.
           02 FILLER               PIC X  VALUE ":".
           02 WS-CLOCK-SS          PIC 99.
       01 WS-RPT-DEADLINE.
           02 WS-RPT-DEADLINE-HH   PIC 99.
           02 FILLER               PIC X  VALUE ":".
           02 WS-RPT-DEADLINE-MM   PIC 99.

       01 WS-DETAIL-LINE.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DL-STEP              PIC X(7).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-PROGRAM           PIC X(12).
           02 DL-TODAY             PIC ZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DL-RECENT            PIC ZZZZZ9 OCCURS 5.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DL-AVERAGE           PIC ZZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DL-SHARE             PIC ZZ9.
           02 FILLER               PIC X     VALUE "%".
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DL-FLAG              PIC X(12).

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "STEPTIME".
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
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-JOB-NAME
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
              INTO WS-JOB-NAME
           END-UNSTRING
           IF WS-JOB-NAME = SPACES
              MOVE "DAILYJOB" TO WS-JOB-NAME
           END-IF
           PERFORM LOAD-TIMING-PARMS

           PERFORM LOAD-STEP-HISTORY
           PERFORM HARVEST-STEP-CAPTURE

           OPEN OUTPUT TIMING-RPT
           MOVE SPACES TO TIMING-RPT-RECORD
           STRING WS-JOB-NAME " STEP RUNTIMES FOR " WS-RUN-DATE
                  " (SECONDS) - SLOW AT " WS-SLOW-PCT
                  "% OVER THE RECENT AVERAGE"
                  DELIMITED BY SIZE INTO TIMING-RPT-RECORD
           WRITE TIMING-RPT-RECORD
           MOVE SPACES TO TIMING-RPT-RECORD
           STRING "  STEP    PROGRAM      TONIGHT  "
                  "------- LAST 5 RUNS -------  AVERAGE  SHARE"
                  DELIMITED BY SIZE INTO TIMING-RPT-RECORD
           WRITE TIMING-RPT-RECORD

           PERFORM VARYING TIMING-IDX FROM 1 BY 1
                   UNTIL TIMING-IDX > TIMING-MAX
              IF TT-TODAY-FLAG(TIMING-IDX) = "Y"
                 PERFORM REPORT-ONE-STEP
              END-IF
           END-PERFORM

           PERFORM PROJECT-WINDOW-FINISH
           CLOSE TIMING-RPT

           DISPLAY "STEPTIME: " WS-CAPTURED-COUNT " STEP TIME(S) "
                   "CAPTURED, " WS-TODAY-COUNT " FOR " WS-JOB-NAME
                   " TONIGHT, " WS-WARNING-COUNT " WARNING(S)"

           MOVE WS-CAPTURED-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-TODAY-COUNT    TO WS-LOG-ACCEPT-COUNT
           MOVE WS-WARNING-COUNT  TO WS-LOG-REJECT-COUNT
           IF WS-WARNING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           MOVE RETURN-CODE TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           IF WS-WARNING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-TIMING-PARMS.
           MOVE "STEP-SLOW-PCT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-SLOW-PCT =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "BATCH-DEADLINE" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-DEADLINE-HHMM =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
              MOVE 0600 TO WS-DEADLINE-HHMM
           END-IF.

      *****************************************************************
      * Only this job's runs before the business date are history - a
      * rerun of the same date replaces, not averages against, the
      * first.
      *****************************************************************
       LOAD-STEP-HISTORY.
           OPEN INPUT STEP-HISTORY
           IF HISTORY-FILE-FOUND
              PERFORM UNTIL HISTORY-EOF
                 READ STEP-HISTORY
                    AT END
                       SET HISTORY-EOF TO TRUE
                    NOT AT END
                       IF SH-JOB = WS-JOB-NAME
                          AND SH-DATE < WS-RUN-DATE
                          MOVE SH-STEP    TO WS-LOOK-STEP
                          MOVE SH-PROGRAM TO WS-LOOK-PROGRAM
                          MOVE SH-DATE    TO WS-LOOK-DATE
                          MOVE SH-ELAPSED TO WS-LOOK-ELAPSED
                          PERFORM NOTE-HISTORY-RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STEP-HISTORY
           END-IF.

       NOTE-HISTORY-RUN.
           PERFORM FIND-TIMING-SLOT
           IF WS-TIMING-SLOT > 0
              IF TT-RECENT-COUNT(WS-TIMING-SLOT) < 5
                 ADD 1 TO TT-RECENT-COUNT(WS-TIMING-SLOT)
              ELSE
                 PERFORM VARYING RECENT-IDX FROM 1 BY 1
                         UNTIL RECENT-IDX > 4
                    MOVE TT-RECENT(WS-TIMING-SLOT, RECENT-IDX + 1)
                         TO TT-RECENT(WS-TIMING-SLOT, RECENT-IDX)
                 END-PERFORM
              END-IF
              MOVE TT-RECENT-COUNT(WS-TIMING-SLOT) TO RECENT-IDX
              MOVE WS-LOOK-ELAPSED
                   TO TT-RECENT(WS-TIMING-SLOT, RECENT-IDX)
              MOVE WS-LOOK-DATE TO TT-LAST-DATE(WS-TIMING-SLOT)
              IF WS-LOOK-DATE > WS-JOB-LAST-DATE
                 MOVE WS-LOOK-DATE TO WS-JOB-LAST-DATE
              END-IF
           END-IF.

       FIND-TIMING-SLOT.
           MOVE 0 TO WS-TIMING-SLOT
           PERFORM VARYING TIMING-IDX FROM 1 BY 1
                   UNTIL TIMING-IDX > TIMING-MAX
              IF TT-STEP(TIMING-IDX) = WS-LOOK-STEP
                 MOVE TIMING-IDX TO WS-TIMING-SLOT
              END-IF
           END-PERFORM
           IF WS-TIMING-SLOT = 0 AND TIMING-MAX < 60
              ADD 1 TO TIMING-MAX
              MOVE TIMING-MAX TO WS-TIMING-SLOT
              INITIALIZE TIMING-ENTRY(WS-TIMING-SLOT)
              MOVE WS-LOOK-STEP TO TT-STEP(WS-TIMING-SLOT)
              MOVE "N" TO TT-TODAY-FLAG(WS-TIMING-SLOT)
           END-IF
           IF WS-TIMING-SLOT > 0
              MOVE WS-LOOK-PROGRAM TO TT-PROGRAM(WS-TIMING-SLOT)
           END-IF.

      *****************************************************************
      * Every line the job scripts left on STEPTIME.LOG goes onto the
      * history with its elapsed time, and the capture is emptied.
      * Lines for steps that ran after the last harvest - this step
      * and the ones behind it - belong to the run that wrote them and
      * are filed under their own date by the next harvest.
      *****************************************************************
       HARVEST-STEP-CAPTURE.
           OPEN INPUT STEP-CAPTURE
           IF CAPTURE-FILE-FOUND
              OPEN EXTEND STEP-HISTORY
              IF HISTORY-FILE-NOT-FOUND
                 OPEN OUTPUT STEP-HISTORY
              END-IF
              PERFORM UNTIL CAPTURE-EOF
                 READ STEP-CAPTURE
                    AT END
                       SET CAPTURE-EOF TO TRUE
                    NOT AT END
                       PERFORM FILE-ONE-CAPTURE-LINE
                 END-READ
              END-PERFORM
              CLOSE STEP-HISTORY
              CLOSE STEP-CAPTURE
              OPEN OUTPUT STEP-CAPTURE
              CLOSE STEP-CAPTURE
           END-IF.

       FILE-ONE-CAPTURE-LINE.
           MOVE SPACES TO WS-CAPTURE-FIELDS
           UNSTRING STEP-CAPTURE-RECORD DELIMITED BY ALL SPACE
              INTO CP-JOB CP-STEP CP-PROGRAM CP-DATE
                   CP-START-TIME CP-END-TIME CP-RC-TEXT
           END-UNSTRING
           IF CP-START-TIME IS NOT NUMERIC
              OR CP-END-TIME IS NOT NUMERIC
              OR CP-DATE IS NOT NUMERIC
              ADD 1 TO WS-BAD-LINE-COUNT
              DISPLAY "STEPTIME: CAPTURE LINE SKIPPED - "
                      STEP-CAPTURE-RECORD
           ELSE
              ADD 1 TO WS-CAPTURED-COUNT
              PERFORM COMPUTE-CAPTURE-ELAPSED
              INITIALIZE STEP-HISTORY-RECORD WITH FILLER
              MOVE CP-JOB             TO SH-JOB
              MOVE CP-STEP            TO SH-STEP
              MOVE CP-PROGRAM         TO SH-PROGRAM
              MOVE CP-DATE            TO SH-DATE
              MOVE CP-START-TIME      TO SH-START-TIME
              MOVE CP-END-TIME        TO SH-END-TIME
              MOVE WS-ELAPSED-SECONDS TO SH-ELAPSED
              COMPUTE WS-LOOK-RC = FUNCTION NUMVAL(CP-RC-TEXT)
              MOVE WS-LOOK-RC         TO SH-RETURN-CODE
              WRITE STEP-HISTORY-RECORD
              MOVE CP-STEP            TO WS-LOOK-STEP
              MOVE CP-PROGRAM         TO WS-LOOK-PROGRAM
              MOVE CP-DATE            TO WS-LOOK-DATE
              MOVE WS-ELAPSED-SECONDS TO WS-LOOK-ELAPSED
              IF CP-JOB = WS-JOB-NAME
                 EVALUATE TRUE
                    WHEN CP-DATE = WS-RUN-DATE
                       PERFORM NOTE-TONIGHTS-RUN
                    WHEN CP-DATE < WS-RUN-DATE
                       PERFORM NOTE-HISTORY-RUN
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       COMPUTE-CAPTURE-ELAPSED.
           MOVE CP-START-TIME TO WS-TIME-PARTS
           COMPUTE WS-START-SECONDS =
              WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE CP-END-TIME TO WS-TIME-PARTS
           COMPUTE WS-END-SECONDS =
              WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           COMPUTE WS-ELAPSED-SECONDS =
              WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED-SECONDS < 0
              ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF.

      *****************************************************************
      * The window opens at the first step captured tonight and has
      * run to the end of the last one.
      *****************************************************************
       NOTE-TONIGHTS-RUN.
           PERFORM FIND-TIMING-SLOT
           IF WS-TIMING-SLOT > 0
              IF TT-TODAY-FLAG(WS-TIMING-SLOT) NOT = "Y"
                 ADD 1 TO WS-TODAY-COUNT
              END-IF
              MOVE "Y" TO TT-TODAY-FLAG(WS-TIMING-SLOT)
              MOVE WS-LOOK-ELAPSED TO TT-TODAY-ELAPSED(WS-TIMING-SLOT)
              MOVE WS-LOOK-RC TO TT-TODAY-RC(WS-TIMING-SLOT)
           END-IF
           IF NOT WINDOW-HAS-STARTED
              SET WINDOW-HAS-STARTED TO TRUE
              MOVE WS-START-SECONDS TO WS-WINDOW-START
           END-IF
           MOVE CP-END-TIME TO WS-WINDOW-LAST-END
           COMPUTE WS-ELAPSED-SECONDS =
              WS-END-SECONDS - WS-WINDOW-START
           IF WS-ELAPSED-SECONDS < 0
              ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-ELAPSED-SECONDS TO WS-WINDOW-ELAPSED.

       REPORT-ONE-STEP.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 0 TO WS-RECENT-SUM
           MOVE 0 TO WS-AVERAGE-ELAPSED
           PERFORM VARYING RECENT-IDX FROM 1 BY 1
                   UNTIL RECENT-IDX > 5
              MOVE 0 TO DL-RECENT(RECENT-IDX)
           END-PERFORM
           PERFORM VARYING RECENT-IDX FROM 1 BY 1
                   UNTIL RECENT-IDX > TT-RECENT-COUNT(TIMING-IDX)
              ADD TT-RECENT(TIMING-IDX, RECENT-IDX) TO WS-RECENT-SUM
              MOVE TT-RECENT(TIMING-IDX, RECENT-IDX)
                   TO DL-RECENT(RECENT-IDX)
           END-PERFORM
           IF TT-RECENT-COUNT(TIMING-IDX) > 0
              COMPUTE WS-AVERAGE-ELAPSED ROUNDED =
                 WS-RECENT-SUM / TT-RECENT-COUNT(TIMING-IDX)
              PERFORM CHECK-STEP-SLOWDOWN
           ELSE
              MOVE "NO HISTORY" TO WS-FLAG-TEXT
           END-IF

           IF WS-WINDOW-ELAPSED > 0
              COMPUTE WS-SHARE-PCT ROUNDED =
                 TT-TODAY-ELAPSED(TIMING-IDX) * 100
                 / WS-WINDOW-ELAPSED
           ELSE
              MOVE 0 TO WS-SHARE-PCT
           END-IF

           MOVE TT-STEP(TIMING-IDX)          TO DL-STEP
           MOVE TT-PROGRAM(TIMING-IDX)       TO DL-PROGRAM
           MOVE TT-TODAY-ELAPSED(TIMING-IDX) TO DL-TODAY
           MOVE WS-AVERAGE-ELAPSED           TO DL-AVERAGE
           MOVE WS-SHARE-PCT                 TO DL-SHARE
           MOVE WS-FLAG-TEXT                 TO DL-FLAG
           MOVE WS-DETAIL-LINE TO TIMING-RPT-RECORD
           WRITE TIMING-RPT-RECORD.

      *****************************************************************
      * Slow is more than STEP-SLOW-PCT over the average of the step's
      * last five runs, and more than the noise floor in seconds.
      *****************************************************************
       CHECK-STEP-SLOWDOWN.
           COMPUTE WS-OVER-SECONDS =
              TT-TODAY-ELAPSED(TIMING-IDX) - WS-AVERAGE-ELAPSED
           IF WS-OVER-SECONDS > WS-SLOW-FLOOR-SECONDS
              IF WS-AVERAGE-ELAPSED = 0
                 MOVE 99999 TO WS-OVER-PCT
              ELSE
                 COMPUTE WS-OVER-PCT =
                    WS-OVER-SECONDS * 100 / WS-AVERAGE-ELAPSED
              END-IF
              IF WS-OVER-PCT > WS-SLOW-PCT
                 MOVE "*** SLOW ***" TO WS-FLAG-TEXT
                 MOVE TT-TODAY-ELAPSED(TIMING-IDX) TO WS-RPT-SECONDS
                 MOVE WS-AVERAGE-ELAPSED TO WS-RPT-AVG
                 MOVE WS-OVER-PCT TO WS-RPT-PCT
                 MOVE TT-STEP(TIMING-IDX) TO WS-WARN-STEP
                 MOVE SPACES TO WS-WARN-TEXT
                 STRING TT-PROGRAM(TIMING-IDX) DELIMITED BY SPACE
                        " RAN " WS-RPT-SECONDS " SEC AGAINST AVG "
                        WS-RPT-AVG " - " WS-RPT-PCT "% SLOWER"
                        DELIMITED BY SIZE INTO WS-WARN-TEXT
                 PERFORM WRITE-STEP-WARNING
              END-IF
           END-IF.

      *****************************************************************
      * The steps that ran on the job's last business date but have
      * not run tonight are still to come - their recent averages on
      * top of the window so far give the projected finish, which is
      * compared with BATCH-DEADLINE on the clock the window opened
      * on, or the next morning's if the deadline is earlier.
      *****************************************************************
       PROJECT-WINDOW-FINISH.
           MOVE 0 TO WS-REMAINING-SECONDS
           IF WINDOW-HAS-STARTED
              PERFORM VARYING TIMING-IDX FROM 1 BY 1
                      UNTIL TIMING-IDX > TIMING-MAX
                 IF TT-TODAY-FLAG(TIMING-IDX) NOT = "Y"
                    AND TT-LAST-DATE(TIMING-IDX) = WS-JOB-LAST-DATE
                    AND TT-RECENT-COUNT(TIMING-IDX) > 0
                    PERFORM ADD-STEP-STILL-TO-RUN
                 END-IF
              END-PERFORM

              COMPUTE WS-PROJECTED-FINISH =
                 WS-WINDOW-START + WS-WINDOW-ELAPSED
                 + WS-REMAINING-SECONDS
              COMPUTE WS-DEADLINE-SECONDS =
                 WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
              IF WS-DEADLINE-SECONDS NOT > WS-WINDOW-START
                 ADD 86400 TO WS-DEADLINE-SECONDS
              END-IF

              MOVE WS-WINDOW-START TO WS-SECONDS-OF-DAY
              PERFORM FORMAT-CLOCK-TIME
              MOVE WS-WINDOW-ELAPSED TO WS-RPT-SECONDS
              MOVE SPACES TO TIMING-RPT-RECORD
              STRING "WINDOW OPENED " WS-RPT-CLOCK " AND HAS RUN "
                     WS-RPT-SECONDS " SEC TO THE END OF THE LAST "
                     "STEP AT " WS-WINDOW-LAST-END
                     DELIMITED BY SIZE INTO TIMING-RPT-RECORD
              WRITE TIMING-RPT-RECORD

              MOVE WS-PROJECTED-FINISH TO WS-SECONDS-OF-DAY
              PERFORM FORMAT-CLOCK-TIME
              MOVE WS-DEADLINE-HH TO WS-RPT-DEADLINE-HH
              MOVE WS-DEADLINE-MM TO WS-RPT-DEADLINE-MM
              MOVE WS-REMAINING-SECONDS TO WS-RPT-AVG
              MOVE SPACES TO TIMING-RPT-RECORD
              STRING "STEPS STILL TO RUN AVERAGE " WS-RPT-AVG
                     " SEC - PROJECTED FINISH " WS-RPT-CLOCK
                     ", DEADLINE " WS-RPT-DEADLINE
                     DELIMITED BY SIZE INTO TIMING-RPT-RECORD
              WRITE TIMING-RPT-RECORD

              IF WS-PROJECTED-FINISH > WS-DEADLINE-SECONDS
                 MOVE "WINDOW" TO WS-WARN-STEP
                 MOVE SPACES TO WS-WARN-TEXT
                 STRING "PROJECTED FINISH " WS-RPT-CLOCK
                        " IS PAST THE " WS-RPT-DEADLINE " DEADLINE"
                        DELIMITED BY SIZE INTO WS-WARN-TEXT
                 PERFORM WRITE-STEP-WARNING
                 MOVE "*** PROJECTED FINISH IS PAST THE DEADLINE ***"
                      TO TIMING-RPT-RECORD
                 WRITE TIMING-RPT-RECORD
              END-IF
           ELSE
              MOVE SPACES TO TIMING-RPT-RECORD
              STRING "NO STEP TIMES CAPTURED FOR " WS-JOB-NAME
                     " ON " WS-RUN-DATE
                     DELIMITED BY SIZE INTO TIMING-RPT-RECORD
              WRITE TIMING-RPT-RECORD
           END-IF

           MOVE WS-WARNING-COUNT TO WS-RPT-PCT
           MOVE SPACES TO TIMING-RPT-RECORD
           STRING "WARNINGS PASSED TO HANDOVER: " WS-RPT-PCT
                  DELIMITED BY SIZE INTO TIMING-RPT-RECORD
           WRITE TIMING-RPT-RECORD.

       ADD-STEP-STILL-TO-RUN.
           MOVE 0 TO WS-RECENT-SUM
           PERFORM VARYING RECENT-IDX FROM 1 BY 1
                   UNTIL RECENT-IDX > TT-RECENT-COUNT(TIMING-IDX)
              ADD TT-RECENT(TIMING-IDX, RECENT-IDX) TO WS-RECENT-SUM
           END-PERFORM
           COMPUTE WS-AVERAGE-ELAPSED ROUNDED =
              WS-RECENT-SUM / TT-RECENT-COUNT(TIMING-IDX)
           ADD WS-AVERAGE-ELAPSED TO WS-REMAINING-SECONDS.

       FORMAT-CLOCK-TIME.
           COMPUTE WS-SECONDS-OF-DAY =
              FUNCTION MOD(WS-SECONDS-OF-DAY, 86400)
           COMPUTE WS-CLOCK-HH = WS-SECONDS-OF-DAY / 3600
           COMPUTE WS-CLOCK-MM =
              (WS-SECONDS-OF-DAY - WS-CLOCK-HH * 3600) / 60
           COMPUTE WS-CLOCK-SS =
              WS-SECONDS-OF-DAY - WS-CLOCK-HH * 3600
              - WS-CLOCK-MM * 60.

       WRITE-STEP-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           OPEN EXTEND STEP-WARNINGS
           IF WARN-FILE-NOT-FOUND
              OPEN OUTPUT STEP-WARNINGS
           END-IF
           INITIALIZE STEP-WARNING-RECORD WITH FILLER
           MOVE WS-RUN-DATE  TO SW-DATE
           MOVE WS-JOB-NAME  TO SW-JOB
           MOVE WS-WARN-STEP TO SW-STEP
           MOVE WS-WARN-TEXT TO SW-TEXT
           WRITE STEP-WARNING-RECORD
           CLOSE STEP-WARNINGS.
