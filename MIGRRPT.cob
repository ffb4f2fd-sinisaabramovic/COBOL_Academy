      *****************************************************************
      * Program name:    MIGRRPT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the inter-region
      *                               migration report - every change
      *                               of residence on RESHIST.DAT with
      *                               a move date inside the keyed
      *                               period is counted in a from-
      *                               region by to-region matrix over
      *                               PROGRAM01's region table, with
      *                               row and column totals, on
      *                               MIGRRPT.RPT
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MIGRRPT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESIDENCE-HIST ASSIGN TO "RESHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ResKey
               FILE STATUS IS WS-RESHIST-STATUS.
           SELECT MIGRATION-RPT ASSIGN TO "MIGRRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESIDENCE-HIST.
       01 ResidenceHistory.
           COPY RESHREC.

       FD  MIGRATION-RPT.
       01 MIGRATION-RPT-RECORD     PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-RESHIST-STATUS        PIC XX VALUE "00".
           88 RESHIST-OK                      VALUE "00".
       01 RESHIST-EOF-FLAG         PIC X  VALUE "N".
           88 RESHIST-EOF                 VALUE "Y".

       01 REGION-TABLE.
           02 REGION-ENTRY OCCURS 9.
              03 REGION-LOW       PIC 99.
              03 REGION-HIGH      PIC 99.
              03 REGION-NAME      PIC X(24).
              03 REGION-OUT-TOTAL PIC 9(6).
              03 REGION-IN-TOTAL  PIC 9(6).
       01 REGION-IDX               PIC 99.

      *****************************************************************
      * Moves counted by the region group moved from (row) and the
      * region group moved to (column).
      *****************************************************************
       01 MIGRATION-MATRIX.
           02 MATRIX-ROW OCCURS 9.
              03 MATRIX-CELL      PIC 9(6) OCCURS 9.
       01 WS-FROM-SLOT             PIC 99.
       01 WS-TO-SLOT               PIC 99.
       01 WS-COL-IDX               PIC 99.
       01 WS-LOOKUP-REGION         PIC 99.
       01 WS-LOOKUP-SLOT           PIC 99.

       01 WS-MATRIX-LINE.
           02 ML-LABEL             PIC X(26).
           02 ML-CELL-ENTRY OCCURS 9.
              03 FILLER            PIC X.
              03 ML-COUNT          PIC ZZZZZ9.
           02 FILLER               PIC X(2).
           02 ML-TOTAL             PIC ZZZZZZ9.
       01 WS-MATRIX-HEAD REDEFINES WS-MATRIX-LINE.
           02 MH-LABEL             PIC X(26).
           02 MH-CELL-ENTRY OCCURS 9.
              03 FILLER            PIC X.
              03 MH-TEXT           PIC X(3).
              03 MH-NUMBER         PIC 9.
              03 FILLER            PIC X(2).
           02 FILLER               PIC X(2).
           02 MH-TOTAL             PIC X(7).

       01 WS-PERIOD-FROM           PIC X(8) VALUE SPACES.
       01 WS-PERIOD-TO             PIC X(8) VALUE SPACES.
       01 WS-DATE-ENTRY            PIC X(8).
       01 WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY.
           02 WS-DTE-YYYY          PIC 9(4).
           02 WS-DTE-MM            PIC 99.
           02 WS-DTE-DD            PIC 99.
       01 WS-DTE-DAY               PIC 99.
       01 WS-DTE-MONTH             PIC 99.
       01 WS-DTE-YEAR              PIC 9(4).
       01 DATE-VALID-FLAG          PIC X  VALUE "Y".
           88 PERIOD-DATE-IS-VALID       VALUE "Y".
           88 PERIOD-DATE-IS-INVALID     VALUE "N".
       01 WS-PERIOD-OK-FLAG        PIC X  VALUE "Y".
           88 PERIOD-IS-GOOD              VALUE "Y".
           88 PERIOD-IS-REFUSED           VALUE "N".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-MOVE-COUNT            PIC 9(7) VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZZZ9.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "MIGRRPT".
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
           PERFORM INIT-REGION-TABLE
           PERFORM ACCEPT-PERIOD

           IF PERIOD-IS-GOOD
              PERFORM COUNT-PERIOD-MOVES
              PERFORM WRITE-MIGRATION-REPORT
              DISPLAY "MIGRRPT: " WS-READ-COUNT " MOVE(S) READ, "
                      WS-MOVE-COUNT " IN PERIOD " WS-PERIOD-FROM
                      " TO " WS-PERIOD-TO
           ELSE
              MOVE 8 TO WS-FINAL-RC
           END-IF

           MOVE WS-READ-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-MOVE-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-FINAL-RC   TO WS-LOG-RETURN-CODE
           IF PERIOD-IS-REFUSED
              MOVE "FAILURE" TO WS-LOG-OUTCOME
           ELSE
              MOVE "SUCCESS" TO WS-LOG-OUTCOME
           END-IF
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * The period is keyed as two YYYYMMDD dates. A blank start
      * means the first of the business month, a blank end the
      * business date, so an unattended run reports the month to
      * date.
      *****************************************************************
       ACCEPT-PERIOD.
           DISPLAY "PERIOD START (YYYYMMDD, BLANK = START OF MONTH): "
                   WITH NO ADVANCING
           ACCEPT WS-PERIOD-FROM
           DISPLAY "PERIOD END (YYYYMMDD, BLANK = BUSINESS DATE): "
                   WITH NO ADVANCING
           ACCEPT WS-PERIOD-TO

           IF WS-PERIOD-FROM = SPACES
              MOVE WS-RUN-DATE TO WS-PERIOD-FROM
              MOVE "01" TO WS-PERIOD-FROM(7:2)
           END-IF
           IF WS-PERIOD-TO = SPACES
              MOVE WS-RUN-DATE TO WS-PERIOD-TO
           END-IF

           MOVE WS-PERIOD-FROM TO WS-DATE-ENTRY
           PERFORM VERIFY-PERIOD-DATE
           MOVE WS-PERIOD-TO TO WS-DATE-ENTRY
           PERFORM VERIFY-PERIOD-DATE
           IF PERIOD-IS-GOOD AND WS-PERIOD-TO < WS-PERIOD-FROM
              SET PERIOD-IS-REFUSED TO TRUE
              DISPLAY "MIGRRPT: PERIOD END " WS-PERIOD-TO
                      " IS BEFORE ITS START " WS-PERIOD-FROM
           END-IF.

       VERIFY-PERIOD-DATE.
           IF WS-DATE-ENTRY IS NOT NUMERIC
              SET PERIOD-IS-REFUSED TO TRUE
              DISPLAY "MIGRRPT: " WS-DATE-ENTRY " IS NOT YYYYMMDD"
           ELSE
              MOVE WS-DTE-DD   TO WS-DTE-DAY
              MOVE WS-DTE-MM   TO WS-DTE-MONTH
              MOVE WS-DTE-YYYY TO WS-DTE-YEAR
              CALL "DATEVALID" USING WS-DTE-DAY, WS-DTE-MONTH,
                      WS-DTE-YEAR, DATE-VALID-FLAG
              IF PERIOD-DATE-IS-INVALID
                 SET PERIOD-IS-REFUSED TO TRUE
                 DISPLAY "MIGRRPT: " WS-DATE-ENTRY
                         " IS NOT A CALENDAR DATE"
              END-IF
           END-IF.

       COUNT-PERIOD-MOVES.
           OPEN INPUT RESIDENCE-HIST
           IF RESHIST-OK
              PERFORM UNTIL RESHIST-EOF
                 READ RESIDENCE-HIST NEXT RECORD
                    AT END
                       SET RESHIST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF ResMoveDate NOT < WS-PERIOD-FROM
                          AND ResMoveDate NOT > WS-PERIOD-TO
                          PERFORM COUNT-ONE-MOVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESIDENCE-HIST
           ELSE
              DISPLAY "MIGRRPT: NO RESHIST.DAT ON FILE - NO MOVES "
                      "RECORDED YET"
           END-IF.

       COUNT-ONE-MOVE.
           ADD 1 TO WS-MOVE-COUNT
           MOVE ResFromRegion TO WS-LOOKUP-REGION
           PERFORM FIND-REGION-SLOT
           MOVE WS-LOOKUP-SLOT TO WS-FROM-SLOT
           MOVE ResToRegion TO WS-LOOKUP-REGION
           PERFORM FIND-REGION-SLOT
           MOVE WS-LOOKUP-SLOT TO WS-TO-SLOT
           ADD 1 TO MATRIX-CELL(WS-FROM-SLOT, WS-TO-SLOT)
           ADD 1 TO REGION-OUT-TOTAL(WS-FROM-SLOT)
           ADD 1 TO REGION-IN-TOTAL(WS-TO-SLOT).

      *****************************************************************
      * A code outside every range falls under FOREIGN OR UNASSIGNED,
      * the same way CENSUS places it.
      *****************************************************************
       FIND-REGION-SLOT.
           MOVE 0 TO WS-LOOKUP-SLOT
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > 9
              IF WS-LOOKUP-REGION >= REGION-LOW(REGION-IDX) AND
                 WS-LOOKUP-REGION <= REGION-HIGH(REGION-IDX)
                 MOVE REGION-IDX TO WS-LOOKUP-SLOT
              END-IF
           END-PERFORM
           IF WS-LOOKUP-SLOT = 0
              MOVE 1 TO WS-LOOKUP-SLOT
           END-IF.

      *****************************************************************
      * Rows are the region moved from, columns the region moved to,
      * numbered as in the legend; a move between two codes of the
      * same region falls on the diagonal.
      *****************************************************************
       WRITE-MIGRATION-REPORT.
           OPEN OUTPUT MIGRATION-RPT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "INTER-REGION MIGRATION " WS-PERIOD-FROM " TO "
                  WS-PERIOD-TO
                  DELIMITED BY SIZE INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD

           PERFORM VARYING REGION-IDX FROM 1 BY 1 UNTIL REGION-IDX > 9
              MOVE SPACES TO MIGRATION-RPT-RECORD
              STRING "  " REGION-IDX(2:1) " - "
                     REGION-NAME(REGION-IDX)
                     DELIMITED BY SIZE INTO MIGRATION-RPT-RECORD
              WRITE MIGRATION-RPT-RECORD
           END-PERFORM

           MOVE SPACES TO WS-MATRIX-HEAD
           MOVE "FROM \ TO" TO MH-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 9
              MOVE "TO " TO MH-TEXT(WS-COL-IDX)
              MOVE WS-COL-IDX TO MH-NUMBER(WS-COL-IDX)
           END-PERFORM
           MOVE "  TOTAL" TO MH-TOTAL
           MOVE WS-MATRIX-HEAD TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD

           PERFORM VARYING REGION-IDX FROM 1 BY 1 UNTIL REGION-IDX > 9
              MOVE SPACES TO WS-MATRIX-LINE
              STRING REGION-IDX(2:1) " " REGION-NAME(REGION-IDX)
                     DELIMITED BY SIZE INTO ML-LABEL
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                      UNTIL WS-COL-IDX > 9
                 MOVE MATRIX-CELL(REGION-IDX, WS-COL-IDX)
                      TO ML-COUNT(WS-COL-IDX)
              END-PERFORM
              MOVE REGION-OUT-TOTAL(REGION-IDX) TO ML-TOTAL
              MOVE WS-MATRIX-LINE TO MIGRATION-RPT-RECORD
              WRITE MIGRATION-RPT-RECORD
           END-PERFORM

           MOVE SPACES TO WS-MATRIX-LINE
           MOVE "  TOTAL MOVED IN" TO ML-LABEL
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 9
              MOVE REGION-IN-TOTAL(WS-COL-IDX) TO ML-COUNT(WS-COL-IDX)
           END-PERFORM
           MOVE WS-MOVE-COUNT TO ML-TOTAL
           MOVE WS-MATRIX-LINE TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD

           MOVE WS-MOVE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "MOVES IN PERIOD: " WS-RPT-COUNT
                  DELIMITED BY SIZE INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           CLOSE MIGRATION-RPT.

       INIT-REGION-TABLE.
           MOVE  0 TO REGION-LOW(1)
           MOVE  9 TO REGION-HIGH(1)
           MOVE "FOREIGN OR UNASSIGNED"  TO REGION-NAME(1)
           MOVE 10 TO REGION-LOW(2)
           MOVE 19 TO REGION-HIGH(2)
           MOVE "BOSNIA AND HERZEGOVINA" TO REGION-NAME(2)
           MOVE 20 TO REGION-LOW(3)
           MOVE 29 TO REGION-HIGH(3)
           MOVE "MONTENEGRO"             TO REGION-NAME(3)
           MOVE 30 TO REGION-LOW(4)
           MOVE 39 TO REGION-HIGH(4)
           MOVE "CROATIA"                TO REGION-NAME(4)
           MOVE 40 TO REGION-LOW(5)
           MOVE 49 TO REGION-HIGH(5)
           MOVE "MACEDONIA"              TO REGION-NAME(5)
           MOVE 50 TO REGION-LOW(6)
           MOVE 59 TO REGION-HIGH(6)
           MOVE "SLOVENIA"               TO REGION-NAME(6)
           MOVE 70 TO REGION-LOW(7)
           MOVE 79 TO REGION-HIGH(7)
           MOVE "SERBIA - CENTRAL"       TO REGION-NAME(7)
           MOVE 80 TO REGION-LOW(8)
           MOVE 89 TO REGION-HIGH(8)
           MOVE "SERBIA - VOJVODINA"     TO REGION-NAME(8)
           MOVE 90 TO REGION-LOW(9)
           MOVE 99 TO REGION-HIGH(9)
           MOVE "SERBIA - KOSOVO"        TO REGION-NAME(9)
           PERFORM VARYING REGION-IDX FROM 1 BY 1 UNTIL REGION-IDX > 9
              MOVE 0 TO REGION-OUT-TOTAL(REGION-IDX)
              MOVE 0 TO REGION-IN-TOTAL(REGION-IDX)
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                      UNTIL WS-COL-IDX > 9
                 MOVE 0 TO MATRIX-CELL(REGION-IDX, WS-COL-IDX)
              END-PERFORM
           END-PERFORM.
