      *****************************************************************
      * Program name:    SSNISSUE
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the issuing office's
      *                               daily SSN issue report - for the
      *                               business date, the count of
      *                               numbers PROGRAM01 issued from
      *                               each area on SSNCTL.DAT and the
      *                               area's running total, proved
      *                               against the day's lines on the
      *                               SSNALLOC.LOG allocation log, on
      *                               SSNISSUE.RPT
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SSNISSUE.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSN-CONTROL ASSIGN TO "SSNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SsnCtlArea
               FILE STATUS IS WS-SSNCTL-STATUS.
           SELECT SSN-ALLOC-LOG ASSIGN TO "SSNALLOC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSNLOG-STATUS.
           SELECT SSN-ISSUE-RPT ASSIGN TO "SSNISSUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SSN-CONTROL.
       01 SsnControl.
           COPY SSNCTREC.

       FD  SSN-ALLOC-LOG.
       01 SSN-ALLOC-LOG-RECORD.
           02 SAL-ISSUE-DATE   PIC   X(8).
           02 FILLER           PIC   X.
           02 SAL-BATCH-ID     PIC   X(8).
           02 FILLER           PIC   X.
           02 SAL-SSN          PIC   9(10).
           02 FILLER           PIC   X.
           02 SAL-JMBG         PIC   9(13).
           02 FILLER           PIC   X.
           02 SAL-REGION       PIC   99.

       FD  SSN-ISSUE-RPT.
       01 SSN-ISSUE-RPT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SSNCTL-STATUS         PIC XX VALUE "00".
           88 SSNCTL-OK                       VALUE "00".
       01 WS-SSNLOG-STATUS         PIC XX VALUE "00".
           88 SSNLOG-OK                       VALUE "00".
       01 SSNCTL-EOF-FLAG          PIC X  VALUE "N".
           88 SSNCTL-EOF                  VALUE "Y".
       01 SSNLOG-EOF-FLAG          PIC X  VALUE "N".
           88 SSNLOG-EOF                  VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-AREA-COUNT            PIC 9(5) VALUE 0.
       01 WS-AREA-TODAY            PIC 9(5) VALUE 0.
       01 WS-TOTAL-TODAY           PIC 9(7) VALUE 0.
       01 WS-TOTAL-EVER            PIC 9(9) VALUE 0.
       01 WS-LOG-TODAY             PIC 9(7) VALUE 0.
       01 WS-AREA-REGION           PIC 99.

       01 WS-DETAIL-LINE.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DL-AREA              PIC 999.
           02 FILLER               PIC X(6)  VALUE SPACES.
           02 DL-REGION            PIC 99.
           02 FILLER               PIC X(6)  VALUE SPACES.
           02 DL-TODAY             PIC ZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 DL-TOTAL             PIC Z,ZZZ,ZZ9.
       01 WS-RPT-COUNT             PIC Z,ZZZ,ZZ9.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "SSNISSUE".
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
           OPEN OUTPUT SSN-ISSUE-RPT
           MOVE SPACES TO SSN-ISSUE-RPT-RECORD
           STRING "SSN NUMBERS ISSUED ON " WS-RUN-DATE
                  DELIMITED BY SIZE INTO SSN-ISSUE-RPT-RECORD
           WRITE SSN-ISSUE-RPT-RECORD
           MOVE "  AREA  REGION  ISSUED TODAY  ISSUED TO DATE"
                TO SSN-ISSUE-RPT-RECORD
           WRITE SSN-ISSUE-RPT-RECORD

           PERFORM LIST-AREA-COUNTS
           PERFORM COUNT-LOGGED-ISSUES
           PERFORM WRITE-ISSUE-TOTALS
           CLOSE SSN-ISSUE-RPT

           DISPLAY "SSNISSUE: " WS-TOTAL-TODAY " SSN(S) ISSUED ON "
                   WS-RUN-DATE " FROM " WS-AREA-TODAY " AREA(S)"

           MOVE WS-AREA-COUNT  TO WS-LOG-READ-COUNT
           MOVE WS-TOTAL-TODAY TO WS-LOG-ACCEPT-COUNT
           MOVE WS-FINAL-RC    TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * Every area ever issued from is listed with its running total;
      * the day's count only stands when the area's latest issue date
      * is the business date.
      *****************************************************************
       LIST-AREA-COUNTS.
           OPEN INPUT SSN-CONTROL
           IF SSNCTL-OK
              PERFORM UNTIL SSNCTL-EOF
                 READ SSN-CONTROL NEXT RECORD
                    AT END
                       SET SSNCTL-EOF TO TRUE
                    NOT AT END
                       PERFORM LIST-ONE-AREA
                 END-READ
              END-PERFORM
              CLOSE SSN-CONTROL
           ELSE
              MOVE "  NO SSN HAS BEEN ISSUED YET"
                   TO SSN-ISSUE-RPT-RECORD
              WRITE SSN-ISSUE-RPT-RECORD
           END-IF.

       LIST-ONE-AREA.
           ADD 1 TO WS-AREA-COUNT
           MOVE SsnCtlArea TO DL-AREA
           COMPUTE WS-AREA-REGION = SsnCtlArea - 100
           MOVE WS-AREA-REGION TO DL-REGION
           IF SsnCtlIssueDate = WS-RUN-DATE
              MOVE SsnCtlIssuedOnDate TO DL-TODAY
              ADD SsnCtlIssuedOnDate TO WS-TOTAL-TODAY
              IF SsnCtlIssuedOnDate > 0
                 ADD 1 TO WS-AREA-TODAY
              END-IF
           ELSE
              MOVE 0 TO DL-TODAY
           END-IF
           MOVE SsnCtlIssuedTotal TO DL-TOTAL
           ADD SsnCtlIssuedTotal TO WS-TOTAL-EVER
           MOVE WS-DETAIL-LINE TO SSN-ISSUE-RPT-RECORD
           WRITE SSN-ISSUE-RPT-RECORD.

       COUNT-LOGGED-ISSUES.
           OPEN INPUT SSN-ALLOC-LOG
           IF SSNLOG-OK
              PERFORM UNTIL SSNLOG-EOF
                 READ SSN-ALLOC-LOG
                    AT END
                       SET SSNLOG-EOF TO TRUE
                    NOT AT END
                       IF SAL-ISSUE-DATE = WS-RUN-DATE
                          ADD 1 TO WS-LOG-TODAY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SSN-ALLOC-LOG
           END-IF.

      *****************************************************************
      * The control counts and the allocation log are written in the
      * same step, so a difference means one of them was lost or
      * restored - the report says so and the run ends with RC 4.
      *****************************************************************
       WRITE-ISSUE-TOTALS.
           MOVE WS-TOTAL-TODAY TO WS-RPT-COUNT
           MOVE SPACES TO SSN-ISSUE-RPT-RECORD
           STRING "TOTAL ISSUED TODAY:   " WS-RPT-COUNT
                  DELIMITED BY SIZE INTO SSN-ISSUE-RPT-RECORD
           WRITE SSN-ISSUE-RPT-RECORD
           MOVE WS-TOTAL-EVER TO WS-RPT-COUNT
           MOVE SPACES TO SSN-ISSUE-RPT-RECORD
           STRING "TOTAL ISSUED TO DATE: " WS-RPT-COUNT
                  DELIMITED BY SIZE INTO SSN-ISSUE-RPT-RECORD
           WRITE SSN-ISSUE-RPT-RECORD
           MOVE WS-LOG-TODAY TO WS-RPT-COUNT
           MOVE SPACES TO SSN-ISSUE-RPT-RECORD
           STRING "ON ALLOCATION LOG:    " WS-RPT-COUNT
                  DELIMITED BY SIZE INTO SSN-ISSUE-RPT-RECORD
           WRITE SSN-ISSUE-RPT-RECORD
           IF WS-LOG-TODAY NOT = WS-TOTAL-TODAY
              MOVE "*** CONTROL COUNTS DO NOT AGREE WITH THE LOG ***"
                   TO SSN-ISSUE-RPT-RECORD
              WRITE SSN-ISSUE-RPT-RECORD
              DISPLAY "SSNISSUE: CONTROL COUNT " WS-TOTAL-TODAY
                      " BUT " WS-LOG-TODAY " ON SSNALLOC.LOG"
              MOVE 4 TO WS-FINAL-RC
           END-IF.
