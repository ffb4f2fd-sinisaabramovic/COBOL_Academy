      *                               deletes the DEPTMAST.DAT codes
      *                               PAYEDIT proves against and
      *                               PAYROLL prints names from
      * 15/10/2026 SINISA ABRAMOVIC  Keep each department's salary
      *                               expense ledger for the payroll
      *                               accounting interface - blank books
      *                               the department to the chart's
      *                               default salary expense ledger
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           02 DEPT-ENTRY OCCURS 30.
              03 DT-CODE          PIC X(4).
              03 DT-NAME          PIC X(20).
              03 DT-GL-LEDGER     PIC 9(6).
       01 DEPT-IDX                 PIC 99.
       01 DEPT-MAX                 PIC 99 VALUE 0.
       01 WS-FOUND-IDX             PIC 99 VALUE 0.

       01 WS-ENTRY-CODE            PIC X(4)  VALUE SPACES.
       01 WS-ENTRY-NAME            PIC X(20) VALUE SPACES.
       01 WS-ENTRY-LEDGER          PIC X(6)  VALUE SPACES.
       01 WS-ENTRY-LEDGER-NUM REDEFINES WS-ENTRY-LEDGER
                                   PIC 9(6).
       01 WS-CHANGE-COUNT          PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "DEPTMNT".
                          ADD 1 TO DEPT-MAX
                          MOVE DEPT-CODE TO DT-CODE(DEPT-MAX)
                          MOVE DEPT-NAME TO DT-NAME(DEPT-MAX)
                          IF DEPT-GL-LEDGER IS NUMERIC
                             MOVE DEPT-GL-LEDGER
                                  TO DT-GL-LEDGER(DEPT-MAX)
                          ELSE
                             MOVE 0 TO DT-GL-LEDGER(DEPT-MAX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              INITIALIZE DEPT-FILE-RECORD WITH FILLER
              MOVE DT-CODE(DEPT-IDX) TO DEPT-CODE
              MOVE DT-NAME(DEPT-IDX) TO DEPT-NAME
              MOVE DT-GL-LEDGER(DEPT-IDX) TO DEPT-GL-LEDGER
              WRITE DEPT-FILE-RECORD
           END-PERFORM
           CLOSE DEPT-FILE.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-MAX
              DISPLAY "  " DT-CODE(DEPT-IDX) " " DT-NAME(DEPT-IDX)
                      " SALARY LEDGER " DT-GL-LEDGER(DEPT-IDX)
           END-PERFORM.

       FIND-DEPARTMENT.
           ACCEPT WS-ENTRY-CODE
           DISPLAY "DEPARTMENT NAME: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY "SALARY EXPENSE LEDGER (6 DIGITS, BLANK - "
                   "DEFAULT): " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY-LEDGER
           ACCEPT WS-ENTRY-LEDGER
           IF WS-ENTRY-LEDGER = SPACES
              MOVE ZEROS TO WS-ENTRY-LEDGER
           END-IF

           PERFORM FIND-DEPARTMENT
           IF WS-ENTRY-LEDGER IS NOT NUMERIC
              DISPLAY "CHANGE REFUSED - LEDGER " WS-ENTRY-LEDGER
                      " IS NOT SIX DIGITS"
              MOVE 0 TO WS-FOUND-IDX
           ELSE
              IF WS-FOUND-IDX = 0
                 IF DEPT-MAX >= 30
                    DISPLAY "DEPARTMENT TABLE FULL - ADD REFUSED"
                 ELSE
                    ADD 1 TO DEPT-MAX
                    MOVE DEPT-MAX TO WS-FOUND-IDX
                 END-IF
              END-IF
           END-IF
           IF WS-FOUND-IDX > 0
              MOVE WS-ENTRY-CODE TO DT-CODE(WS-FOUND-IDX)
              MOVE WS-ENTRY-NAME TO DT-NAME(WS-FOUND-IDX)
              MOVE WS-ENTRY-LEDGER-NUM TO DT-GL-LEDGER(WS-FOUND-IDX)
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-DEPT-TABLE
              DISPLAY "DEPARTMENT " WS-ENTRY-CODE " SET"
