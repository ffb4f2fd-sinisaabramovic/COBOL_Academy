      *****************************************************************
      * Program name:    PAYGEN
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the pre-payroll step -
      *                               builds PAYROLL.IN from the
      *                               EMPLMAST.DAT employee master
      *                               instead of keying a line per
      *                               person: every salaried employee
      *                               gets each pay period that has
      *                               ended since they were last paid,
      *                               prorated by calendar days for a
      *                               hire or a leaver inside the
      *                               period, and the PAYKEYED.IN
      *                               hours for hourly staff and one-
      *                               off payments are added on; one
      *                               line per employee so PAYEDIT and
      *                               PAYROLL run exactly as before
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYGEN.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmpCustomerID
               FILE STATUS IS WS-EMPLMAST-STATUS.
           SELECT KEYED-IN ASSIGN TO "PAYKEYED.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYED-STATUS.
           SELECT EARNINGS-OUT ASSIGN TO "PAYROLL.IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-RPT ASSIGN TO "PAYGEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01 Employee.
           COPY EMPLREC.

      *****************************************************************
      * Keyed input is now only what the master cannot know - H lines
      * carry hours worked by an hourly employee, P lines a one-off
      * payment in money, both as 99999V99.
      *****************************************************************
       FD  KEYED-IN.
       01 KEYED-IN-RECORD.
           02 KEY-CUSTOMER-ID     PIC   X(6).
           02 KEY-CUSTOMER-NUM REDEFINES KEY-CUSTOMER-ID
                                  PIC   9(6).
           02 KEY-TYPE            PIC   X.
              88 KEY-IS-HOURS                   VALUE "H".
              88 KEY-IS-PAYMENT                 VALUE "P".
           02 KEY-AMOUNT          PIC   X(7).
           02 KEY-AMOUNT-NUM REDEFINES KEY-AMOUNT
                                  PIC   9(5)V99.

       FD  EARNINGS-OUT.
       01 EARNINGS-OUT-RECORD.
           02 PAY-CUSTOMER-ID     PIC   9(6).
           02 PAY-DEPT            PIC   X(4).
           02 PAY-GROSS           PIC   9(5)V99.

       FD  GEN-RPT.
       01 GEN-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMPLMAST-STATUS       PIC XX VALUE "00".
           88 EMPLMAST-OK                     VALUE "00".
       01 WS-KEYED-STATUS          PIC XX VALUE "00".
           88 KEYED-FILE-FOUND           VALUE "00".
       01 EMPLOYEE-EOF-FLAG        PIC X  VALUE "N".
           88 EMPLOYEE-EOF                VALUE "Y".
       01 KEYED-EOF-FLAG           PIC X  VALUE "N".
           88 KEYED-EOF                   VALUE "Y".

       01 KEYED-TABLE.
           02 KEYED-ENTRY OCCURS 500.
              03 KT-CUSTOMER-ID    PIC 9(6).
              03 KT-TYPE           PIC X.
              03 KT-AMOUNT         PIC 9(5)V99.
              03 KT-USED           PIC X.
       01 KEYED-IDX                PIC 999.
       01 KEYED-MAX                PIC 999 VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-NEXT-DAY              PIC 9(8).
       01 WS-PERIOD-START          PIC 9(8).
       01 WS-PERIOD-END            PIC 9(8).
       01 WS-PAY-FROM              PIC 9(8).
       01 WS-PAY-TO                PIC 9(8).
       01 WS-PERIOD-DAYS           PIC 999.
       01 WS-PAY-DAYS              PIC S999.
       01 WS-PERIODS-PER-YEAR      PIC 99.
       01 WS-PERIOD-PAY            PIC 9(7)V99.
       01 WS-PERIOD-COUNT          PIC 99.
       01 WS-SALARY-DONE-FLAG      PIC X.
           88 SALARY-IS-DONE              VALUE "Y".
       01 WS-EMP-CHANGED-FLAG      PIC X.
           88 EMPLOYEE-WAS-CHANGED        VALUE "Y".
       01 WS-GEN-NOTE              PIC X(8).

       01 WS-SALARY-PAY            PIC 9(7)V99.
       01 WS-HOURLY-PAY            PIC 9(7)V99.
       01 WS-ONE-OFF-PAY           PIC 9(7)V99.
       01 WS-GROSS                 PIC 9(7)V99.
       01 WS-KEYED-PAY             PIC 9(7)V99.

       01 WS-EMPLOYEE-COUNT        PIC 9(5) VALUE 0.
       01 WS-GENERATED-COUNT       PIC 9(5) VALUE 0.
       01 WS-PRORATED-COUNT        PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
       01 WS-KEYED-READ-COUNT      PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-TOTAL-GROSS           PIC 9(8)V99 VALUE 0.

       01 WS-RPT-PERIODS           PIC Z9.
       01 WS-RPT-SALARY            PIC ZZZZZZ9.99.
       01 WS-RPT-HOURLY            PIC ZZZZZZ9.99.
       01 WS-RPT-ONE-OFF           PIC ZZZZZZ9.99.
       01 WS-RPT-GROSS             PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZ9.99.

       01 WS-LOG-REJECT-PROGRAM    PIC X(12) VALUE "PAYGEN".
       01 WS-LOG-REJECT-INPUT      PIC X(20).
       01 WS-LOG-REJECT-REASON     PIC X(30).
       01 WS-LOG-REJECT-BATCH      PIC X(8) VALUE SPACES.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PAYGEN".
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM

           PERFORM LOAD-KEYED-TABLE

           OPEN OUTPUT EARNINGS-OUT
           OPEN OUTPUT GEN-RPT
           MOVE SPACES TO GEN-RPT-RECORD
           STRING "PAYROLL.IN GENERATED FROM EMPLMAST.DAT - RUN DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD
           MOVE "EMPNO  DEPT B PD     SALARY     HOURLY"
                TO GEN-RPT-RECORD
           MOVE "ONE-OFF      GROSS NOTE" TO GEN-RPT-RECORD(43:23)
           WRITE GEN-RPT-RECORD

           OPEN I-O EMPLOYEE-MASTER
           IF NOT EMPLMAST-OK
              SET EMPLOYEE-EOF TO TRUE
              DISPLAY "PAYGEN: NO EMPLMAST.DAT - ONLY KEYED PAY "
                      "CAN BE CHECKED, NOTHING GENERATED"
           END-IF

           PERFORM UNTIL EMPLOYEE-EOF
              READ EMPLOYEE-MASTER NEXT RECORD
                 AT END
                    SET EMPLOYEE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-EMPLOYEE-COUNT
                    PERFORM GENERATE-ONE-EMPLOYEE
              END-READ
           END-PERFORM

           IF EMPLMAST-OK
              CLOSE EMPLOYEE-MASTER
           END-IF

           PERFORM VARYING KEYED-IDX FROM 1 BY 1
                   UNTIL KEYED-IDX > KEYED-MAX
              IF KT-USED(KEYED-IDX) = "N"
                 MOVE "EMPLOYEE NOT ON EMPLMAST" TO
                      WS-LOG-REJECT-REASON
                 PERFORM REJECT-KEYED-ENTRY
              END-IF
           END-PERFORM

           PERFORM WRITE-GENERATION-TOTALS

           CLOSE EARNINGS-OUT
           CLOSE GEN-RPT

           DISPLAY "PAYGEN: " WS-GENERATED-COUNT " PAYROLL.IN LINE(S), "
                   WS-PRORATED-COUNT " PRORATED, " WS-CLOSED-COUNT
                   " LEAVER(S) CLOSED"
           DISPLAY "PAYGEN: " WS-KEYED-READ-COUNT " KEYED LINE(S), "
                   WS-REJECTED-COUNT " REJECTED"

           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-EMPLOYEE-COUNT  TO WS-LOG-READ-COUNT
           MOVE WS-GENERATED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-REJECTED-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-KEYED-TABLE.
           MOVE 0 TO KEYED-MAX
           OPEN INPUT KEYED-IN
           IF KEYED-FILE-FOUND
              PERFORM UNTIL KEYED-EOF
                 READ KEYED-IN
                    AT END
                       SET KEYED-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-KEYED-READ-COUNT
                       PERFORM EDIT-KEYED-RECORD
                 END-READ
              END-PERFORM
              CLOSE KEYED-IN
           END-IF.

       EDIT-KEYED-RECORD.
           MOVE SPACES TO WS-LOG-REJECT-REASON
           EVALUATE TRUE
              WHEN KEY-CUSTOMER-ID IS NOT NUMERIC
                 MOVE "EMPLOYEE ID IS NOT NUMERIC" TO
                      WS-LOG-REJECT-REASON
              WHEN NOT KEY-IS-HOURS AND NOT KEY-IS-PAYMENT
                 MOVE "TYPE IS NOT H OR P" TO WS-LOG-REJECT-REASON
              WHEN KEY-AMOUNT IS NOT NUMERIC
                 MOVE "HOURS OR AMOUNT NOT NUMERIC" TO
                      WS-LOG-REJECT-REASON
              WHEN KEY-AMOUNT-NUM = 0
                 MOVE "HOURS OR AMOUNT IS ZERO" TO
                      WS-LOG-REJECT-REASON
              WHEN KEYED-MAX NOT < 500
                 MOVE "MORE THAN 500 KEYED LINES" TO
                      WS-LOG-REJECT-REASON
              WHEN OTHER
                 ADD 1 TO KEYED-MAX
                 MOVE KEY-CUSTOMER-NUM TO KT-CUSTOMER-ID(KEYED-MAX)
                 MOVE KEY-TYPE         TO KT-TYPE(KEYED-MAX)
                 MOVE KEY-AMOUNT-NUM   TO KT-AMOUNT(KEYED-MAX)
                 MOVE "N"              TO KT-USED(KEYED-MAX)
           END-EVALUATE
           IF WS-LOG-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO WS-LOG-REJECT-INPUT
              STRING KEY-CUSTOMER-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     KEY-TYPE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     KEY-AMOUNT DELIMITED BY SIZE
                     INTO WS-LOG-REJECT-INPUT
              CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                      WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                      WS-LOG-REJECT-BATCH
           END-IF.

      *****************************************************************
      * Salary first, then whatever was keyed for the employee - the
      * whole lot goes out as one PAYROLL.IN line, because PAYROLL's
      * deposit reference is one per employee per business date.
      *****************************************************************
       GENERATE-ONE-EMPLOYEE.
           MOVE 0 TO WS-SALARY-PAY
           MOVE 0 TO WS-HOURLY-PAY
           MOVE 0 TO WS-ONE-OFF-PAY
           MOVE 0 TO WS-PERIOD-COUNT
           MOVE SPACES TO WS-GEN-NOTE
           MOVE "N" TO WS-EMP-CHANGED-FLAG

           IF EMP-IS-SALARIED AND NOT EMP-IS-TERMINATED
              PERFORM GENERATE-SALARY
           END-IF
           PERFORM COLLECT-KEYED-PAY

           COMPUTE WS-GROSS = WS-SALARY-PAY + WS-HOURLY-PAY
              + WS-ONE-OFF-PAY
           IF WS-GROSS > 99999.99
              MOVE "N" TO WS-EMP-CHANGED-FLAG
              ADD 1 TO WS-REJECTED-COUNT
              MOVE SPACES TO WS-LOG-REJECT-INPUT
              MOVE EmpCustomerID TO WS-LOG-REJECT-INPUT
              MOVE "GROSS OVER 99999.99 - NOT PAID" TO
                   WS-LOG-REJECT-REASON
              CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                      WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                      WS-LOG-REJECT-BATCH
           ELSE
              IF WS-GROSS > 0
                 MOVE EmpCustomerID TO PAY-CUSTOMER-ID
                 MOVE EmpDept       TO PAY-DEPT
                 MOVE WS-GROSS      TO PAY-GROSS
                 WRITE EARNINGS-OUT-RECORD
                 ADD 1 TO WS-GENERATED-COUNT
                 ADD WS-GROSS TO WS-TOTAL-GROSS
              END-IF
              IF WS-GROSS > 0 OR WS-PERIOD-COUNT > 0
                 PERFORM WRITE-GENERATION-DETAIL
              END-IF
           END-IF

           IF EMPLOYEE-WAS-CHANGED
              REWRITE Employee
                 INVALID KEY
                    DISPLAY "PAYGEN: EMPLOYEE REWRITE FAILED FOR "
                            EmpCustomerID
              END-REWRITE
           END-IF.

      *****************************************************************
      * Every pay period that has ended by the run date and starts
      * after the paid-through date is paid, oldest first, at most
      * twelve periods in one run.  A leaver is closed once
      * the period holding the last day worked has been paid; an
      * employee on leave has the periods pass unpaid.
      *****************************************************************
       GENERATE-SALARY.
           MOVE "N" TO WS-SALARY-DONE-FLAG
           EVALUATE TRUE
              WHEN EMP-PAID-WEEKLY
                 MOVE 52 TO WS-PERIODS-PER-YEAR
              WHEN EMP-PAID-FORTNIGHTLY
                 MOVE 26 TO WS-PERIODS-PER-YEAR
              WHEN OTHER
                 MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           PERFORM UNTIL SALARY-IS-DONE
              COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(EmpPaidThrough) + 1)
              CALL "PAYPERD" USING EmpPayFreq, WS-NEXT-DAY,
                      WS-PERIOD-START, WS-PERIOD-END
              EVALUATE TRUE
                 WHEN WS-PERIOD-END > WS-RUN-DATE-NUM
                    SET SALARY-IS-DONE TO TRUE
                 WHEN EmpTermDate > 0 AND WS-NEXT-DAY > EmpTermDate
                    SET SALARY-IS-DONE TO TRUE
                 WHEN WS-PERIOD-COUNT NOT < 12
                    SET SALARY-IS-DONE TO TRUE
                 WHEN OTHER
                    PERFORM PAY-ONE-PERIOD
                    MOVE WS-PERIOD-END TO EmpPaidThrough
                    ADD 1 TO WS-PERIOD-COUNT
                    SET EMPLOYEE-WAS-CHANGED TO TRUE
              END-EVALUATE
           END-PERFORM
           IF EmpTermDate > 0 AND EmpPaidThrough NOT < EmpTermDate
              SET EMP-IS-TERMINATED TO TRUE
              SET EMPLOYEE-WAS-CHANGED TO TRUE
              MOVE "FINAL" TO WS-GEN-NOTE
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.

       PAY-ONE-PERIOD.
           MOVE WS-NEXT-DAY TO WS-PAY-FROM
           IF EmpHireDate > WS-PAY-FROM
              MOVE EmpHireDate TO WS-PAY-FROM
           END-IF
           MOVE WS-PERIOD-END TO WS-PAY-TO
           IF EmpTermDate > 0 AND EmpTermDate < WS-PAY-TO
              MOVE EmpTermDate TO WS-PAY-TO
           END-IF
           COMPUTE WS-PERIOD-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
              - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 1
           COMPUTE WS-PAY-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-PAY-TO)
              - FUNCTION INTEGER-OF-DATE(WS-PAY-FROM) + 1
           IF WS-PAY-DAYS < 0
              MOVE 0 TO WS-PAY-DAYS
           END-IF

           IF EMP-IS-ON-LEAVE
              MOVE "ON LEAVE" TO WS-GEN-NOTE
           ELSE
              IF WS-PAY-DAYS < WS-PERIOD-DAYS
                 COMPUTE WS-PERIOD-PAY ROUNDED =
                    EmpAnnualSalary * WS-PAY-DAYS
                    / (WS-PERIODS-PER-YEAR * WS-PERIOD-DAYS)
                 MOVE "PRORATED" TO WS-GEN-NOTE
                 ADD 1 TO WS-PRORATED-COUNT
              ELSE
                 COMPUTE WS-PERIOD-PAY ROUNDED =
                    EmpAnnualSalary / WS-PERIODS-PER-YEAR
              END-IF
              ADD WS-PERIOD-PAY TO WS-SALARY-PAY
           END-IF.

       COLLECT-KEYED-PAY.
           PERFORM VARYING KEYED-IDX FROM 1 BY 1
                   UNTIL KEYED-IDX > KEYED-MAX
              IF KT-CUSTOMER-ID(KEYED-IDX) = EmpCustomerID
                 AND KT-USED(KEYED-IDX) = "N"
                 MOVE "Y" TO KT-USED(KEYED-IDX)
                 IF KT-TYPE(KEYED-IDX) = "P"
                    ADD KT-AMOUNT(KEYED-IDX) TO WS-ONE-OFF-PAY
                 ELSE
                    IF EMP-IS-HOURLY
                       COMPUTE WS-KEYED-PAY ROUNDED =
                          KT-AMOUNT(KEYED-IDX) * EmpHourlyRate
                       ADD WS-KEYED-PAY TO WS-HOURLY-PAY
                    ELSE
                       MOVE "HOURS FOR A SALARIED EMPLOYEE" TO
                            WS-LOG-REJECT-REASON
                       PERFORM REJECT-KEYED-ENTRY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       REJECT-KEYED-ENTRY.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE KT-AMOUNT(KEYED-IDX) TO WS-RPT-GROSS
           MOVE SPACES TO WS-LOG-REJECT-INPUT
           STRING KT-CUSTOMER-ID(KEYED-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KT-TYPE(KEYED-IDX) DELIMITED BY SIZE
                  WS-RPT-GROSS DELIMITED BY SIZE
                  INTO WS-LOG-REJECT-INPUT
           CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                   WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                   WS-LOG-REJECT-BATCH.

       WRITE-GENERATION-DETAIL.
           MOVE WS-PERIOD-COUNT TO WS-RPT-PERIODS
           MOVE WS-SALARY-PAY   TO WS-RPT-SALARY
           MOVE WS-HOURLY-PAY   TO WS-RPT-HOURLY
           MOVE WS-ONE-OFF-PAY  TO WS-RPT-ONE-OFF
           MOVE WS-GROSS        TO WS-RPT-GROSS
           MOVE SPACES TO GEN-RPT-RECORD
           STRING EmpCustomerID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EmpDept DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EmpPayBasis DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-PERIODS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-SALARY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-HOURLY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-ONE-OFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-GROSS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GEN-NOTE DELIMITED BY SIZE
                  INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD.

       WRITE-GENERATION-TOTALS.
           MOVE SPACES TO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD
           MOVE WS-TOTAL-GROSS TO WS-RPT-TOTAL
           MOVE SPACES TO GEN-RPT-RECORD
           STRING "LINES WRITTEN TO PAYROLL.IN: " DELIMITED BY SIZE
                  WS-GENERATED-COUNT DELIMITED BY SIZE
                  "  TOTAL GROSS " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD
           MOVE SPACES TO GEN-RPT-RECORD
           STRING "PRORATED PERIODS: " DELIMITED BY SIZE
                  WS-PRORATED-COUNT DELIMITED BY SIZE
                  "  LEAVERS CLOSED: " DELIMITED BY SIZE
                  WS-CLOSED-COUNT DELIMITED BY SIZE
                  "  KEYED REJECTS: " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD.
