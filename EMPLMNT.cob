      *****************************************************************
      * Program name:    EMPLMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created to add, change, put on
      *                               leave, reactivate, terminate,
      *                               and list employees on the
      *                               EMPLMAST.DAT employee master one
      *                               at a time, same pattern as
      *                               STORDMNT - the employee must be
      *                               on CUSTOMER-MASTER, the
      *                               department on DEPTMAST.DAT, and
      *                               dates must pass DATEVALID; a new
      *                               hire is set paid through the end
      *                               of the period before the one
      *                               they start in, so PAYGEN
      *                               prorates their first pay
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPLMNT.
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
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01 Employee.
           COPY EMPLREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  DEPT-FILE.
       01 DEPT-FILE-RECORD.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 WS-EMPLMAST-STATUS       PIC XX VALUE "00".
           88 EMPLMAST-OK                     VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
           88 DEPT-FILE-FOUND            VALUE "00".
       01 DEPT-EOF-FLAG            PIC X  VALUE "N".
           88 DEPT-EOF                    VALUE "Y".

       01 DEPT-TABLE.
           02 DEPT-ENTRY OCCURS 30.
              03 DT-CODE          PIC X(4).
              03 DT-NAME          PIC X(20).
       01 DEPT-IDX                 PIC 99.
       01 DEPT-MAX                 PIC 99 VALUE 0.
       01 WS-DEPT-OK-FLAG          PIC X.
           88 DEPT-IS-KNOWN               VALUE "Y".

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-ADD               VALUE "A".
           88 ACTION-IS-CHANGE            VALUE "C".
           88 ACTION-IS-SUSPEND           VALUE "S".
           88 ACTION-IS-REACTIVATE        VALUE "R".
           88 ACTION-IS-TERMINATE         VALUE "T".
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-EXIT              VALUE "X".

       01 WS-AMOUNT-ENTRY          PIC X(10) VALUE SPACES.
       01 WS-BASIS-ENTRY           PIC X     VALUE SPACE.
           88 BASIS-ENTRY-IS-VALID        VALUE "S" "H".
       01 WS-DATE-ENTRY            PIC X(8)  VALUE SPACES.
       01 WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY.
           02 WS-DATE-YYYY         PIC 9(4).
           02 WS-DATE-MM           PIC 99.
           02 WS-DATE-DD           PIC 99.
       01 WS-DATE-VALUE            PIC 9(8).
       01 WS-CHECK-DAY             PIC 99.
       01 WS-CHECK-MONTH           PIC 99.
       01 WS-CHECK-YEAR            PIC 9(4).
       01 WS-ENTRY-OK-FLAG         PIC X  VALUE "Y".
           88 EMP-ENTRY-IS-OK             VALUE "Y".

       01 DATE-VALID-FLAG          PIC X  VALUE "Y".
           88 ENTRY-DATE-IS-VALID        VALUE "Y".
           88 ENTRY-DATE-IS-INVALID      VALUE "N".

       01 WS-PERIOD-START          PIC 9(8).
       01 WS-PERIOD-END            PIC 9(8).

       01 WS-RPT-SALARY            PIC ZZZZZZ9.99.
       01 WS-RPT-RATE              PIC ZZ9.99.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "EMPLMNT".
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

           PERFORM LOAD-DEPT-TABLE

           OPEN I-O EMPLOYEE-MASTER
           IF NOT EMPLMAST-OK
              CLOSE EMPLOYEE-MASTER
              OPEN OUTPUT EMPLOYEE-MASTER
              CLOSE EMPLOYEE-MASTER
              OPEN I-O EMPLOYEE-MASTER
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (A-ADD, C-CHANGE, S-LEAVE, "
                      "R-REACTIVATE, T-TERMINATE, L-LIST, X-EXIT): "
                      WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-ADD
                    PERFORM ADD-EMPLOYEE
                 WHEN ACTION-IS-CHANGE
                    PERFORM CHANGE-EMPLOYEE
                 WHEN ACTION-IS-SUSPEND
                    PERFORM SUSPEND-EMPLOYEE
                 WHEN ACTION-IS-REACTIVATE
                    PERFORM REACTIVATE-EMPLOYEE
                 WHEN ACTION-IS-TERMINATE
                    PERFORM TERMINATE-EMPLOYEE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-EMPLOYEE
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           CLOSE EMPLOYEE-MASTER

           MOVE RETURN-CODE TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           STOP RUN.

       LOAD-DEPT-TABLE.
           MOVE 0 TO DEPT-MAX
           OPEN INPUT DEPT-FILE
           IF DEPT-FILE-FOUND
              PERFORM UNTIL DEPT-EOF
                 READ DEPT-FILE
                    AT END
                       SET DEPT-EOF TO TRUE
                    NOT AT END
                       IF DEPT-MAX < 30
                          ADD 1 TO DEPT-MAX
                          MOVE DEPT-CODE TO DT-CODE(DEPT-MAX)
                          MOVE DEPT-NAME TO DT-NAME(DEPT-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPT-FILE
           ELSE
              DISPLAY "EMPLMNT: NO DEPTMAST.DAT - EVERY DEPARTMENT "
                      "WILL BE REFUSED"
           END-IF.

      *****************************************************************
      * A new hire starts active with no termination date, and is
      * marked paid through the day before the pay period holding the
      * hire date - PAYGEN then pays that first period from the hire
      * date only.
      *****************************************************************
       ADD-EMPLOYEE.
           DISPLAY "EMPLOYEE (CUSTOMER) NUMBER: " WITH NO ADVANCING
           ACCEPT EmpCustomerID
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           PERFORM VERIFY-EMPLOYEE-CUSTOMER

           IF EMP-ENTRY-IS-OK
              DISPLAY "HIRE DATE (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WS-DATE-ENTRY
              PERFORM VERIFY-ENTRY-DATE
              IF EMP-ENTRY-IS-OK
                 MOVE WS-DATE-VALUE TO EmpHireDate
              END-IF
           END-IF

           IF EMP-ENTRY-IS-OK
              PERFORM ACCEPT-EMPLOYEE-FIELDS
           END-IF

           IF EMP-ENTRY-IS-OK
              MOVE 0 TO EmpTermDate
              SET EMP-IS-ACTIVE TO TRUE
              CALL "PAYPERD" USING EmpPayFreq, EmpHireDate,
                      WS-PERIOD-START, WS-PERIOD-END
              COMPUTE EmpPaidThrough = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) - 1)
              WRITE Employee
                 INVALID KEY
                    DISPLAY "ADD FAILED - EMPLOYEE " EmpCustomerID
                            " ALREADY EXISTS"
                 NOT INVALID KEY
                    DISPLAY "EMPLOYEE " EmpCustomerID " ADDED"
              END-WRITE
           END-IF.

      *****************************************************************
      * A change leaves the hire date and the paid-through date alone
      * - a new pay frequency takes effect from the first unpaid day.
      *****************************************************************
       CHANGE-EMPLOYEE.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING
           ACCEPT EmpCustomerID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 DISPLAY "CHANGE FAILED - EMPLOYEE " EmpCustomerID
                         " NOT FOUND"
           END-READ

           IF EMPLMAST-OK
              PERFORM ACCEPT-EMPLOYEE-FIELDS
              IF EMP-ENTRY-IS-OK
                 REWRITE Employee
                    INVALID KEY
                       DISPLAY "CHANGE FAILED - EMPLOYEE "
                               EmpCustomerID " COULD NOT BE REWRITTEN"
                    NOT INVALID KEY
                       DISPLAY "EMPLOYEE " EmpCustomerID " CHANGED"
                 END-REWRITE
              END-IF
           END-IF.

       ACCEPT-EMPLOYEE-FIELDS.
           MOVE "Y" TO WS-ENTRY-OK-FLAG

           DISPLAY "DEPARTMENT CODE: " WITH NO ADVANCING
           ACCEPT EmpDept
           PERFORM VERIFY-EMPLOYEE-DEPT

           IF EMP-ENTRY-IS-OK
              DISPLAY "PAY BASIS (S-SALARY, H-HOURLY): "
                      WITH NO ADVANCING
              ACCEPT WS-BASIS-ENTRY
              IF BASIS-ENTRY-IS-VALID
                 MOVE WS-BASIS-ENTRY TO EmpPayBasis
              ELSE
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - PAY BASIS " WS-BASIS-ENTRY
                         " IS NOT S OR H"
              END-IF
           END-IF

           IF EMP-ENTRY-IS-OK
              MOVE 0 TO EmpAnnualSalary
              MOVE 0 TO EmpHourlyRate
              IF EMP-IS-SALARIED
                 DISPLAY "ANNUAL SALARY (9999999.99): "
                         WITH NO ADVANCING
                 ACCEPT WS-AMOUNT-ENTRY
                 COMPUTE EmpAnnualSalary =
                    FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                 IF EmpAnnualSalary = 0
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - SALARY MUST NOT BE ZERO"
                 END-IF
              ELSE
                 DISPLAY "HOURLY RATE (999.99): " WITH NO ADVANCING
                 ACCEPT WS-AMOUNT-ENTRY
                 COMPUTE EmpHourlyRate =
                    FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                 IF EmpHourlyRate = 0
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - RATE MUST NOT BE ZERO"
                 END-IF
              END-IF
           END-IF

           IF EMP-ENTRY-IS-OK
              DISPLAY "PAY FREQUENCY (W-WEEKLY, B-FORTNIGHTLY, "
                      "M-MONTHLY): " WITH NO ADVANCING
              ACCEPT EmpPayFreq
              IF NOT EMP-PAY-FREQ-IS-VALID
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - FREQUENCY " EmpPayFreq
                         " IS NOT W, B, OR M"
              END-IF
           END-IF.

       VERIFY-EMPLOYEE-CUSTOMER.
           MOVE EmpCustomerID TO CustomerID
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OK
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - " EmpCustomerID
                            " NOT ON CUSTOMER-MASTER"
              END-READ
              CLOSE CUSTOMER-MASTER
           ELSE
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - NO CUSTOMER-MASTER ON FILE"
           END-IF.

       VERIFY-EMPLOYEE-DEPT.
           MOVE "N" TO WS-DEPT-OK-FLAG
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-MAX
              IF DT-CODE(DEPT-IDX) = EmpDept
                 SET DEPT-IS-KNOWN TO TRUE
              END-IF
           END-PERFORM
           IF NOT DEPT-IS-KNOWN
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - DEPARTMENT " EmpDept
                      " NOT ON DEPTMAST.DAT"
           END-IF.

       VERIFY-ENTRY-DATE.
           IF WS-DATE-ENTRY IS NOT NUMERIC
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - DATE " WS-DATE-ENTRY
                      " IS NOT YYYYMMDD"
           ELSE
              MOVE WS-DATE-DD   TO WS-CHECK-DAY
              MOVE WS-DATE-MM   TO WS-CHECK-MONTH
              MOVE WS-DATE-YYYY TO WS-CHECK-YEAR
              CALL "DATEVALID" USING WS-CHECK-DAY, WS-CHECK-MONTH,
                      WS-CHECK-YEAR, DATE-VALID-FLAG
              IF ENTRY-DATE-IS-INVALID
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - " WS-DATE-ENTRY
                         " IS NOT A CALENDAR DATE"
              ELSE
                 MOVE WS-DATE-ENTRY TO WS-DATE-VALUE
              END-IF
           END-IF.

       SUSPEND-EMPLOYEE.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING
           ACCEPT EmpCustomerID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 DISPLAY "LEAVE FAILED - EMPLOYEE " EmpCustomerID
                         " NOT FOUND"
           END-READ

           IF EMPLMAST-OK
              IF EMP-IS-TERMINATED
                 DISPLAY "LEAVE REFUSED - EMPLOYEE " EmpCustomerID
                         " IS TERMINATED"
              ELSE
                 SET EMP-IS-ON-LEAVE TO TRUE
                 REWRITE Employee
                    INVALID KEY
                       DISPLAY "LEAVE FAILED - EMPLOYEE "
                               EmpCustomerID " COULD NOT BE REWRITTEN"
                    NOT INVALID KEY
                       DISPLAY "EMPLOYEE " EmpCustomerID
                               " ON UNPAID LEAVE"
                 END-REWRITE
              END-IF
           END-IF.

       REACTIVATE-EMPLOYEE.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING
           ACCEPT EmpCustomerID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 DISPLAY "REACTIVATE FAILED - EMPLOYEE " EmpCustomerID
                         " NOT FOUND"
           END-READ

           IF EMPLMAST-OK
              IF EMP-IS-TERMINATED
                 DISPLAY "REACTIVATE REFUSED - EMPLOYEE "
                         EmpCustomerID " IS TERMINATED, ADD A REHIRE"
              ELSE
                 SET EMP-IS-ACTIVE TO TRUE
                 REWRITE Employee
                    INVALID KEY
                       DISPLAY "REACTIVATE FAILED - EMPLOYEE "
                               EmpCustomerID " COULD NOT BE REWRITTEN"
                    NOT INVALID KEY
                       DISPLAY "EMPLOYEE " EmpCustomerID
                               " REACTIVATED"
                 END-REWRITE
              END-IF
           END-IF.

      *****************************************************************
      * The leaver stays active until PAYGEN has paid the period that
      * holds the termination date, then PAYGEN closes the record.  A
      * date before the last day already paid is refused - that pay
      * has gone out and needs recovering by hand.
      *****************************************************************
       TERMINATE-EMPLOYEE.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING
           ACCEPT EmpCustomerID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 DISPLAY "TERMINATE FAILED - EMPLOYEE " EmpCustomerID
                         " NOT FOUND"
           END-READ

           IF EMPLMAST-OK
              MOVE "Y" TO WS-ENTRY-OK-FLAG
              DISPLAY "LAST DAY WORKED (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WS-DATE-ENTRY
              PERFORM VERIFY-ENTRY-DATE
              IF EMP-ENTRY-IS-OK
                 IF WS-DATE-VALUE < EmpHireDate
                    OR WS-DATE-VALUE < EmpPaidThrough
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - " WS-DATE-VALUE
                            " IS BEFORE THE HIRE DATE OR A DAY "
                            "ALREADY PAID (" EmpPaidThrough ")"
                 END-IF
              END-IF
              IF EMP-ENTRY-IS-OK
                 MOVE WS-DATE-VALUE TO EmpTermDate
                 REWRITE Employee
                    INVALID KEY
                       DISPLAY "TERMINATE FAILED - EMPLOYEE "
                               EmpCustomerID " COULD NOT BE REWRITTEN"
                    NOT INVALID KEY
                       DISPLAY "EMPLOYEE " EmpCustomerID
                               " LEAVES AFTER " EmpTermDate
                 END-REWRITE
              END-IF
           END-IF.

       LIST-EMPLOYEE.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING
           ACCEPT EmpCustomerID
           READ EMPLOYEE-MASTER
              INVALID KEY
                 DISPLAY "EMPLOYEE " EmpCustomerID " NOT FOUND"
              NOT INVALID KEY
                 MOVE EmpAnnualSalary TO WS-RPT-SALARY
                 MOVE EmpHourlyRate   TO WS-RPT-RATE
                 DISPLAY "EMPLOYEE " EmpCustomerID " DEPT " EmpDept
                         " STATUS " EmpStatus
                 DISPLAY "   HIRED " EmpHireDate " LEAVES "
                         EmpTermDate " PAID THROUGH " EmpPaidThrough
                 IF EMP-IS-SALARIED
                    DISPLAY "   SALARY " WS-RPT-SALARY
                            " A YEAR, PAID " EmpPayFreq
                 ELSE
                    DISPLAY "   HOURLY AT " WS-RPT-RATE
                            ", PAID " EmpPayFreq
                 END-IF
           END-READ.
