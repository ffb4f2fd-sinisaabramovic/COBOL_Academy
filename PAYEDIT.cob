      *                               run now reads - a typo'd ID no
      *                               longer creates a ghost YTD
      *                               record
      * 15/10/2026 SINISA ABRAMOVIC  PAYROLL.IN and PAYROLL.EDT carry
      *                               the six-digit customer number
      * 15/10/2026 SINISA ABRAMOVIC  Each PAYROLL.IN line must also
      *                               belong to an employee on the new
      *                               EMPLMAST.DAT employee master, in
      *                               the department held there -
      *                               PAYROLL.IN is now built by PAYGEN
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EmpCustomerID
               FILE STATUS IS WS-EMPLMAST-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
       FILE SECTION.
       FD  EARNINGS-IN.
       01 EARNINGS-IN-RECORD.
           02 PAY-CUSTOMER-ID     PIC   X(6).
           02 PAY-DEPT            PIC   X(4).
           02 PAY-GROSS           PIC   X(7).

       FD  EARNINGS-OUT.
       01 EARNINGS-OUT-RECORD     PIC X(17).

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  EMPLOYEE-MASTER.
       01 Employee.
           COPY EMPLREC.

       FD  DEPT-FILE.
       01 DEPT-FILE-RECORD.
           COPY DEPTREC.
           88 EARNINGS-FILE-FOUND        VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-EMPLMAST-STATUS       PIC XX VALUE "00".
           88 EMPLMAST-OK                     VALUE "00".
       01 WS-DEPT-FILE-STATUS      PIC XX VALUE "00".
           88 DEPT-FILE-FOUND            VALUE "00".

              PERFORM CHECK-EMPLOYEE-ON-MASTER
           END-IF

           IF RECORD-IS-CLEAN
              PERFORM CHECK-EMPLOYEE-ON-EMPLMAST
           END-IF

           IF RECORD-IS-CLEAN
              PERFORM CHECK-DEPARTMENT
           END-IF
              PERFORM REJECT-THIS-RECORD
           END-IF.

      *****************************************************************
      * Being a customer no longer makes someone an employee - the
      * line must belong to someone on EMPLMAST.DAT, in the department
      * the master has them in.  A leaver still passes, so a final
      * one-off payment can be made after the termination date.
      *****************************************************************
       CHECK-EMPLOYEE-ON-EMPLMAST.
           OPEN INPUT EMPLOYEE-MASTER
           IF EMPLMAST-OK
              MOVE PAY-CUSTOMER-ID TO EmpCustomerID
              READ EMPLOYEE-MASTER
                 INVALID KEY
                    MOVE "N" TO WS-RECORD-OK-FLAG
                    MOVE "EMPLOYEE NOT ON EMPLMAST" TO
                         WS-LOG-REJECT-REASON
                    PERFORM REJECT-THIS-RECORD
                 NOT INVALID KEY
                    IF EmpDept NOT = PAY-DEPT
                       MOVE "N" TO WS-RECORD-OK-FLAG
                       MOVE "DEPT DIFFERS FROM EMPLMAST" TO
                            WS-LOG-REJECT-REASON
                       PERFORM REJECT-THIS-RECORD
                    END-IF
              END-READ
              CLOSE EMPLOYEE-MASTER
           ELSE
              MOVE "N" TO WS-RECORD-OK-FLAG
              MOVE "NO EMPLOYEE MASTER ON FILE" TO
                   WS-LOG-REJECT-REASON
              PERFORM REJECT-THIS-RECORD
           END-IF.

       CHECK-DEPARTMENT.
           MOVE "N" TO WS-DEPT-OK-FLAG
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
