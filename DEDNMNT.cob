      *****************************************************************
      * Program name:    DEDNMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created to add, change, suspend,
      *                               reactivate, delete, and list the
      *                               deductions on the DEDNMAST.DAT
      *                               employee deduction master one at
      *                               a time, same pattern as STORDMNT
      *                               on STANDORD.DAT - the employee is
      *                               verified against CUSTOMER-MASTER
      *                               and the start date through
      *                               DATEVALID before it is accepted,
      *                               and the list shows what PAYROLL
      *                               has taken and what is still owed
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEDNMNT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DednKey
               FILE STATUS IS WS-DEDNMAST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-MASTER.
       01 Deduction.
           COPY DEDNREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01 WS-DEDNMAST-STATUS       PIC XX VALUE "00".
           88 DEDNMAST-OK                     VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 DEDN-EOF-FLAG            PIC X  VALUE "N".
           88 DEDN-EOF                    VALUE "Y".

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-ADD               VALUE "A".
           88 ACTION-IS-CHANGE            VALUE "C".
           88 ACTION-IS-SUSPEND           VALUE "S".
           88 ACTION-IS-REACTIVATE        VALUE "R".
           88 ACTION-IS-DELETE            VALUE "D".
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-EXIT              VALUE "X".

       01 WS-AMOUNT-ENTRY          PIC X(10) VALUE SPACES.
       01 WS-METHOD-ENTRY          PIC X     VALUE SPACE.
           88 METHOD-ENTRY-IS-VALID       VALUE "A" "P".
       01 WS-START-ENTRY           PIC X(8)  VALUE SPACES.
       01 WS-START-ENTRY-NUM REDEFINES WS-START-ENTRY.
           02 WS-START-YYYY        PIC 9(4).
           02 WS-START-MM          PIC 99.
           02 WS-START-DD          PIC 99.
       01 WS-START-DAY             PIC 99.
       01 WS-START-MONTH           PIC 99.
       01 WS-START-YEAR            PIC 9(4).
       01 WS-ENTRY-OK-FLAG         PIC X  VALUE "Y".
           88 DEDN-ENTRY-IS-OK            VALUE "Y".
       01 WS-LIST-CUSTOMER         PIC 9(6).
       01 WS-LIST-COUNT            PIC 99.
       01 WS-OWED                  PIC 9(7)V99.

       01 DATE-VALID-FLAG          PIC X  VALUE "Y".
           88 START-DATE-IS-VALID        VALUE "Y".
           88 START-DATE-IS-INVALID      VALUE "N".

       01 WS-RPT-AMOUNT            PIC ZZZZ9.99.
       01 WS-RPT-PERCENT           PIC Z9.99.
       01 WS-RPT-TAKEN             PIC ZZZZZZ9.99.
       01 WS-RPT-OWED              PIC ZZZZZZ9.99.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "DEDNMNT".
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

           OPEN I-O DEDUCTION-MASTER
           IF NOT DEDNMAST-OK
              CLOSE DEDUCTION-MASTER
              OPEN OUTPUT DEDUCTION-MASTER
              CLOSE DEDUCTION-MASTER
              OPEN I-O DEDUCTION-MASTER
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (A-ADD, C-CHANGE, S-SUSPEND, "
                      "R-REACTIVATE, D-DELETE, L-LIST, X-EXIT): "
                      WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-ADD
                    PERFORM ADD-DEDUCTION
                 WHEN ACTION-IS-CHANGE
                    PERFORM CHANGE-DEDUCTION
                 WHEN ACTION-IS-SUSPEND
                    PERFORM SUSPEND-DEDUCTION
                 WHEN ACTION-IS-REACTIVATE
                    PERFORM REACTIVATE-DEDUCTION
                 WHEN ACTION-IS-DELETE
                    PERFORM DELETE-DEDUCTION
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-EMPLOYEE-DEDUCTIONS
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           CLOSE DEDUCTION-MASTER

           MOVE RETURN-CODE TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           STOP RUN.

       ACCEPT-DEDUCTION-KEY.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING
           ACCEPT DednCustomerID
           DISPLAY "DEDUCTION SEQUENCE (01-99): " WITH NO ADVANCING
           ACCEPT DednSeq.

       ADD-DEDUCTION.
           PERFORM ACCEPT-DEDUCTION-KEY
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           PERFORM VERIFY-DEDUCTION-EMPLOYEE
           IF DEDN-ENTRY-IS-OK
              PERFORM ACCEPT-DEDUCTION-FIELDS
           END-IF
           IF DEDN-ENTRY-IS-OK
              MOVE 0 TO DednTaken
              MOVE SPACES TO DednLastTaken
              SET DEDN-IS-ACTIVE TO TRUE
              WRITE Deduction
                 INVALID KEY
                    DISPLAY "ADD FAILED - DEDUCTION " DednCustomerID
                            "/" DednSeq " ALREADY EXISTS"
                 NOT INVALID KEY
                    DISPLAY "DEDUCTION " DednCustomerID "/" DednSeq
                            " ADDED"
              END-WRITE
           END-IF.

      *****************************************************************
      * A change keeps what has already been taken - lowering the cap
      * to that figure or below closes the deduction as repaid, so
      * PAYROLL never takes more than the order allows.
      *****************************************************************
       CHANGE-DEDUCTION.
           PERFORM ACCEPT-DEDUCTION-KEY
           READ DEDUCTION-MASTER
              INVALID KEY
                 DISPLAY "CHANGE FAILED - DEDUCTION " DednCustomerID
                         "/" DednSeq " NOT FOUND"
           END-READ

           IF DEDNMAST-OK
              PERFORM ACCEPT-DEDUCTION-FIELDS
              IF DEDN-ENTRY-IS-OK
                 IF DednCap > 0 AND DednTaken NOT < DednCap
                    SET DEDN-IS-REPAID TO TRUE
                    DISPLAY "NOTE - CAP ALREADY REACHED, DEDUCTION "
                            "CLOSED AS REPAID"
                 END-IF
                 REWRITE Deduction
                    INVALID KEY
                       DISPLAY "CHANGE FAILED - DEDUCTION "
                               DednCustomerID "/" DednSeq
                               " COULD NOT BE REWRITTEN"
                    NOT INVALID KEY
                       DISPLAY "DEDUCTION " DednCustomerID "/"
                               DednSeq " CHANGED"
                 END-REWRITE
              END-IF
           END-IF.

      *****************************************************************
      * Each field of a new or changed deduction is proved before the
      * write - a known type, an amount or a percent of gross that is
      * not zero, and a real calendar start date; a cap of zero means
      * the deduction runs until it is suspended or deleted.
      *****************************************************************
       ACCEPT-DEDUCTION-FIELDS.
           MOVE "Y" TO WS-ENTRY-OK-FLAG

           DISPLAY "TYPE (GARN-GARNISHMENT, LOAN-STAFF LOAN, "
                   "PENS-PENSION, OTHR-OTHER): " WITH NO ADVANCING
           ACCEPT DednType
           IF NOT DEDN-TYPE-IS-VALID
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - TYPE " DednType
                      " IS NOT GARN, LOAN, PENS, OR OTHR"
           END-IF

           IF DEDN-ENTRY-IS-OK
              DISPLAY "REFERENCE (ORDER OR LOAN NUMBER): "
                      WITH NO ADVANCING
              ACCEPT DednReference
              DISPLAY "METHOD (A-FIXED AMOUNT, P-PERCENT OF GROSS): "
                      WITH NO ADVANCING
              ACCEPT WS-METHOD-ENTRY
              IF METHOD-ENTRY-IS-VALID
                 MOVE WS-METHOD-ENTRY TO DednMethod
              ELSE
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - METHOD " WS-METHOD-ENTRY
                         " IS NOT A OR P"
              END-IF
           END-IF

           IF DEDN-ENTRY-IS-OK
              MOVE 0 TO DednAmount
              MOVE 0 TO DednPercent
              IF DEDN-IS-FIXED-AMOUNT
                 DISPLAY "AMOUNT PER PERIOD (99999.99): "
                         WITH NO ADVANCING
                 ACCEPT WS-AMOUNT-ENTRY
                 COMPUTE DednAmount = FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                 IF DednAmount = 0
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - AMOUNT MUST NOT BE ZERO"
                 END-IF
              ELSE
                 DISPLAY "PERCENT OF GROSS (99.99): "
                         WITH NO ADVANCING
                 ACCEPT WS-AMOUNT-ENTRY
                 COMPUTE DednPercent = FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                 IF DednPercent = 0
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - PERCENT MUST NOT BE ZERO"
                 END-IF
              END-IF
           END-IF

           IF DEDN-ENTRY-IS-OK
              DISPLAY "PRIORITY (01 = TAKEN FIRST): " WITH NO ADVANCING
              ACCEPT DednPriority
              DISPLAY "TOTAL OWED CAP (9999999.99, 0 = NO CAP): "
                      WITH NO ADVANCING
              ACCEPT WS-AMOUNT-ENTRY
              COMPUTE DednCap = FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
              DISPLAY "START DATE (YYYYMMDD): " WITH NO ADVANCING
              ACCEPT WS-START-ENTRY
              PERFORM VERIFY-DEDUCTION-START
           END-IF.

       VERIFY-DEDUCTION-EMPLOYEE.
           MOVE DednCustomerID TO CustomerID
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OK
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - EMPLOYEE "
                            DednCustomerID " NOT ON CUSTOMER-MASTER"
              END-READ
              CLOSE CUSTOMER-MASTER
           ELSE
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - NO CUSTOMER-MASTER ON FILE"
           END-IF.

       VERIFY-DEDUCTION-START.
           IF WS-START-ENTRY IS NOT NUMERIC
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - START DATE " WS-START-ENTRY
                      " IS NOT YYYYMMDD"
           ELSE
              MOVE WS-START-DD   TO WS-START-DAY
              MOVE WS-START-MM   TO WS-START-MONTH
              MOVE WS-START-YYYY TO WS-START-YEAR
              CALL "DATEVALID" USING WS-START-DAY, WS-START-MONTH,
                      WS-START-YEAR, DATE-VALID-FLAG
              IF START-DATE-IS-INVALID
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - " WS-START-ENTRY
                         " IS NOT A CALENDAR DATE"
              ELSE
                 MOVE WS-START-ENTRY TO DednStartDate
              END-IF
           END-IF.

       SUSPEND-DEDUCTION.
           PERFORM ACCEPT-DEDUCTION-KEY
           READ DEDUCTION-MASTER
              INVALID KEY
                 DISPLAY "SUSPEND FAILED - DEDUCTION " DednCustomerID
                         "/" DednSeq " NOT FOUND"
           END-READ

           IF DEDNMAST-OK
              SET DEDN-IS-SUSPENDED TO TRUE
              REWRITE Deduction
                 INVALID KEY
                    DISPLAY "SUSPEND FAILED - DEDUCTION "
                            DednCustomerID "/" DednSeq
                            " COULD NOT BE REWRITTEN"
                 NOT INVALID KEY
                    DISPLAY "DEDUCTION " DednCustomerID "/" DednSeq
                            " SUSPENDED"
              END-REWRITE
           END-IF.

       REACTIVATE-DEDUCTION.
           PERFORM ACCEPT-DEDUCTION-KEY
           READ DEDUCTION-MASTER
              INVALID KEY
                 DISPLAY "REACTIVATE FAILED - DEDUCTION "
                         DednCustomerID "/" DednSeq " NOT FOUND"
           END-READ

           IF DEDNMAST-OK
              IF DednCap > 0 AND DednTaken NOT < DednCap
                 DISPLAY "REACTIVATE REFUSED - DEDUCTION "
                         DednCustomerID "/" DednSeq
                         " IS REPAID, RAISE THE CAP WITH C-CHANGE"
              ELSE
                 SET DEDN-IS-ACTIVE TO TRUE
                 REWRITE Deduction
                    INVALID KEY
                       DISPLAY "REACTIVATE FAILED - DEDUCTION "
                               DednCustomerID "/" DednSeq
                               " COULD NOT BE REWRITTEN"
                    NOT INVALID KEY
                       DISPLAY "DEDUCTION " DednCustomerID "/"
                               DednSeq " REACTIVATED"
                 END-REWRITE
              END-IF
           END-IF.

       DELETE-DEDUCTION.
           PERFORM ACCEPT-DEDUCTION-KEY
           DELETE DEDUCTION-MASTER
              INVALID KEY
                 DISPLAY "DELETE FAILED - DEDUCTION " DednCustomerID
                         "/" DednSeq " NOT FOUND"
              NOT INVALID KEY
                 DISPLAY "DEDUCTION " DednCustomerID "/" DednSeq
                         " DELETED"
           END-DELETE.

      *****************************************************************
      * Every deduction on file for one employee in sequence order,
      * with the running total PAYROLL has taken and, for a capped
      * deduction, the balance still owed.
      *****************************************************************
       LIST-EMPLOYEE-DEDUCTIONS.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-LIST-CUSTOMER
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO DEDN-EOF-FLAG
           MOVE WS-LIST-CUSTOMER TO DednCustomerID
           MOVE 0 TO DednSeq
           START DEDUCTION-MASTER KEY IS NOT LESS THAN DednKey
              INVALID KEY
                 SET DEDN-EOF TO TRUE
           END-START
           PERFORM UNTIL DEDN-EOF
              READ DEDUCTION-MASTER NEXT RECORD
                 AT END
                    SET DEDN-EOF TO TRUE
                 NOT AT END
                    IF DednCustomerID = WS-LIST-CUSTOMER
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM DISPLAY-ONE-DEDUCTION
                    ELSE
                       SET DEDN-EOF TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
              DISPLAY "NO DEDUCTIONS ON FILE FOR EMPLOYEE "
                      WS-LIST-CUSTOMER
           END-IF.

       DISPLAY-ONE-DEDUCTION.
           MOVE DednTaken TO WS-RPT-TAKEN
           IF DEDN-IS-FIXED-AMOUNT
              MOVE DednAmount TO WS-RPT-AMOUNT
              DISPLAY DednSeq " " DednType " " DednReference
                      " AMOUNT " WS-RPT-AMOUNT
                      " PRIORITY " DednPriority
                      " STATUS " DednStatus
           ELSE
              MOVE DednPercent TO WS-RPT-PERCENT
              DISPLAY DednSeq " " DednType " " DednReference
                      " PERCENT " WS-RPT-PERCENT
                      " PRIORITY " DednPriority
                      " STATUS " DednStatus
           END-IF
           IF DednCap > 0
              MOVE 0 TO WS-OWED
              IF DednTaken < DednCap
                 COMPUTE WS-OWED = DednCap - DednTaken
              END-IF
              MOVE WS-OWED TO WS-RPT-OWED
              DISPLAY "   FROM " DednStartDate " TAKEN " WS-RPT-TAKEN
                      " STILL OWED " WS-RPT-OWED
                      " LAST TAKEN " DednLastTaken
           ELSE
              DISPLAY "   FROM " DednStartDate " TAKEN " WS-RPT-TAKEN
                      " NO CAP"
                      " LAST TAKEN " DednLastTaken
           END-IF.
