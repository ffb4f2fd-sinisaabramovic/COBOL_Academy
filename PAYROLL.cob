      *                               department with control totals
      *                               per department and a company
      *                               grand total
      * 15/10/2026 SINISA ABRAMOVIC  Stamp each net-pay DEPOSIT with
      *                               a PY + business date + employee
      *                               originator reference, so a
      *                               rerun of the pay run is caught
      *                               by ACCTPOST's duplicate
      *                               registry instead of paying
      *                               twice; layout now from POSTREC
      * 15/10/2026 SINISA ABRAMOVIC  PAYROLL.EDT and sort record carry
      *                               the six-digit customer number
      * 15/10/2026 SINISA ABRAMOVIC  Standing deductions from the new
      *                               DEDNMAST.DAT master -
      *                               garnishments, staff loans, pension
      *                               and other deductions are taken
      *                               after the statutory tax in
      *                               priority order, never below the
      *                               PAY-MIN-NET protected net, a
      *                               capped deduction closes as repaid
      *                               once its total is taken, and each
      *                               one shows on PAYSLIP.OUT, the
      *                               register, and the new PAYDEDN.RPT
      *                               deductions register
      * 15/10/2026 SINISA ABRAMOVIC  Payroll accounting interface -
      *                               each run hands its general-ledger
      *                               entries to finance in the new
      *                               PAYGL.DAT in the GLPOST.DAT
      *                               layout: gross pay debited to each
      *                               department's salary expense
      *                               ledger, tax withheld, each
      *                               deduction type and net pay
      *                               credited to their payable and
      *                               clearing ledgers by payroll role
      *                               on GLACCTS.DAT, proved against the
      *                               register's company totals and
      *                               withheld empty when it does not
      *                               tie, with PAY-GROSS-TOTAL, PAY-GL-
      *                               DEBITS and PAY-GL-CREDITS control
      *                               counters
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-EXC ASSIGN TO "PAYROLL.EXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDN-RPT ASSIGN TO "PAYDEDN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDUCTION-MASTER ASSIGN TO "DEDNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DednKey
               FILE STATUS IS WS-DEDNMAST-STATUS.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT GL-CHART ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT PAY-GL ASSIGN TO "PAYGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  EARNINGS-IN.
       01 EARNINGS-IN-RECORD.
           02 PAY-CUSTOMER-ID     PIC   9(6).
           02 PAY-DEPT            PIC   X(4).
           02 PAY-GROSS           PIC   9(5)V99.

       SD  SORT-WORK.
       01 SORT-WORK-RECORD.
           02 SRT-DEPT            PIC X(4).
           02 SRT-CUSTOMER-ID     PIC 9(6).
           02 SRT-GROSS           PIC 9(5)V99.

       FD  YTD-MASTER.
       FD  PAY-EXC.
       01 PAY-EXC-RECORD          PIC X(70).

       FD  DEDN-RPT.
       01 DEDN-RPT-RECORD         PIC X(80).

       FD  DEDUCTION-MASTER.
       01 Deduction.
           COPY DEDNREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
       01 DEPT-FILE-RECORD.
           COPY DEPTREC.

       FD  GL-CHART.
       01 GL-CHART-RECORD.
           COPY GLACREC.

      *****************************************************************
      * The pay run's general-ledger entries in the GLSUMM hand-over
      * layout - gross pay debited to each department's salary
      * expense, tax, each deduction type and net pay credited to
      * their own ledgers.
      *****************************************************************
       FD  PAY-GL.
       01 PAY-GL-RECORD.
           COPY GLPSREC.

       WORKING-STORAGE SECTION.
       01 WS-EARNINGS-STATUS       PIC XX VALUE "00".
           88 EARNINGS-FILE-FOUND        VALUE "00".
           02 SOCIAL-SECURITY-RATE PIC V999 VALUE .062.
           02 MEDICARE-RATE        PIC V999 VALUE .015.

      *****************************************************************
      * Deductions from DEDNMAST.DAT are taken after the statutory tax
      * in priority order, and none may take the net pay below the
      * PAY-MIN-NET protected minimum - what does not fit is left
      * short for the period, not carried forward.
      *****************************************************************
       01 WS-DEDNMAST-STATUS       PIC XX VALUE "00".
           88 DEDNMAST-OK                     VALUE "00".
       01 DEDN-EOF-FLAG            PIC X  VALUE "N".
           88 DEDN-EOF                    VALUE "Y".
       01 DEDN-FILE-OPEN-FLAG      PIC X  VALUE "N".
           88 DEDN-FILE-IS-OPEN           VALUE "Y".
       01 WS-PROTECTED-NET         PIC 9(5)V99 VALUE 250.00.
       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 DEDN-TABLE.
           02 DEDN-ENTRY OCCURS 20.
              03 DE-PRIORITY       PIC 99.
              03 DE-SEQ            PIC 99.
              03 DE-TYPE           PIC X(4).
              03 DE-REFERENCE      PIC X(15).
              03 DE-WANTED         PIC 9(5)V99.
              03 DE-TAKEN          PIC 9(5)V99.
              03 DE-CAPPED         PIC X.
              03 DE-OWED           PIC 9(7)V99.
              03 DE-NOTE           PIC X(6).
       01 DEDN-IDX                 PIC 99.
       01 DEDN-MAX                 PIC 99 VALUE 0.
       01 DEDN-SLOT                PIC 99.
       01 WS-DEDN-WANTED           PIC 9(7)V99.
       01 WS-DEDN-ROOM             PIC 9(5)V99.
       01 WS-DEDUCTIONS            PIC 9(5)V99.
       01 WS-DEPT-DEDN             PIC 9(7)V99 VALUE 0.
       01 WS-COMPANY-DEDN          PIC 9(8)V99 VALUE 0.
       01 WS-GARN-TOTAL            PIC 9(8)V99 VALUE 0.
       01 WS-LOAN-TOTAL            PIC 9(8)V99 VALUE 0.
       01 WS-PENS-TOTAL            PIC 9(8)V99 VALUE 0.
       01 WS-OTHR-TOTAL            PIC 9(8)V99 VALUE 0.
       01 WS-DEDN-SHORT-COUNT      PIC 9(5) VALUE 0.
       01 WS-DEDN-REPAID-COUNT     PIC 9(5) VALUE 0.
       01 WS-RPT-DEDN              PIC ZZZZZZ9.99.
       01 WS-RPT-CO-DEDN           PIC ZZZZZZZZ9.99.
       01 WS-RPT-WANTED            PIC ZZZZ9.99.
       01 WS-RPT-TAKEN             PIC ZZZZ9.99.
       01 WS-RPT-OWED              PIC ZZZZZZ9.99.

       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 WS-DEPOSIT-ACCT          PIC 9(7).
       01 WS-RUN-DATE              PIC X(8).
       01 WS-ACCT-FOUND-FLAG       PIC X.
           88 DEPOSIT-ACCT-FOUND          VALUE "Y".
       01 WS-DEPOSITED-COUNT       PIC 9(5) VALUE 0.
           02 DEPT-ENTRY OCCURS 30.
              03 DT-CODE          PIC X(4).
              03 DT-NAME          PIC X(20).
              03 DT-GL-LEDGER     PIC 9(6).
       01 DEPT-IDX                 PIC 99.
       01 DEPT-MAX                 PIC 99 VALUE 0.
       01 WS-DEPT-NAME             PIC X(20).
       01 WS-DEPT-GL-LEDGER        PIC 9(6).

      *****************************************************************
      * The ledgers the pay run books to are found by their payroll
      * role on the GLACCTS.DAT chart GLACMNT keeps; with no chart
      * the starter chart's payroll ledgers stand in.  An entry with
      * no ledger to go to, or entries that do not tie to the
      * register's company totals, hold the whole PAYGL.DAT back.
      *****************************************************************
       01 WS-CHART-STATUS          PIC XX VALUE "00".
           88 CHART-FILE-FOUND           VALUE "00".
       01 CHART-EOF-FLAG           PIC X  VALUE "N".
           88 CHART-EOF                   VALUE "Y".
       01 WS-CHART-ON-FILE-FLAG    PIC X  VALUE "N".
           88 CHART-IS-ON-FILE            VALUE "Y".
       01 PAY-CHART-TABLE.
           02 PAY-CHART-ENTRY OCCURS 40.
              03 PC-LEDGER         PIC 9(6).
              03 PC-NAME           PIC X(30).
       01 PC-IDX                   PIC 99.
       01 PC-MAX                   PIC 99 VALUE 0.
       01 WS-CHART-SLOT            PIC 99.
       01 WS-SALARY-LEDGER         PIC 9(6) VALUE 0.
       01 WS-PAYTAX-LEDGER         PIC 9(6) VALUE 0.
       01 WS-NETPAY-LEDGER         PIC 9(6) VALUE 0.
       01 WS-GARN-LEDGER           PIC 9(6) VALUE 0.
       01 WS-LOAN-LEDGER           PIC 9(6) VALUE 0.
       01 WS-PENS-LEDGER           PIC 9(6) VALUE 0.
       01 WS-OTHR-LEDGER           PIC 9(6) VALUE 0.
       01 PAYGL-TABLE.
           02 PAYGL-ENTRY OCCURS 40.
              03 PG-LEDGER         PIC 9(6).
              03 PG-NAME           PIC X(30).
              03 PG-DEBIT          PIC 9(11)V99.
              03 PG-CREDIT         PIC 9(11)V99.
       01 PAYGL-IDX                PIC 99.
       01 PAYGL-MAX                PIC 99 VALUE 0.
       01 WS-GL-LEDGER             PIC 9(6).
       01 WS-GL-NAME               PIC X(30).
       01 WS-GL-DEBIT              PIC 9(11)V99.
       01 WS-GL-CREDIT             PIC 9(11)V99.
       01 WS-GL-DEBITS             PIC 9(11)V99 VALUE 0.
       01 WS-GL-CREDITS            PIC 9(11)V99 VALUE 0.
       01 WS-GL-LINE-COUNT         PIC 9(5) VALUE 0.
       01 WS-GL-PROOF-FLAG         PIC X  VALUE "Y".
           88 PAYROLL-GL-PROVES           VALUE "Y".
           88 PAYROLL-GL-FAILS            VALUE "N".
       01 WS-RPT-GL-DEBITS         PIC ZZZZZZZZZ9.99.
       01 WS-RPT-GL-CREDITS        PIC ZZZZZZZZZ9.99.

       01 WS-CURRENT-DEPT          PIC X(4) VALUE SPACES.
       01 WS-FIRST-RECORD-FLAG     PIC X    VALUE "Y".
       01 WS-RPT-CO-TAX            PIC ZZZZZZZZ9.99.
       01 WS-RPT-CO-NET            PIC ZZZZZZZZ9.99.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PAYROLL".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE "PAY-MIN-NET" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-PROTECTED-NET = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF

           OPEN I-O YTD-MASTER
           IF NOT YTD-OK
              CLOSE YTD-MASTER
              OPEN I-O YTD-MASTER
           END-IF

           OPEN I-O DEDUCTION-MASTER
           IF DEDNMAST-OK
              SET DEDN-FILE-IS-OPEN TO TRUE
           ELSE
              DISPLAY "PAYROLL: NO DEDNMAST.DAT - STATUTORY "
                      "DEDUCTIONS ONLY"
           END-IF

           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-PAYROLL-LEDGERS

           OPEN OUTPUT DEDN-RPT
           MOVE "DEDUCTIONS REGISTER" TO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD
           MOVE "EMPNO  SQ TYPE REFERENCE         WANTED    TAKEN"
                TO DEDN-RPT-RECORD
           MOVE "STILL OWED NOTE" TO DEDN-RPT-RECORD(50:15)
           WRITE DEDN-RPT-RECORD
           OPEN OUTPUT PAY-RPT
           OPEN OUTPUT PAY-SLIP
           OPEN OUTPUT PAY-EXC
              PERFORM WRITE-DEPT-TOTALS
           END-IF
           PERFORM WRITE-COMPANY-TOTALS
           PERFORM WRITE-DEDUCTION-TOTALS

           PERFORM BUILD-PAYROLL-GL-LINES
           PERFORM PROVE-PAYROLL-GL
           IF PAYROLL-GL-PROVES
              PERFORM WRITE-PAYROLL-GL-FILE
           ELSE
              PERFORM WITHHOLD-PAYROLL-GL-FILE
           END-IF
           PERFORM WRITE-GL-CONTROL-LINE

           IF DEDN-FILE-IS-OPEN
              CLOSE DEDUCTION-MASTER
           END-IF
           CLOSE DEDN-RPT
           CLOSE PAY-RPT
           CLOSE PAY-SLIP
           CLOSE PAY-EXC
           DISPLAY "PAYROLL: " WS-PAID-COUNT " PERSON(S) PAID"
           DISPLAY "PAYROLL: " WS-DEPOSITED-COUNT " DEPOSIT(S) "
                   "QUEUED, " WS-MANUAL-COUNT " FOR MANUAL PAY"
           DISPLAY "PAYROLL: " WS-DEDN-SHORT-COUNT " DEDUCTION(S) "
                   "SHORT, " WS-DEDN-REPAID-COUNT " REPAID IN FULL"

           MOVE "PAY-NET-TOTAL" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-COMPANY-NET * 100
           COMPUTE WS-CTL-VALUE = WS-MANUAL-TOTAL * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "PAY-GROSS-TOTAL" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-COMPANY-GROSS * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "PAY-GL-DEBITS" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-GL-DEBITS * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "PAY-GL-CREDITS" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-GL-CREDITS * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

      *    The pay run itself stands when its GL file is held back -
      *    the warning code sends finance to the PAYGL.DAT messages.
           IF PAYROLL-GL-FAILS
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE WS-PAID-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-PAID-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-FINAL-RC   TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-SORT-FILE.
                 MOVE SRT-DEPT TO WS-CURRENT-DEPT
                 PERFORM WRITE-DEPT-HEADER
                 MOVE 0 TO WS-DEPT-GROSS WS-DEPT-TAX WS-DEPT-NET
                 MOVE 0 TO WS-DEPT-DEDN
              END-IF
           END-IF

           COMPUTE WS-TAX = WS-FEDERAL-TAX + WS-SOCIAL-SECURITY
              + WS-MEDICARE
           COMPUTE WS-NET = SRT-GROSS - WS-TAX
           PERFORM APPLY-DEDUCTIONS

           ADD 1 TO WS-PAID-COUNT
           ADD SRT-GROSS TO WS-DEPT-GROSS WS-COMPANY-GROSS
           ADD WS-TAX    TO WS-DEPT-TAX   WS-COMPANY-TAX
           ADD WS-DEDUCTIONS TO WS-DEPT-DEDN WS-COMPANY-DEDN
           ADD WS-NET    TO WS-DEPT-NET   WS-COMPANY-NET

           PERFORM UPDATE-YTD-MASTER
           PERFORM WRITE-PAY-SLIP
           PERFORM DEPOSIT-NET-PAY.

      *****************************************************************
      * The employee's active deductions that have started are
      * gathered in priority order (sequence breaks a tie), then each
      * takes what it wants - capped at what is still owed - out of
      * whatever net stands above the protected minimum.  A capped
      * deduction that is paid off is closed as repaid on the master.
      *****************************************************************
       APPLY-DEDUCTIONS.
           MOVE 0 TO WS-DEDUCTIONS
           MOVE 0 TO DEDN-MAX
           IF DEDN-FILE-IS-OPEN
              PERFORM LOAD-EMPLOYEE-DEDUCTIONS
           END-IF
           PERFORM VARYING DEDN-IDX FROM 1 BY 1
                   UNTIL DEDN-IDX > DEDN-MAX
              PERFORM TAKE-ONE-DEDUCTION
              PERFORM WRITE-DEDUCTION-DETAIL
           END-PERFORM.

       LOAD-EMPLOYEE-DEDUCTIONS.
           MOVE "N" TO DEDN-EOF-FLAG
           MOVE SRT-CUSTOMER-ID TO DednCustomerID
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
                    IF DednCustomerID NOT = SRT-CUSTOMER-ID
                       SET DEDN-EOF TO TRUE
                    ELSE
                       IF DEDN-IS-ACTIVE
                          AND DednStartDate NOT > WS-RUN-DATE
                          PERFORM QUEUE-ONE-DEDUCTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       QUEUE-ONE-DEDUCTION.
           IF DEDN-MAX NOT < 20
              DISPLAY "PAYROLL: MORE THAN 20 DEDUCTIONS FOR "
                      SRT-CUSTOMER-ID " - " DednSeq " NOT TAKEN"
           ELSE
              MOVE 1 TO DEDN-SLOT
              PERFORM VARYING DEDN-IDX FROM 1 BY 1
                      UNTIL DEDN-IDX > DEDN-MAX
                 IF DE-PRIORITY(DEDN-IDX) NOT > DednPriority
                    COMPUTE DEDN-SLOT = DEDN-IDX + 1
                 END-IF
              END-PERFORM
              PERFORM VARYING DEDN-IDX FROM DEDN-MAX BY -1
                      UNTIL DEDN-IDX < DEDN-SLOT
                 MOVE DEDN-ENTRY(DEDN-IDX) TO DEDN-ENTRY(DEDN-IDX + 1)
              END-PERFORM
              ADD 1 TO DEDN-MAX
              MOVE DednPriority  TO DE-PRIORITY(DEDN-SLOT)
              MOVE DednSeq       TO DE-SEQ(DEDN-SLOT)
              MOVE DednType      TO DE-TYPE(DEDN-SLOT)
              MOVE DednReference TO DE-REFERENCE(DEDN-SLOT)
              MOVE SPACES        TO DE-NOTE(DEDN-SLOT)
              MOVE 0             TO DE-TAKEN(DEDN-SLOT)
              MOVE 0             TO DE-OWED(DEDN-SLOT)
              IF DEDN-IS-FIXED-AMOUNT
                 MOVE DednAmount TO WS-DEDN-WANTED
              ELSE
                 COMPUTE WS-DEDN-WANTED ROUNDED =
                    SRT-GROSS * DednPercent / 100
              END-IF
              IF DednCap > 0
                 MOVE "Y" TO DE-CAPPED(DEDN-SLOT)
                 IF DednTaken < DednCap
                    COMPUTE DE-OWED(DEDN-SLOT) = DednCap - DednTaken
                 END-IF
                 IF WS-DEDN-WANTED > DE-OWED(DEDN-SLOT)
                    MOVE DE-OWED(DEDN-SLOT) TO WS-DEDN-WANTED
                 END-IF
              ELSE
                 MOVE "N" TO DE-CAPPED(DEDN-SLOT)
              END-IF
              MOVE WS-DEDN-WANTED TO DE-WANTED(DEDN-SLOT)
           END-IF.

       TAKE-ONE-DEDUCTION.
           MOVE 0 TO WS-DEDN-ROOM
           IF WS-NET > WS-PROTECTED-NET
              COMPUTE WS-DEDN-ROOM = WS-NET - WS-PROTECTED-NET
           END-IF
           IF DE-WANTED(DEDN-IDX) > WS-DEDN-ROOM
              MOVE WS-DEDN-ROOM TO DE-TAKEN(DEDN-IDX)
              MOVE "SHORT" TO DE-NOTE(DEDN-IDX)
              ADD 1 TO WS-DEDN-SHORT-COUNT
           ELSE
              MOVE DE-WANTED(DEDN-IDX) TO DE-TAKEN(DEDN-IDX)
           END-IF
           SUBTRACT DE-TAKEN(DEDN-IDX) FROM WS-NET
           ADD DE-TAKEN(DEDN-IDX) TO WS-DEDUCTIONS
           EVALUATE DE-TYPE(DEDN-IDX)
              WHEN "GARN"
                 ADD DE-TAKEN(DEDN-IDX) TO WS-GARN-TOTAL
              WHEN "LOAN"
                 ADD DE-TAKEN(DEDN-IDX) TO WS-LOAN-TOTAL
              WHEN "PENS"
                 ADD DE-TAKEN(DEDN-IDX) TO WS-PENS-TOTAL
              WHEN OTHER
                 ADD DE-TAKEN(DEDN-IDX) TO WS-OTHR-TOTAL
           END-EVALUATE
           IF DE-CAPPED(DEDN-IDX) = "Y"
              SUBTRACT DE-TAKEN(DEDN-IDX) FROM DE-OWED(DEDN-IDX)
           END-IF
           IF DE-TAKEN(DEDN-IDX) > 0
              PERFORM UPDATE-DEDUCTION-MASTER
           END-IF.

       UPDATE-DEDUCTION-MASTER.
           MOVE SRT-CUSTOMER-ID  TO DednCustomerID
           MOVE DE-SEQ(DEDN-IDX) TO DednSeq
           READ DEDUCTION-MASTER
              INVALID KEY
                 DISPLAY "PAYROLL: DEDUCTION " DednCustomerID "/"
                         DednSeq " VANISHED BEFORE UPDATE"
              NOT INVALID KEY
                 ADD DE-TAKEN(DEDN-IDX) TO DednTaken
                 MOVE WS-RUN-DATE TO DednLastTaken
                 IF DE-CAPPED(DEDN-IDX) = "Y"
                    AND DE-OWED(DEDN-IDX) = 0
                    SET DEDN-IS-REPAID TO TRUE
                    MOVE "REPAID" TO DE-NOTE(DEDN-IDX)
                    ADD 1 TO WS-DEDN-REPAID-COUNT
                 END-IF
                 REWRITE Deduction
                    INVALID KEY
                       DISPLAY "PAYROLL: DEDUCTION REWRITE FAILED FOR "
                               DednCustomerID "/" DednSeq
                 END-REWRITE
           END-READ.

       WRITE-DEDUCTION-DETAIL.
           MOVE DE-WANTED(DEDN-IDX) TO WS-RPT-WANTED
           MOVE DE-TAKEN(DEDN-IDX)  TO WS-RPT-TAKEN
           MOVE DE-OWED(DEDN-IDX)   TO WS-RPT-OWED
           MOVE SPACES TO DEDN-RPT-RECORD
           STRING SRT-CUSTOMER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DE-SEQ(DEDN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DE-TYPE(DEDN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DE-REFERENCE(DEDN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-WANTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-TAKEN DELIMITED BY SIZE
                  INTO DEDN-RPT-RECORD
           IF DE-CAPPED(DEDN-IDX) = "Y"
              MOVE WS-RPT-OWED TO DEDN-RPT-RECORD(50:10)
           ELSE
              MOVE "    NO CAP" TO DEDN-RPT-RECORD(50:10)
           END-IF
           MOVE DE-NOTE(DEDN-IDX) TO DEDN-RPT-RECORD(61:6)
           WRITE DEDN-RPT-RECORD.

       WRITE-DEDUCTION-TOTALS.
           MOVE SPACES TO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD
           MOVE WS-GARN-TOTAL TO WS-RPT-CO-DEDN
           MOVE SPACES TO DEDN-RPT-RECORD
           STRING "TOTAL GARNISHMENTS TAKEN    " DELIMITED BY SIZE
                  WS-RPT-CO-DEDN DELIMITED BY SIZE
                  INTO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD
           MOVE WS-LOAN-TOTAL TO WS-RPT-CO-DEDN
           MOVE SPACES TO DEDN-RPT-RECORD
           STRING "TOTAL STAFF LOANS TAKEN     " DELIMITED BY SIZE
                  WS-RPT-CO-DEDN DELIMITED BY SIZE
                  INTO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD
           MOVE WS-PENS-TOTAL TO WS-RPT-CO-DEDN
           MOVE SPACES TO DEDN-RPT-RECORD
           STRING "TOTAL PENSION TAKEN         " DELIMITED BY SIZE
                  WS-RPT-CO-DEDN DELIMITED BY SIZE
                  INTO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD
           MOVE WS-OTHR-TOTAL TO WS-RPT-CO-DEDN
           MOVE SPACES TO DEDN-RPT-RECORD
           STRING "TOTAL OTHER TAKEN           " DELIMITED BY SIZE
                  WS-RPT-CO-DEDN DELIMITED BY SIZE
                  INTO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD
           MOVE WS-COMPANY-DEDN TO WS-RPT-CO-DEDN
           MOVE SPACES TO DEDN-RPT-RECORD
           STRING "TOTAL DEDUCTIONS TAKEN      " DELIMITED BY SIZE
                  WS-RPT-CO-DEDN DELIMITED BY SIZE
                  INTO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD
           MOVE WS-PROTECTED-NET TO WS-RPT-WANTED
           MOVE SPACES TO DEDN-RPT-RECORD
           STRING "PROTECTED MINIMUM NET PAY     " DELIMITED BY SIZE
                  WS-RPT-WANTED DELIMITED BY SIZE
                  INTO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD
           MOVE SPACES TO DEDN-RPT-RECORD
           STRING "DEDUCTIONS LEFT SHORT BY THE MINIMUM: "
                  DELIMITED BY SIZE
                  WS-DEDN-SHORT-COUNT DELIMITED BY SIZE
                  "  REPAID IN FULL: " DELIMITED BY SIZE
                  WS-DEDN-REPAID-COUNT DELIMITED BY SIZE
                  INTO DEDN-RPT-RECORD
           WRITE DEDN-RPT-RECORD.

       UPDATE-YTD-MASTER.
           MOVE SRT-CUSTOMER-ID TO YtdCustomerID
           READ YTD-MASTER
                  INTO PAY-SLIP-RECORD
           WRITE PAY-SLIP-RECORD

           PERFORM VARYING DEDN-IDX FROM 1 BY 1
                   UNTIL DEDN-IDX > DEDN-MAX
              PERFORM WRITE-SLIP-DEDUCTION
           END-PERFORM

           MOVE WS-NET TO WS-RPT-NET
           MOVE SPACES TO PAY-SLIP-RECORD
           STRING "  NET PAY             " DELIMITED BY SIZE
                  INTO PAY-SLIP-RECORD
           WRITE PAY-SLIP-RECORD.

       WRITE-SLIP-DEDUCTION.
           MOVE DE-TAKEN(DEDN-IDX) TO WS-RPT-TAX
           MOVE SPACES TO PAY-SLIP-RECORD
           STRING "  " DELIMITED BY SIZE
                  DE-TYPE(DEDN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DE-REFERENCE(DEDN-IDX) DELIMITED BY SIZE
                  WS-RPT-TAX DELIMITED BY SIZE
                  INTO PAY-SLIP-RECORD
           IF DE-CAPPED(DEDN-IDX) = "Y"
              MOVE DE-OWED(DEDN-IDX) TO WS-RPT-OWED
              MOVE " OWED " TO PAY-SLIP-RECORD(33:6)
              MOVE WS-RPT-OWED TO PAY-SLIP-RECORD(39:10)
           END-IF
           MOVE DE-NOTE(DEDN-IDX) TO PAY-SLIP-RECORD(50:6)
           WRITE PAY-SLIP-RECORD.

      *****************************************************************
      * The employee's first linked account takes the deposit - the
      * money then reaches ACCOUNT-MASTER through the normal posting
              MOVE WS-DEPOSIT-ACCT TO POST-ACCT-NUMBER
              MOVE WS-NET          TO POST-AMOUNT
              MOVE SPACES          TO POST-TO-ACCT
              STRING "PY" DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     SRT-CUSTOMER-ID DELIMITED BY SIZE
                     INTO POST-ORIG-REF
              WRITE POST-TRANS-RECORD
              CLOSE POST-TRANS
           ELSE
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

       RESOLVE-DEPT-NAME.
           MOVE SPACES TO WS-DEPT-NAME
           MOVE 0 TO WS-DEPT-GL-LEDGER
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-MAX
              IF DT-CODE(DEPT-IDX) = WS-CURRENT-DEPT
                 MOVE DT-NAME(DEPT-IDX) TO WS-DEPT-NAME
                 MOVE DT-GL-LEDGER(DEPT-IDX) TO WS-DEPT-GL-LEDGER
              END-IF
           END-PERFORM.

       WRITE-REGISTER-DETAIL.
           MOVE SRT-GROSS TO WS-RPT-GROSS
           MOVE WS-TAX    TO WS-RPT-TAX
           MOVE WS-DEDUCTIONS TO WS-RPT-DEDN
           MOVE WS-NET    TO WS-RPT-NET
           MOVE SPACES TO PAY-RPT-RECORD
           STRING "  CUSTOMER " DELIMITED BY SIZE
                  WS-RPT-GROSS DELIMITED BY SIZE
                  " TAX " DELIMITED BY SIZE
                  WS-RPT-TAX DELIMITED BY SIZE
                  " DED " DELIMITED BY SIZE
                  WS-RPT-DEDN DELIMITED BY SIZE
                  " NET " DELIMITED BY SIZE
                  WS-RPT-NET DELIMITED BY SIZE
                  INTO PAY-RPT-RECORD
       WRITE-DEPT-TOTALS.
           MOVE WS-DEPT-GROSS TO WS-RPT-GROSS
           MOVE WS-DEPT-TAX   TO WS-RPT-TAX
           MOVE WS-DEPT-DEDN  TO WS-RPT-DEDN
           MOVE WS-DEPT-NET   TO WS-RPT-NET
           MOVE SPACES TO PAY-RPT-RECORD
           STRING "  DEPT " DELIMITED BY SIZE
                  WS-RPT-GROSS DELIMITED BY SIZE
                  " TAX " DELIMITED BY SIZE
                  WS-RPT-TAX DELIMITED BY SIZE
                  " DED " DELIMITED BY SIZE
                  WS-RPT-DEDN DELIMITED BY SIZE
                  " NET " DELIMITED BY SIZE
                  WS-RPT-NET DELIMITED BY SIZE
                  INTO PAY-RPT-RECORD
           WRITE PAY-RPT-RECORD
           PERFORM BOOK-DEPT-EXPENSE.

       WRITE-COMPANY-TOTALS.
           MOVE WS-COMPANY-GROSS TO WS-RPT-CO-GROSS
                  " NET " DELIMITED BY SIZE
                  WS-RPT-CO-NET DELIMITED BY SIZE
                  INTO PAY-RPT-RECORD
           WRITE PAY-RPT-RECORD
           MOVE WS-COMPANY-DEDN TO WS-RPT-CO-DEDN
           MOVE SPACES TO PAY-RPT-RECORD
           STRING "COMPANY TOTAL DEDUCTIONS " DELIMITED BY SIZE
                  WS-RPT-CO-DEDN DELIMITED BY SIZE
                  INTO PAY-RPT-RECORD
           WRITE PAY-RPT-RECORD.

      *****************************************************************
      * Payroll roles on the chart: W salary expense, T payroll tax
      * payable, N net pay clearing, and a payable for each deduction
      * type - G garnishments, L staff loans, P pension, X other.
      *****************************************************************
       LOAD-PAYROLL-LEDGERS.
           MOVE 0 TO PC-MAX
           OPEN INPUT GL-CHART
           IF CHART-FILE-FOUND
              SET CHART-IS-ON-FILE TO TRUE
              PERFORM UNTIL CHART-EOF
                 READ GL-CHART
                    AT END
                       SET CHART-EOF TO TRUE
                    NOT AT END
                       PERFORM NOTE-ONE-CHART-LEDGER
                 END-READ
              END-PERFORM
              CLOSE GL-CHART
           ELSE
              PERFORM INIT-PAYROLL-LEDGERS
           END-IF.

       NOTE-ONE-CHART-LEDGER.
           IF GLA-LEDGER IS NUMERIC AND PC-MAX < 40
              ADD 1 TO PC-MAX
              MOVE GLA-LEDGER TO PC-LEDGER(PC-MAX)
              MOVE GLA-NAME   TO PC-NAME(PC-MAX)
              EVALUATE TRUE
                 WHEN GLA-IS-SALARY-EXPENSE
                    MOVE GLA-LEDGER TO WS-SALARY-LEDGER
                 WHEN GLA-IS-PAYROLL-TAX
                    MOVE GLA-LEDGER TO WS-PAYTAX-LEDGER
                 WHEN GLA-IS-NET-PAY-CLEARING
                    MOVE GLA-LEDGER TO WS-NETPAY-LEDGER
                 WHEN GLA-IS-GARNISHMENTS
                    MOVE GLA-LEDGER TO WS-GARN-LEDGER
                 WHEN GLA-IS-STAFF-LOANS
                    MOVE GLA-LEDGER TO WS-LOAN-LEDGER
                 WHEN GLA-IS-PENSIONS
                    MOVE GLA-LEDGER TO WS-PENS-LEDGER
                 WHEN GLA-IS-OTHER-DEDUCTIONS
                    MOVE GLA-LEDGER TO WS-OTHR-LEDGER
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *****************************************************************
      * The payroll ledgers of the starter chart GLACMNT and GLSUMM
      * fall back to with no GLACCTS.DAT.
      *****************************************************************
       INIT-PAYROLL-LEDGERS.
           MOVE 7 TO PC-MAX
           MOVE 230000 TO PC-LEDGER(1) WS-PAYTAX-LEDGER
           MOVE "PAYROLL TAX PAYABLE" TO PC-NAME(1)
           MOVE 240000 TO PC-LEDGER(2) WS-NETPAY-LEDGER
           MOVE "NET PAY CLEARING" TO PC-NAME(2)
           MOVE 250000 TO PC-LEDGER(3) WS-GARN-LEDGER
           MOVE "GARNISHMENTS PAYABLE" TO PC-NAME(3)
           MOVE 251000 TO PC-LEDGER(4) WS-LOAN-LEDGER
           MOVE "STAFF LOAN REPAYMENTS PAYABLE" TO PC-NAME(4)
           MOVE 252000 TO PC-LEDGER(5) WS-PENS-LEDGER
           MOVE "PENSION CONTRIBUTIONS PAYABLE" TO PC-NAME(5)
           MOVE 253000 TO PC-LEDGER(6) WS-OTHR-LEDGER
           MOVE "OTHER DEDUCTIONS PAYABLE" TO PC-NAME(6)
           MOVE 510000 TO PC-LEDGER(7) WS-SALARY-LEDGER
           MOVE "SALARY EXPENSE" TO PC-NAME(7).

       FIND-CHART-LEDGER.
           MOVE 0 TO WS-CHART-SLOT
           PERFORM VARYING PC-IDX FROM 1 BY 1
                   UNTIL PC-IDX > PC-MAX
              IF PC-LEDGER(PC-IDX) = WS-GL-LEDGER
                 MOVE PC-IDX TO WS-CHART-SLOT
              END-IF
           END-PERFORM.

      *****************************************************************
      * Each department's gross is its own expense line, on the
      * department's DEPTMAST.DAT ledger or the default salary
      * expense ledger, so finance sees the cost by department.
      *****************************************************************
       BOOK-DEPT-EXPENSE.
           PERFORM RESOLVE-DEPT-NAME
           MOVE WS-DEPT-GL-LEDGER TO WS-GL-LEDGER
           IF WS-GL-LEDGER = 0
              MOVE WS-SALARY-LEDGER TO WS-GL-LEDGER
           ELSE
              IF CHART-IS-ON-FILE
                 PERFORM FIND-CHART-LEDGER
                 IF WS-CHART-SLOT = 0
                    SET PAYROLL-GL-FAILS TO TRUE
                    DISPLAY "PAYROLL: DEPT " WS-CURRENT-DEPT
                            " SALARY LEDGER " WS-GL-LEDGER
                            " IS NOT ON THE CHART OF ACCOUNTS"
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO WS-GL-NAME
           STRING "SALARY " DELIMITED BY SIZE
                  WS-CURRENT-DEPT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEPT-NAME DELIMITED BY SIZE
                  INTO WS-GL-NAME
           MOVE WS-DEPT-GROSS TO WS-GL-DEBIT
           MOVE 0 TO WS-GL-CREDIT
           PERFORM ADD-GL-LINE.

      *****************************************************************
      * Everything the gross pays for is a credit: tax withheld,
      * each deduction type, and the net pay - deposited or paid by
      * hand - against the net pay clearing account.
      *****************************************************************
       BUILD-PAYROLL-GL-LINES.
           MOVE WS-PAYTAX-LEDGER TO WS-GL-LEDGER
           MOVE "PAYROLL TAX PAYABLE" TO WS-GL-NAME
           MOVE WS-COMPANY-TAX TO WS-GL-CREDIT
           PERFORM BOOK-PAYROLL-LIABILITY
           MOVE WS-GARN-LEDGER TO WS-GL-LEDGER
           MOVE "GARNISHMENTS PAYABLE" TO WS-GL-NAME
           MOVE WS-GARN-TOTAL TO WS-GL-CREDIT
           PERFORM BOOK-PAYROLL-LIABILITY
           MOVE WS-LOAN-LEDGER TO WS-GL-LEDGER
           MOVE "STAFF LOAN REPAYMENTS PAYABLE" TO WS-GL-NAME
           MOVE WS-LOAN-TOTAL TO WS-GL-CREDIT
           PERFORM BOOK-PAYROLL-LIABILITY
           MOVE WS-PENS-LEDGER TO WS-GL-LEDGER
           MOVE "PENSION CONTRIBUTIONS PAYABLE" TO WS-GL-NAME
           MOVE WS-PENS-TOTAL TO WS-GL-CREDIT
           PERFORM BOOK-PAYROLL-LIABILITY
           MOVE WS-OTHR-LEDGER TO WS-GL-LEDGER
           MOVE "OTHER DEDUCTIONS PAYABLE" TO WS-GL-NAME
           MOVE WS-OTHR-TOTAL TO WS-GL-CREDIT
           PERFORM BOOK-PAYROLL-LIABILITY
           MOVE WS-NETPAY-LEDGER TO WS-GL-LEDGER
           MOVE "NET PAY CLEARING" TO WS-GL-NAME
           MOVE WS-COMPANY-NET TO WS-GL-CREDIT
           PERFORM BOOK-PAYROLL-LIABILITY.

       BOOK-PAYROLL-LIABILITY.
           MOVE 0 TO WS-GL-DEBIT
           PERFORM FIND-CHART-LEDGER
           IF WS-GL-LEDGER > 0 AND WS-CHART-SLOT > 0
              MOVE PC-NAME(WS-CHART-SLOT) TO WS-GL-NAME
           END-IF
           PERFORM ADD-GL-LINE.

       ADD-GL-LINE.
           IF WS-GL-DEBIT > 0 OR WS-GL-CREDIT > 0
              IF WS-GL-LEDGER = 0
                 SET PAYROLL-GL-FAILS TO TRUE
                 DISPLAY "PAYROLL: CHART OF ACCOUNTS HAS NO LEDGER "
                         "FOR " WS-GL-NAME
              ELSE
                 IF PAYGL-MAX >= 40
                    SET PAYROLL-GL-FAILS TO TRUE
                    DISPLAY "PAYROLL: GL LINE TABLE FULL AT "
                            WS-GL-NAME
                 ELSE
                    ADD 1 TO PAYGL-MAX
                    MOVE WS-GL-LEDGER TO PG-LEDGER(PAYGL-MAX)
                    MOVE WS-GL-NAME   TO PG-NAME(PAYGL-MAX)
                    MOVE WS-GL-DEBIT  TO PG-DEBIT(PAYGL-MAX)
                    MOVE WS-GL-CREDIT TO PG-CREDIT(PAYGL-MAX)
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * The control: the file's debits must equal the register's
      * company gross, its credits the company tax, deductions and
      * net, and the two sides each other - a file that does not tie
      * is not handed to finance.
      *****************************************************************
       PROVE-PAYROLL-GL.
           MOVE 0 TO WS-GL-DEBITS
           MOVE 0 TO WS-GL-CREDITS
           PERFORM VARYING PAYGL-IDX FROM 1 BY 1
                   UNTIL PAYGL-IDX > PAYGL-MAX
              ADD PG-DEBIT(PAYGL-IDX)  TO WS-GL-DEBITS
              ADD PG-CREDIT(PAYGL-IDX) TO WS-GL-CREDITS
           END-PERFORM
           IF WS-GL-DEBITS NOT = WS-COMPANY-GROSS
              SET PAYROLL-GL-FAILS TO TRUE
              DISPLAY "PAYROLL: GL DEBITS DO NOT EQUAL THE COMPANY "
                      "GROSS"
           END-IF
           IF WS-GL-CREDITS NOT =
              WS-COMPANY-TAX + WS-COMPANY-DEDN + WS-COMPANY-NET
              SET PAYROLL-GL-FAILS TO TRUE
              DISPLAY "PAYROLL: GL CREDITS DO NOT EQUAL THE COMPANY "
                      "TAX, DEDUCTIONS AND NET"
           END-IF
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
              SET PAYROLL-GL-FAILS TO TRUE
              DISPLAY "PAYROLL: GL DEBITS DO NOT EQUAL GL CREDITS"
           END-IF.

       WRITE-PAYROLL-GL-FILE.
           OPEN OUTPUT PAY-GL
           PERFORM VARYING PAYGL-IDX FROM 1 BY 1
                   UNTIL PAYGL-IDX > PAYGL-MAX
              INITIALIZE PAY-GL-RECORD WITH FILLER
              MOVE WS-RUN-DATE           TO GL-DATE
              MOVE PG-LEDGER(PAYGL-IDX)  TO GL-LEDGER
              MOVE PG-DEBIT(PAYGL-IDX)   TO GL-DEBIT-TOTAL
              MOVE PG-CREDIT(PAYGL-IDX)  TO GL-CREDIT-TOTAL
              MOVE PG-NAME(PAYGL-IDX)    TO GL-LEDGER-NAME
              WRITE PAY-GL-RECORD
              ADD 1 TO WS-GL-LINE-COUNT
           END-PERFORM
           CLOSE PAY-GL
           DISPLAY "PAYROLL: " WS-GL-LINE-COUNT " GL LINE(S) WRITTEN "
                   "TO PAYGL.DAT".

      *****************************************************************
      * The same discipline as GLSUMM - a file that does not prove is
      * rewritten empty so a scheduled pickup gets nothing rather
      * than wrong numbers, and the control counters report nothing
      * handed over.
      *****************************************************************
       WITHHOLD-PAYROLL-GL-FILE.
           OPEN OUTPUT PAY-GL
           CLOSE PAY-GL
           DISPLAY "PAYROLL: PAYGL.DAT WITHHELD"
           MOVE 0 TO WS-GL-DEBITS
           MOVE 0 TO WS-GL-CREDITS.

       WRITE-GL-CONTROL-LINE.
           MOVE WS-GL-DEBITS  TO WS-RPT-GL-DEBITS
           MOVE WS-GL-CREDITS TO WS-RPT-GL-CREDITS
           MOVE SPACES TO PAY-RPT-RECORD
           IF PAYROLL-GL-PROVES
              STRING "GL INTERFACE DEBITS " DELIMITED BY SIZE
                     WS-RPT-GL-DEBITS DELIMITED BY SIZE
                     " CREDITS " DELIMITED BY SIZE
                     WS-RPT-GL-CREDITS DELIMITED BY SIZE
                     " TIE TO TOTALS" DELIMITED BY SIZE
                     INTO PAY-RPT-RECORD
           ELSE
              MOVE "GL INTERFACE DOES NOT TIE TO THE COMPANY TOTALS -"
                   TO PAY-RPT-RECORD
              MOVE " PAYGL.DAT WITHHELD" TO PAY-RPT-RECORD(50:19)
           END-IF
           WRITE PAY-RPT-RECORD.
