      *****************************************************************
      * Program name:    LOANDUE
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the daily loan-
      *                               installment billing step - every
      *                               scheduled installment of an
      *                               active loan on LOANMAST.DAT due
      *                               on or before the GETRUNDT
      *                               business date is appended to
      *                               ACCTPOST.IN as a LOANPMT debit
      *                               on the loan's repayment account,
      *                               and an installment the posting
      *                               run declined is presented again
      *                               alongside the loan's next one.
      *                               Runs ahead of ACCTPOST in the
      *                               same slot as STORDGEN; LOANARR
      *                               settles the outcomes afterwards
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANDUE.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanAcctNumber
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LschKey
               FILE STATUS IS WS-LOANSCHD-STATUS.
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT BILLING-RPT ASSIGN TO "LOANDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       01 LoanContract.
           COPY LOANREC.

       FD  LOAN-SCHEDULE.
       01 LoanInstallmentRec.
           COPY LSCHREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  BILLING-RPT.
       01 BILLING-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS       PIC XX VALUE "00".
           88 LOANMAST-OK                     VALUE "00".
       01 WS-LOANSCHD-STATUS       PIC XX VALUE "00".
           88 LOANSCHD-OK                     VALUE "00".
       01 WS-TRANS-STATUS          PIC XX VALUE "00".
           88 TRANS-FILE-NOT-FOUND       VALUE "35".
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND            VALUE "00".
       01 LOANMAST-EOF-FLAG        PIC X  VALUE "N".
           88 LOANMAST-EOF                VALUE "Y".
       01 SCHEDULE-END-FLAG        PIC X  VALUE "N".
           88 SCHEDULE-END                VALUE "Y".
       01 CODE-EOF-FLAG            PIC X  VALUE "N".
           88 CODE-EOF                    VALUE "Y".
       01 WS-CODE-KNOWN-FLAG       PIC X  VALUE "N".
           88 LOANPMT-IS-KNOWN            VALUE "Y".
       01 WS-NEW-BILL-FLAG         PIC X  VALUE "N".
           88 NEW-INSTALLMENT-BILLED      VALUE "Y".
       01 WS-PASS-FLAG             PIC X  VALUE "D".
           88 PASS-BILLS-DUE              VALUE "D".
           88 PASS-PRESENTS-MISSED        VALUE "M".

       01 WS-LOAN-COUNT            PIC 9(5) VALUE 0.
       01 WS-BILLED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REPRESENTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-BILLED-TOTAL          PIC 9(9)V99 VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZ9.99.
       01 WS-RPT-ACTION            PIC X(9).

       01 WS-RUN-DATE              PIC X(8).
       01 WS-TODAY-NUM             PIC 9(8).
       01 WS-DUE-NUM               PIC 9(8).

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "LOANDUE".
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
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           PERFORM CHECK-LOANPMT-CODE

           OPEN I-O LOAN-MASTER
           IF NOT LOANMAST-OK
              CLOSE LOAN-MASTER
              OPEN OUTPUT LOAN-MASTER
              CLOSE LOAN-MASTER
              OPEN I-O LOAN-MASTER
           END-IF
           OPEN I-O LOAN-SCHEDULE
           IF NOT LOANSCHD-OK
              CLOSE LOAN-SCHEDULE
              OPEN OUTPUT LOAN-SCHEDULE
              CLOSE LOAN-SCHEDULE
              OPEN I-O LOAN-SCHEDULE
           END-IF

           OPEN EXTEND POST-TRANS
           IF TRANS-FILE-NOT-FOUND
              OPEN OUTPUT POST-TRANS
           END-IF
           OPEN OUTPUT BILLING-RPT

           MOVE SPACES TO BILLING-RPT-RECORD
           STRING "LOAN INSTALLMENTS BILLED FOR " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO BILLING-RPT-RECORD
           WRITE BILLING-RPT-RECORD

           PERFORM UNTIL LOANMAST-EOF
              READ LOAN-MASTER NEXT RECORD
                 AT END
                    SET LOANMAST-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LOAN-COUNT
                    IF LOAN-IS-ACTIVE
                       PERFORM BILL-ONE-LOAN
                    END-IF
              END-READ
           END-PERFORM

           PERFORM WRITE-BILLING-TOTALS

           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           CLOSE POST-TRANS
           CLOSE BILLING-RPT

           DISPLAY "LOANDUE: " WS-LOAN-COUNT " LOAN(S) READ"
           DISPLAY "LOANDUE: " WS-BILLED-COUNT " INSTALLMENT(S) "
                   "BILLED"
           DISPLAY "LOANDUE: " WS-REPRESENTED-COUNT " MISSED "
                   "INSTALLMENT(S) PRESENTED AGAIN"

           MOVE "INSTALLMENTS-BILLED" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE =
              WS-BILLED-COUNT + WS-REPRESENTED-COUNT
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-LOAN-COUNT      TO WS-LOG-READ-COUNT
           COMPUTE WS-LOG-ACCEPT-COUNT =
              WS-BILLED-COUNT + WS-REPRESENTED-COUNT
           MOVE WS-FINAL-RC        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * A site whose TXNCODES.DAT predates loans has no LOANPMT rule,
      * and ACCTPOST would decline every installment this step queues
      * - the job carries on but ends with a warning so the code gets
      * added through TXNMAINT. With no file at all the posting
      * engine's own bootstrap rules already know the code.
      *****************************************************************
       CHECK-LOANPMT-CODE.
           MOVE "N" TO WS-CODE-KNOWN-FLAG
           OPEN INPUT TXN-CODE-FILE
           IF CODE-FILE-FOUND
              PERFORM UNTIL CODE-EOF
                 READ TXN-CODE-FILE
                    AT END
                       SET CODE-EOF TO TRUE
                    NOT AT END
                       IF TXC-CODE = "LOANPMT"
                          AND TXC-MOVES-MONEY-OUT
                          SET LOANPMT-IS-KNOWN TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TXN-CODE-FILE
              IF NOT LOANPMT-IS-KNOWN
                 DISPLAY "LOANDUE: TXNCODES.DAT HAS NO LOANPMT DEBIT "
                         "RULE - INSTALLMENTS WILL BE DECLINED"
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF.

      *****************************************************************
      * Every scheduled installment now due is billed - a loan missed
      * across an outage bills once per missed due date, as STORDGEN
      * does. Only when the loan has a fresh installment going out
      * are its earlier declined ones presented again, so a customer
      * short of funds is asked once a month, not every night.
      *****************************************************************
       BILL-ONE-LOAN.
           MOVE "N" TO WS-NEW-BILL-FLAG
           SET PASS-BILLS-DUE TO TRUE
           PERFORM SCAN-LOAN-SCHEDULE
           IF NEW-INSTALLMENT-BILLED
              SET PASS-PRESENTS-MISSED TO TRUE
              PERFORM SCAN-LOAN-SCHEDULE
              REWRITE LoanContract
                 INVALID KEY
                    DISPLAY "LOANDUE: REWRITE FAILED FOR LOAN "
                            LoanAcctNumber
              END-REWRITE
           END-IF.

       SCAN-LOAN-SCHEDULE.
           MOVE "N" TO SCHEDULE-END-FLAG
           MOVE LoanAcctNumber TO LschAcctNumber
           MOVE 1 TO LschSeq
           START LOAN-SCHEDULE KEY IS NOT LESS THAN LschKey
              INVALID KEY
                 SET SCHEDULE-END TO TRUE
           END-START
           PERFORM UNTIL SCHEDULE-END
              READ LOAN-SCHEDULE NEXT RECORD
                 AT END
                    SET SCHEDULE-END TO TRUE
                 NOT AT END
                    IF LschAcctNumber NOT = LoanAcctNumber
                       SET SCHEDULE-END TO TRUE
                    ELSE
                       PERFORM CHECK-ONE-INSTALLMENT
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * Installments fall due in sequence, so the billing pass stops
      * at the first scheduled one not yet due. A due date that will
      * not read as a number is reported and left alone.
      *****************************************************************
       CHECK-ONE-INSTALLMENT.
           IF LschDueDate IS NOT NUMERIC
              DISPLAY "LOANDUE: LOAN " LschAcctNumber " INSTALLMENT "
                      LschSeq " HAS A BAD DUE DATE - SKIPPED"
           ELSE
              MOVE LschDueDate TO WS-DUE-NUM
              EVALUATE TRUE
                 WHEN PASS-BILLS-DUE AND INSTALLMENT-SCHEDULED
                    IF WS-DUE-NUM > WS-TODAY-NUM
                       SET SCHEDULE-END TO TRUE
                    ELSE
                       MOVE "BILLED" TO WS-RPT-ACTION
                       PERFORM BILL-ONE-INSTALLMENT
                       ADD 1 TO WS-BILLED-COUNT
                       SET NEW-INSTALLMENT-BILLED TO TRUE
                       COMPUTE LoanNextSeq = LschSeq + 1
                    END-IF
                 WHEN PASS-PRESENTS-MISSED AND INSTALLMENT-MISSED
                    MOVE "PRESENTED" TO WS-RPT-ACTION
                    PERFORM BILL-ONE-INSTALLMENT
                    ADD 1 TO WS-REPRESENTED-COUNT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *****************************************************************
      * The originator reference is LN + loan + installment + attempt
      * - each presentation of an installment is its own reference,
      * so ACCTPOST's registry catches a rerun of the same night
      * without blocking next month's second attempt.
      *****************************************************************
       BILL-ONE-INSTALLMENT.
           IF LschAttempts < 99
              ADD 1 TO LschAttempts
           END-IF
           MOVE SPACES           TO POST-TRANS-RECORD
           MOVE "LOANPMT"        TO POST-TXN-CODE
           MOVE LoanRepayAcct    TO POST-ACCT-NUMBER
           MOVE LschInstallment  TO POST-AMOUNT
           MOVE SPACES           TO POST-TO-ACCT
           STRING "LN" DELIMITED BY SIZE
                  LschAcctNumber DELIMITED BY SIZE
                  LschSeq DELIMITED BY SIZE
                  LschAttempts DELIMITED BY SIZE
                  INTO POST-ORIG-REF
           WRITE POST-TRANS-RECORD

           MOVE POST-ORIG-REF    TO LschOrigRef
           MOVE WS-RUN-DATE      TO LschBilledDate
           SET INSTALLMENT-BILLED TO TRUE
           REWRITE LoanInstallmentRec
              INVALID KEY
                 DISPLAY "LOANDUE: SCHEDULE REWRITE FAILED FOR LOAN "
                         LschAcctNumber " INSTALLMENT " LschSeq
           END-REWRITE
           ADD LschInstallment TO WS-BILLED-TOTAL

           MOVE LschInstallment TO WS-RPT-AMOUNT
           MOVE SPACES TO BILLING-RPT-RECORD
           STRING "  LOAN " DELIMITED BY SIZE
                  LschAcctNumber DELIMITED BY SIZE
                  " NO " DELIMITED BY SIZE
                  LschSeq DELIMITED BY SIZE
                  " DUE " DELIMITED BY SIZE
                  LschDueDate DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-ACTION DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  LoanRepayAcct DELIMITED BY SIZE
                  " AMOUNT " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  INTO BILLING-RPT-RECORD
           WRITE BILLING-RPT-RECORD.

       WRITE-BILLING-TOTALS.
           MOVE WS-BILLED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO BILLING-RPT-RECORD
           STRING "INSTALLMENTS BILLED:           " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO BILLING-RPT-RECORD
           WRITE BILLING-RPT-RECORD
           MOVE WS-REPRESENTED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO BILLING-RPT-RECORD
           STRING "MISSED INSTALLMENTS PRESENTED: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO BILLING-RPT-RECORD
           WRITE BILLING-RPT-RECORD
           MOVE WS-BILLED-TOTAL TO WS-RPT-TOTAL
           MOVE SPACES TO BILLING-RPT-RECORD
           STRING "TOTAL AMOUNT QUEUED:        " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO BILLING-RPT-RECORD
           WRITE BILLING-RPT-RECORD.
