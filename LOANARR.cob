      *****************************************************************
      * Program name:    LOANARR
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the daily loan
      *                               settlement and arrears step -
      *                               runs after ACCTPOST, settles
      *                               every billed installment from
      *                               its POSTREG.DAT disposition
      *                               (posted is paid and reduces the
      *                               outstanding principal, declined
      *                               is missed), retires loans whose
      *                               last installment is paid, and
      *                               ages every unpaid installment
      *                               past its due date into 30, 60,
      *                               90 and over-90-day buckets on
      *                               the LOANARR.RPT arrears report
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANARR.
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
           SELECT POST-REGISTRY ASSIGN TO "POSTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREG-REFERENCE
               FILE STATUS IS WS-POSTREG-STATUS.
           SELECT ARREARS-RPT ASSIGN TO "LOANARR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       01 LoanContract.
           COPY LOANREC.

       FD  LOAN-SCHEDULE.
       01 LoanInstallmentRec.
           COPY LSCHREC.

       FD  POST-REGISTRY.
       01 PostRegistry.
           COPY PREGREC.

       FD  ARREARS-RPT.
       01 ARREARS-RPT-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOANMAST-STATUS       PIC XX VALUE "00".
           88 LOANMAST-OK                     VALUE "00".
       01 WS-LOANSCHD-STATUS       PIC XX VALUE "00".
           88 LOANSCHD-OK                     VALUE "00".
       01 WS-POSTREG-STATUS        PIC XX VALUE "00".
           88 POSTREG-OK                      VALUE "00".
       01 WS-REGISTRY-FLAG         PIC X  VALUE "N".
           88 REGISTRY-IS-OPEN            VALUE "Y".
       01 LOANMAST-EOF-FLAG        PIC X  VALUE "N".
           88 LOANMAST-EOF                VALUE "Y".
       01 SCHEDULE-END-FLAG        PIC X  VALUE "N".
           88 SCHEDULE-END                VALUE "Y".
       01 WS-LOAN-CHANGED-FLAG     PIC X  VALUE "N".
           88 LOAN-WAS-CHANGED            VALUE "Y".

       01 WS-LOAN-COUNT            PIC 9(5) VALUE 0.
       01 WS-PAID-COUNT            PIC 9(5) VALUE 0.
       01 WS-MISSED-COUNT          PIC 9(5) VALUE 0.
       01 WS-RETIRED-COUNT         PIC 9(5) VALUE 0.
       01 WS-ARREARS-LOAN-COUNT    PIC 9(5) VALUE 0.

      *****************************************************************
      * Arrears buckets - 1-30, 31-60, 61-90 and over 90 days past
      * due - for the loan in hand and for the whole book.
      *****************************************************************
       01 WS-LOAN-BUCKETS.
           02 WS-LOAN-BUCKET       PIC 9(9)V99 OCCURS 4.
       01 WS-BOOK-BUCKETS.
           02 WS-BOOK-BUCKET       PIC 9(9)V99 OCCURS 4.
       01 WS-BOOK-BUCKET-COUNTS.
           02 WS-BOOK-BUCKET-COUNT PIC 9(5)    OCCURS 4.
       01 WS-BUCKET-IDX            PIC 9.
       01 WS-BUCKET-LABELS.
           02 FILLER               PIC X(12) VALUE "1-30 DAYS".
           02 FILLER               PIC X(12) VALUE "31-60 DAYS".
           02 FILLER               PIC X(12) VALUE "61-90 DAYS".
           02 FILLER               PIC X(12) VALUE "OVER 90 DAYS".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           02 WS-BUCKET-LABEL      PIC X(12) OCCURS 4.
       01 WS-LOAN-ARREARS          PIC 9(9)V99.
       01 WS-LOAN-UNPAID-COUNT     PIC 9(3).
       01 WS-OLDEST-DUE            PIC X(8).
       01 WS-DAYS-PAST-DUE         PIC S9(7).

       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-UNPAID            PIC ZZ9.
       01 WS-RPT-BUCKET-1          PIC ZZZZZZ9.99.
       01 WS-RPT-BUCKET-2          PIC ZZZZZZ9.99.
       01 WS-RPT-BUCKET-3          PIC ZZZZZZ9.99.
       01 WS-RPT-BUCKET-4          PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZ9.99.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-TODAY-NUM             PIC 9(8).
       01 WS-DUE-NUM               PIC 9(8).

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "LOANARR".
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
           INITIALIZE WS-BOOK-BUCKETS WS-BOOK-BUCKET-COUNTS

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
           OPEN INPUT POST-REGISTRY
           IF POSTREG-OK
              SET REGISTRY-IS-OPEN TO TRUE
           ELSE
              DISPLAY "LOANARR: NO POSTREG.DAT REGISTRY - BILLED "
                      "INSTALLMENTS LEFT UNSETTLED"
           END-IF
           OPEN OUTPUT ARREARS-RPT

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM UNTIL LOANMAST-EOF
              READ LOAN-MASTER NEXT RECORD
                 AT END
                    SET LOANMAST-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-LOAN-COUNT
                    IF LOAN-IS-ACTIVE
                       PERFORM SETTLE-AND-AGE-ONE-LOAN
                    END-IF
              END-READ
           END-PERFORM

           PERFORM WRITE-ARREARS-TOTALS

           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           IF REGISTRY-IS-OPEN
              CLOSE POST-REGISTRY
           END-IF
           CLOSE ARREARS-RPT

           DISPLAY "LOANARR: " WS-LOAN-COUNT " LOAN(S) READ"
           DISPLAY "LOANARR: " WS-PAID-COUNT " INSTALLMENT(S) PAID"
           DISPLAY "LOANARR: " WS-MISSED-COUNT " INSTALLMENT(S) "
                   "MISSED"
           DISPLAY "LOANARR: " WS-RETIRED-COUNT " LOAN(S) PAID OFF"
           DISPLAY "LOANARR: " WS-ARREARS-LOAN-COUNT " LOAN(S) IN "
                   "ARREARS"

           MOVE "LOANS-IN-ARREARS" TO WS-CTL-COUNTER
           MOVE WS-ARREARS-LOAN-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-LOAN-COUNT      TO WS-LOG-READ-COUNT
           MOVE WS-PAID-COUNT      TO WS-LOG-ACCEPT-COUNT
           MOVE WS-MISSED-COUNT    TO WS-LOG-REJECT-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           STOP RUN.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO ARREARS-RPT-RECORD
           STRING "LOAN ARREARS REPORT AS AT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO ARREARS-RPT-RECORD
           WRITE ARREARS-RPT-RECORD
           MOVE SPACES TO ARREARS-RPT-RECORD
           STRING "LOAN    REPAY   OLDEST    UNP" DELIMITED BY SIZE
                  "   1-30 DAYS  31-60 DAYS" DELIMITED BY SIZE
                  "  61-90 DAYS     OVER 90" DELIMITED BY SIZE
                  INTO ARREARS-RPT-RECORD
           WRITE ARREARS-RPT-RECORD.

       SETTLE-AND-AGE-ONE-LOAN.
           MOVE "N" TO WS-LOAN-CHANGED-FLAG
           INITIALIZE WS-LOAN-BUCKETS
           MOVE 0 TO WS-LOAN-ARREARS
           MOVE 0 TO WS-LOAN-UNPAID-COUNT
           MOVE SPACES TO WS-OLDEST-DUE

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
                       IF INSTALLMENT-BILLED AND REGISTRY-IS-OPEN
                          PERFORM SETTLE-ONE-INSTALLMENT
                       END-IF
                       IF INSTALLMENT-BILLED OR INSTALLMENT-MISSED
                          PERFORM AGE-ONE-INSTALLMENT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF LoanPaidCount NOT < LoanTermMonths
              SET LOAN-IS-PAID-OFF TO TRUE
              SET LOAN-WAS-CHANGED TO TRUE
              ADD 1 TO WS-RETIRED-COUNT
              DISPLAY "LOANARR: LOAN " LoanAcctNumber " PAID OFF"
           END-IF
           IF LOAN-WAS-CHANGED
              REWRITE LoanContract
                 INVALID KEY
                    DISPLAY "LOANARR: REWRITE FAILED FOR LOAN "
                            LoanAcctNumber
              END-REWRITE
           END-IF

           IF WS-LOAN-ARREARS > 0
              ADD 1 TO WS-ARREARS-LOAN-COUNT
              PERFORM WRITE-LOAN-ARREARS-LINE
           END-IF.

      *****************************************************************
      * The posting run's registry entry is the installment's outcome.
      * A reference still held for supervisor approval, or one the
      * run has not reached, stays billed and is settled on a later
      * night.
      *****************************************************************
       SETTLE-ONE-INSTALLMENT.
           MOVE LschOrigRef TO PREG-REFERENCE
           READ POST-REGISTRY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EVALUATE PREG-DISPOSITION
                    WHEN "POSTED"
                       SET INSTALLMENT-PAID TO TRUE
                       MOVE PREG-DATE TO LschPaidDate
                       ADD 1 TO LoanPaidCount
                       IF LschPrincipal > LoanOutstanding
                          MOVE 0 TO LoanOutstanding
                       ELSE
                          SUBTRACT LschPrincipal FROM LoanOutstanding
                       END-IF
                       SET LOAN-WAS-CHANGED TO TRUE
                       ADD 1 TO WS-PAID-COUNT
                       PERFORM REWRITE-INSTALLMENT
                    WHEN "DECLINED"
                       SET INSTALLMENT-MISSED TO TRUE
                       ADD 1 TO WS-MISSED-COUNT
                       PERFORM REWRITE-INSTALLMENT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       REWRITE-INSTALLMENT.
           REWRITE LoanInstallmentRec
              INVALID KEY
                 DISPLAY "LOANARR: SCHEDULE REWRITE FAILED FOR LOAN "
                         LschAcctNumber " INSTALLMENT " LschSeq
           END-REWRITE.

      *****************************************************************
      * An unpaid installment is in arrears from the day after it fell
      * due, whether it was declined or is still awaiting posting.
      *****************************************************************
       AGE-ONE-INSTALLMENT.
           IF LschDueDate IS NUMERIC
              MOVE LschDueDate TO WS-DUE-NUM
              IF WS-DUE-NUM < WS-TODAY-NUM
                 COMPUTE WS-DAYS-PAST-DUE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
                 EVALUATE TRUE
                    WHEN WS-DAYS-PAST-DUE NOT > 30
                       MOVE 1 TO WS-BUCKET-IDX
                    WHEN WS-DAYS-PAST-DUE NOT > 60
                       MOVE 2 TO WS-BUCKET-IDX
                    WHEN WS-DAYS-PAST-DUE NOT > 90
                       MOVE 3 TO WS-BUCKET-IDX
                    WHEN OTHER
                       MOVE 4 TO WS-BUCKET-IDX
                 END-EVALUATE
                 ADD LschInstallment
                     TO WS-LOAN-BUCKET(WS-BUCKET-IDX)
                        WS-BOOK-BUCKET(WS-BUCKET-IDX)
                        WS-LOAN-ARREARS
                 ADD 1 TO WS-BOOK-BUCKET-COUNT(WS-BUCKET-IDX)
                 ADD 1 TO WS-LOAN-UNPAID-COUNT
                 IF WS-OLDEST-DUE = SPACES
                    MOVE LschDueDate TO WS-OLDEST-DUE
                 END-IF
              END-IF
           END-IF.

       WRITE-LOAN-ARREARS-LINE.
           MOVE WS-LOAN-UNPAID-COUNT TO WS-RPT-UNPAID
           MOVE WS-LOAN-BUCKET(1) TO WS-RPT-BUCKET-1
           MOVE WS-LOAN-BUCKET(2) TO WS-RPT-BUCKET-2
           MOVE WS-LOAN-BUCKET(3) TO WS-RPT-BUCKET-3
           MOVE WS-LOAN-BUCKET(4) TO WS-RPT-BUCKET-4
           MOVE SPACES TO ARREARS-RPT-RECORD
           STRING LoanAcctNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LoanRepayAcct DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OLDEST-DUE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-UNPAID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-BUCKET-1 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-BUCKET-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-BUCKET-3 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-BUCKET-4 DELIMITED BY SIZE
                  INTO ARREARS-RPT-RECORD
           WRITE ARREARS-RPT-RECORD.

       WRITE-ARREARS-TOTALS.
           MOVE SPACES TO ARREARS-RPT-RECORD
           WRITE ARREARS-RPT-RECORD
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
              MOVE WS-BOOK-BUCKET-COUNT(WS-BUCKET-IDX) TO WS-RPT-COUNT
              MOVE WS-BOOK-BUCKET(WS-BUCKET-IDX) TO WS-RPT-TOTAL
              MOVE SPACES TO ARREARS-RPT-RECORD
              STRING "ARREARS " DELIMITED BY SIZE
                     WS-BUCKET-LABEL(WS-BUCKET-IDX) DELIMITED BY SIZE
                     " INSTALLMENTS " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     " AMOUNT " DELIMITED BY SIZE
                     WS-RPT-TOTAL DELIMITED BY SIZE
                     INTO ARREARS-RPT-RECORD
              WRITE ARREARS-RPT-RECORD
           END-PERFORM
           MOVE WS-ARREARS-LOAN-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ARREARS-RPT-RECORD
           STRING "LOANS IN ARREARS: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ARREARS-RPT-RECORD
           WRITE ARREARS-RPT-RECORD.
