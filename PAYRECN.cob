      *****************************************************************
      * Program name:    PAYRECN
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the daily outbound and
      *                               returns reconciliation for
      *                               payments to other banks - the
      *                               day's CLRIN and CLROUT suspense
      *                               legs on ACCTJRNL.DAT are proved
      *                               against the payments registered
      *                               and the returns credited on
      *                               EXTPAY.DAT and POSTREG.DAT, and
      *                               every payment left pending past
      *                               its posting day or returned but
      *                               not credited is listed on
      *                               PAYRECN.RPT
      * 15/10/2026 SINISA ABRAMOVIC  The day's suspense legs now come
      *                               through JRNLREAD on the journal's
      *                               date key instead of a pass over
      *                               the whole journal
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYRECN.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-REGISTER ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PayReference
               FILE STATUS IS WS-EXTPAY-STATUS.
           SELECT POST-REGISTRY ASSIGN TO "POSTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREG-REFERENCE
               FILE STATUS IS WS-POSTREG-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT RECON-RPT ASSIGN TO "PAYRECN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-REGISTER.
       01 ExternalPayment.
           COPY PAYXREC.

       FD  POST-REGISTRY.
       01 PostRegistry.
           COPY PREGREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  RECON-RPT.
       01 RECON-RPT-RECORD         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-EXTPAY-STATUS         PIC XX VALUE "00".
           88 EXTPAY-OK                       VALUE "00".
       01 WS-POSTREG-STATUS        PIC XX VALUE "00".
           88 POSTREG-OK                      VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 REGISTER-EOF-FLAG        PIC X  VALUE "N".
           88 REGISTER-EOF                VALUE "Y".
       01 WS-POSTREG-OPEN-FLAG     PIC X  VALUE "N".
           88 POSTREG-IS-OPEN             VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-CLEARING-ACCT         PIC 9(7) VALUE 0.
       01 WS-RETURN-CREDITED-FLAG  PIC X  VALUE "N".
           88 RETURN-WAS-CREDITED         VALUE "Y".

      *****************************************************************
      * The day's movements as the journal saw them and as the
      * register saw them - each pair must agree.
      *****************************************************************
       01 WS-JRNL-CLRIN-COUNT      PIC 9(5) VALUE 0.
       01 WS-JRNL-CLRIN-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-JRNL-CLROUT-COUNT     PIC 9(5) VALUE 0.
       01 WS-JRNL-CLROUT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-REG-POSTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-REG-POSTED-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-REG-CREDITED-COUNT    PIC 9(5) VALUE 0.
       01 WS-REG-CREDITED-TOTAL    PIC 9(11)V99 VALUE 0.

       01 WS-SENT-COUNT            PIC 9(5) VALUE 0.
       01 WS-SENT-TOTAL            PIC 9(11)V99 VALUE 0.
       01 WS-RETURNED-COUNT        PIC 9(5) VALUE 0.
       01 WS-RETURNED-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-CANCELLED-COUNT       PIC 9(5) VALUE 0.
       01 WS-CANCELLED-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-PENDING-COUNT         PIC 9(5) VALUE 0.
       01 WS-PENDING-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-OUTSTANDING-COUNT     PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-SUSPENSE-BALANCE      PIC S9(7)V99 VALUE 0.

       01 WS-RPT-LABEL             PIC X(34).
       01 WS-RPT-DATE              PIC X(8).
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZZZ9.99.
       01 WS-RPT-TOTAL-B           PIC ZZZZZZZZZZ9.99.
       01 WS-RPT-BALANCE           PIC -ZZZZZZ9.99.
       01 WS-RPT-RESULT            PIC X(10).

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PAYRECN".
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
           PERFORM LOAD-CLEARING-ACCT

           OPEN OUTPUT RECON-RPT
           MOVE SPACES TO RECON-RPT-RECORD
           STRING "PAYMENTS TO OTHER BANKS - OUTBOUND AND RETURNS "
                  DELIMITED BY SIZE
                  "RECONCILIATION " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE "EXCEPTIONS" TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD

           PERFORM SCAN-JOURNAL-FOR-TODAY

           OPEN INPUT POST-REGISTRY
           IF POSTREG-OK
              SET POSTREG-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT PAYMENT-REGISTER
           IF EXTPAY-OK
              PERFORM SCAN-PAYMENT-REGISTER
              CLOSE PAYMENT-REGISTER
           END-IF
           IF POSTREG-IS-OPEN
              CLOSE POST-REGISTRY
           END-IF
           IF WS-EXCEPTION-COUNT = 0
              MOVE "  NONE" TO RECON-RPT-RECORD
              WRITE RECON-RPT-RECORD
           END-IF

           PERFORM READ-SUSPENSE-BALANCE
           PERFORM WRITE-RECONCILIATION
           CLOSE RECON-RPT

           DISPLAY "PAYRECN: " WS-REG-POSTED-COUNT
                   " PAYMENT(S) POSTED, " WS-SENT-COUNT " SENT, "
                   WS-RETURNED-COUNT
                   " RETURNED TODAY - " WS-EXCEPTION-COUNT
                   " EXCEPTION(S)"
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE WS-REG-POSTED-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-SENT-COUNT       TO WS-LOG-ACCEPT-COUNT
           MOVE WS-EXCEPTION-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC         TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-CLEARING-ACCT.
           MOVE "CLEARING-ACCT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-CLEARING-ACCT =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

      *****************************************************************
      * The suspense legs posted today - a CLRIN for each payment
      * taken from a customer, a CLROUT for each return paid back.
      *****************************************************************
       SCAN-JOURNAL-FOR-TODAY.
           SET JRNL-START-DATES TO TRUE
           MOVE WS-RUN-DATE TO JRQ-FROM-DATE
           MOVE WS-RUN-DATE TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 PERFORM NOTE-SUSPENSE-LEG
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       NOTE-SUSPENSE-LEG.
           EVALUATE JRNL-TXN-CODE
              WHEN "CLRIN"
                 ADD 1 TO WS-JRNL-CLRIN-COUNT
                 ADD JRNL-AMOUNT TO WS-JRNL-CLRIN-TOTAL
              WHEN "CLROUT"
                 ADD 1 TO WS-JRNL-CLROUT-COUNT
                 ADD JRNL-AMOUNT TO WS-JRNL-CLROUT-TOTAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       SCAN-PAYMENT-REGISTER.
           MOVE ZEROES TO PayReference
           START PAYMENT-REGISTER KEY IS NOT LESS THAN PayReference
              INVALID KEY
                 SET REGISTER-EOF TO TRUE
           END-START
           PERFORM UNTIL REGISTER-EOF
              READ PAYMENT-REGISTER NEXT RECORD
                 AT END
                    SET REGISTER-EOF TO TRUE
                 NOT AT END
                    PERFORM NOTE-ONE-PAYMENT
              END-READ
           END-PERFORM.

      *****************************************************************
      * A payment still pending after its posting day missed a
      * clearing batch; a payment returned but whose EXTRTN credit
      * did not post has left the customer's money in suspense. A
      * payment sent and not returned is outstanding with the
      * clearing house.
      *****************************************************************
       NOTE-ONE-PAYMENT.
           IF PayPostedDate = WS-RUN-DATE
              ADD 1 TO WS-REG-POSTED-COUNT
              ADD PayAmount TO WS-REG-POSTED-TOTAL
           END-IF
           IF PayBatchDate = WS-RUN-DATE
              ADD 1 TO WS-SENT-COUNT
              ADD PayAmount TO WS-SENT-TOTAL
           END-IF
           EVALUATE TRUE
              WHEN PAY-IS-PENDING
                 ADD 1 TO WS-PENDING-COUNT
                 ADD PayAmount TO WS-PENDING-TOTAL
                 IF PayPostedDate < WS-RUN-DATE
                    MOVE "PENDING SINCE" TO WS-RPT-LABEL
                    MOVE PayPostedDate TO WS-RPT-DATE
                    PERFORM WRITE-PAYMENT-EXCEPTION
                 END-IF
              WHEN PAY-IS-SENT
                 ADD 1 TO WS-OUTSTANDING-COUNT
                 ADD PayAmount TO WS-OUTSTANDING-TOTAL
              WHEN PAY-IS-CANCELLED
                 IF PayPostedDate = WS-RUN-DATE
                    ADD 1 TO WS-CANCELLED-COUNT
                    ADD PayAmount TO WS-CANCELLED-TOTAL
                 END-IF
              WHEN PAY-IS-RETURNED
                 PERFORM CHECK-RETURN-CREDITED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-RETURN-CREDITED.
           MOVE "N" TO WS-RETURN-CREDITED-FLAG
           IF POSTREG-IS-OPEN
              MOVE PayReturnRef TO PREG-REFERENCE
              READ POST-REGISTRY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PREG-DISPOSITION = "POSTED"
                       SET RETURN-WAS-CREDITED TO TRUE
                    END-IF
              END-READ
           END-IF
           IF PayReturnDate = WS-RUN-DATE
              ADD 1 TO WS-RETURNED-COUNT
              ADD PayAmount TO WS-RETURNED-TOTAL
           END-IF
           IF RETURN-WAS-CREDITED
              IF PREG-DATE = WS-RUN-DATE
                 ADD 1 TO WS-REG-CREDITED-COUNT
                 ADD PayAmount TO WS-REG-CREDITED-TOTAL
              END-IF
           ELSE
              MOVE "RETURNED, NOT CREDITED, SINCE"
                   TO WS-RPT-LABEL
              MOVE PayReturnDate TO WS-RPT-DATE
              PERFORM WRITE-PAYMENT-EXCEPTION
           END-IF.

       WRITE-PAYMENT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE PayAmount TO WS-RPT-AMOUNT
           MOVE SPACES TO RECON-RPT-RECORD
           STRING "  REF " DELIMITED BY SIZE
                  PayReference DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  PayAcctNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-LABEL DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-RPT-DATE DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD.

       READ-SUSPENSE-BALANCE.
           IF WS-CLEARING-ACCT > 0
              OPEN INPUT ACCOUNT-MASTER
              IF ACCTMAST-OK
                 MOVE WS-CLEARING-ACCT TO AcctNumber
                 READ ACCOUNT-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE AcctBalance TO WS-SUSPENSE-BALANCE
                 END-READ
                 CLOSE ACCOUNT-MASTER
              END-IF
           END-IF.

       WRITE-RECONCILIATION.
           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE "MOVEMENTS TODAY" TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD

           MOVE "PAYMENTS REGISTERED / CLRIN LEGS" TO WS-RPT-LABEL
           MOVE WS-REG-POSTED-TOTAL TO WS-RPT-TOTAL
           MOVE WS-JRNL-CLRIN-TOTAL TO WS-RPT-TOTAL-B
           IF WS-REG-POSTED-TOTAL = WS-JRNL-CLRIN-TOTAL
              AND WS-REG-POSTED-COUNT = WS-JRNL-CLRIN-COUNT
              MOVE "AGREE" TO WS-RPT-RESULT
           ELSE
              MOVE "*DIFFER*" TO WS-RPT-RESULT
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE

           MOVE "RETURNS CREDITED / CLROUT LEGS" TO WS-RPT-LABEL
           MOVE WS-REG-CREDITED-TOTAL TO WS-RPT-TOTAL
           MOVE WS-JRNL-CLROUT-TOTAL TO WS-RPT-TOTAL-B
           IF WS-REG-CREDITED-TOTAL = WS-JRNL-CLROUT-TOTAL
              AND WS-REG-CREDITED-COUNT = WS-JRNL-CLROUT-COUNT
              MOVE "AGREE" TO WS-RPT-RESULT
           ELSE
              MOVE "*DIFFER*" TO WS-RPT-RESULT
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM WRITE-PROOF-LINE

           MOVE "SENT TO CLEARING TODAY" TO WS-RPT-LABEL
           MOVE WS-SENT-COUNT TO WS-RPT-COUNT
           MOVE WS-SENT-TOTAL TO WS-RPT-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE "RETURNED BY CLEARING TODAY" TO WS-RPT-LABEL
           MOVE WS-RETURNED-COUNT TO WS-RPT-COUNT
           MOVE WS-RETURNED-TOTAL TO WS-RPT-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE "CANCELLED BEFORE SENDING TODAY" TO WS-RPT-LABEL
           MOVE WS-CANCELLED-COUNT TO WS-RPT-COUNT
           MOVE WS-CANCELLED-TOTAL TO WS-RPT-TOTAL
           PERFORM WRITE-TOTAL-LINE

           MOVE SPACES TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE "POSITION" TO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD
           MOVE "WAITING FOR THE NEXT BATCH" TO WS-RPT-LABEL
           MOVE WS-PENDING-COUNT TO WS-RPT-COUNT
           MOVE WS-PENDING-TOTAL TO WS-RPT-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE "SENT, NOT RETURNED" TO WS-RPT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO WS-RPT-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO WS-RPT-TOTAL
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-SUSPENSE-BALANCE TO WS-RPT-BALANCE
           MOVE SPACES TO RECON-RPT-RECORD
           STRING "  CLEARING SUSPENSE " DELIMITED BY SIZE
                  WS-CLEARING-ACCT DELIMITED BY SIZE
                  " BALANCE " DELIMITED BY SIZE
                  WS-RPT-BALANCE DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD.

       WRITE-PROOF-LINE.
           MOVE SPACES TO RECON-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-RPT-LABEL DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-TOTAL-B DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-RESULT DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO RECON-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-RPT-LABEL DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO RECON-RPT-RECORD
           WRITE RECON-RPT-RECORD.
