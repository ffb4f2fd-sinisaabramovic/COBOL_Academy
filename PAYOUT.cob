      *****************************************************************
      * Program name:    PAYOUT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the outbound clearing
      *                               file builder - every payment to
      *                               another bank ACCTPOST has posted
      *                               and registered on EXTPAY.DAT as
      *                               pending goes out in one batch on
      *                               the day's PAYOUT.CLR generation,
      *                               between a batch header and a
      *                               trailer carrying the item count
      *                               and total, and is marked sent
      *                               with its batch and item number
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYOUT.
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
           SELECT CLEARING-FILE ASSIGN USING WS-CLR-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.
           SELECT PAYOUT-RPT ASSIGN TO "PAYOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-REGISTER.
       01 ExternalPayment.
           COPY PAYXREC.

      *****************************************************************
      * Clearing house layout - a header and a trailer around each
      * batch; a second batch on the same business day is appended
      * to the day's file under the next batch number.
      *****************************************************************
       FD  CLEARING-FILE.
       01 CLR-HEADER-RECORD.
           02 CLRH-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 CLRH-BANK-ID         PIC   X(11).
           02 FILLER               PIC   X.
           02 CLRH-BATCH-DATE      PIC   X(8).
           02 FILLER               PIC   X.
           02 CLRH-BATCH-NUMBER    PIC   9(2).
           02 FILLER               PIC   X(95).
       01 CLR-DETAIL-RECORD.
           02 CLRD-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 CLRD-ITEM            PIC   9(5).
           02 FILLER               PIC   X.
           02 CLRD-REFERENCE       PIC   9(9).
           02 FILLER               PIC   X.
           02 CLRD-DEBTOR-ACCT     PIC   9(7).
           02 FILLER               PIC   X.
           02 CLRD-AMOUNT          PIC   9(7)V99.
           02 FILLER               PIC   X.
           02 CLRD-BENEF-BANK      PIC   X(11).
           02 FILLER               PIC   X.
           02 CLRD-BENEF-ACCT      PIC   X(20).
           02 FILLER               PIC   X.
           02 CLRD-BENEF-NAME      PIC   X(30).
           02 FILLER               PIC   X(21).
       01 CLR-TRAILER-RECORD.
           02 CLRT-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 CLRT-BATCH-NUMBER    PIC   9(2).
           02 FILLER               PIC   X.
           02 CLRT-COUNT           PIC   9(6).
           02 FILLER               PIC   X.
           02 CLRT-TOTAL           PIC   9(11)V99.
           02 FILLER               PIC   X(95).

       FD  PAYOUT-RPT.
       01 PAYOUT-RPT-RECORD        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-EXTPAY-STATUS         PIC XX VALUE "00".
           88 EXTPAY-OK                       VALUE "00".
       01 WS-CLEARING-STATUS       PIC XX VALUE "00".
           88 CLEARING-FILE-EXISTS            VALUE "00".
           88 CLEARING-FILE-NOT-FOUND         VALUE "35".
       01 WS-REGISTER-OPEN-FLAG    PIC X  VALUE "N".
           88 REGISTER-IS-OPEN            VALUE "Y".
       01 REGISTER-EOF-FLAG        PIC X  VALUE "N".
           88 REGISTER-EOF                VALUE "Y".
       01 CLEARING-EOF-FLAG        PIC X  VALUE "N".
           88 CLEARING-EOF                VALUE "Y".

       01 WS-CLR-GEN-NAME          PIC X(30).
       01 WS-GEN-BASE              PIC X(14).
       01 WS-GEN-ACTION            PIC X.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-BANK-ID               PIC X(11) VALUE SPACES.
       01 WS-BATCH-NUMBER          PIC 9(2) VALUE 0.
       01 WS-ITEM-COUNT            PIC 9(5) VALUE 0.
       01 WS-BATCH-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-PENDING-COUNT         PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(5) VALUE 0.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZZZ9.99.

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PAYOUT".
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
           PERFORM LOAD-BANK-ID

           OPEN OUTPUT PAYOUT-RPT
           MOVE SPACES TO PAYOUT-RPT-RECORD
           STRING "PAYMENTS TO OTHER BANKS SENT TO CLEARING - "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PAYOUT-RPT-RECORD
           WRITE PAYOUT-RPT-RECORD

           OPEN I-O PAYMENT-REGISTER
           IF EXTPAY-OK
              SET REGISTER-IS-OPEN TO TRUE
              PERFORM COUNT-PENDING-PAYMENTS
           END-IF

           IF WS-PENDING-COUNT = 0
              MOVE "  NO PAYMENTS WAITING - NO BATCH WRITTEN"
                   TO PAYOUT-RPT-RECORD
              WRITE PAYOUT-RPT-RECORD
           ELSE
              PERFORM OPEN-CLEARING-BATCH
              PERFORM SEND-PENDING-PAYMENTS
              PERFORM CLOSE-CLEARING-BATCH
           END-IF
           IF REGISTER-IS-OPEN
              CLOSE PAYMENT-REGISTER
           END-IF

           MOVE WS-ITEM-COUNT TO WS-RPT-COUNT
           MOVE WS-BATCH-TOTAL TO WS-RPT-TOTAL
           MOVE SPACES TO PAYOUT-RPT-RECORD
           STRING "TOTAL SENT: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " PAYMENT(S) " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO PAYOUT-RPT-RECORD
           WRITE PAYOUT-RPT-RECORD
           CLOSE PAYOUT-RPT

           DISPLAY "PAYOUT: " WS-ITEM-COUNT " PAYMENT(S) SENT IN BATCH "
                   WS-BATCH-NUMBER " OF " WS-CLR-GEN-NAME
           IF WS-FAILED-COUNT > 0
              DISPLAY "PAYOUT: " WS-FAILED-COUNT " PAYMENT(S) COULD "
                      "NOT BE MARKED SENT - CHECK EXTPAY.DAT"
              MOVE 8 TO WS-FINAL-RC
           END-IF

           MOVE "EXTPAY-SENT" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-BATCH-TOTAL * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-PENDING-COUNT  TO WS-LOG-READ-COUNT
           MOVE WS-ITEM-COUNT     TO WS-LOG-ACCEPT-COUNT
           MOVE WS-FAILED-COUNT   TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC       TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * The bank's identity in the clearing scheme - sent on every
      * batch header; left blank the clearing house will refuse the
      * file, so the run warns.
      *****************************************************************
       LOAD-BANK-ID.
           MOVE "CLEARING-BANK-ID" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              MOVE WS-PARM-VALUE TO WS-BANK-ID
           ELSE
              DISPLAY "PAYOUT: NO CLEARING-BANK-ID PARAMETER - "
                      "BATCH HEADER SENT WITHOUT THE BANK IDENTITY"
              MOVE 4 TO WS-FINAL-RC
           END-IF.

       COUNT-PENDING-PAYMENTS.
           MOVE "N" TO REGISTER-EOF-FLAG
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
                    IF PAY-IS-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * The batch number is one past the batches already on the
      * day's file, so a second run on the same business day adds
      * its own batch instead of overwriting the first.
      *****************************************************************
       OPEN-CLEARING-BATCH.
           MOVE "PAYOUT.CLR" TO WS-GEN-BASE
           MOVE "R" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-CLR-GEN-NAME
           MOVE 0 TO WS-BATCH-NUMBER
           OPEN INPUT CLEARING-FILE
           IF CLEARING-FILE-EXISTS
              PERFORM UNTIL CLEARING-EOF
                 READ CLEARING-FILE
                    AT END
                       SET CLEARING-EOF TO TRUE
                    NOT AT END
                       IF CLRH-TYPE = "H"
                          ADD 1 TO WS-BATCH-NUMBER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLEARING-FILE
              OPEN EXTEND CLEARING-FILE
           ELSE
              MOVE "N" TO WS-GEN-ACTION
              CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                      WS-CLR-GEN-NAME
              OPEN OUTPUT CLEARING-FILE
           END-IF
           ADD 1 TO WS-BATCH-NUMBER

           MOVE SPACES TO CLR-HEADER-RECORD
           MOVE "H"             TO CLRH-TYPE
           MOVE WS-BANK-ID      TO CLRH-BANK-ID
           MOVE WS-RUN-DATE     TO CLRH-BATCH-DATE
           MOVE WS-BATCH-NUMBER TO CLRH-BATCH-NUMBER
           WRITE CLR-HEADER-RECORD.

       SEND-PENDING-PAYMENTS.
           MOVE "N" TO REGISTER-EOF-FLAG
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
                    IF PAY-IS-PENDING
                       PERFORM SEND-ONE-PAYMENT
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * The register is marked before the item is written, so a
      * payment that cannot be marked sent is never sent - it stays
      * pending for the next batch rather than going out twice.
      *****************************************************************
       SEND-ONE-PAYMENT.
           SET PAY-IS-SENT TO TRUE
           MOVE WS-RUN-DATE TO PayBatchDate
           COMPUTE PayBatchItem = WS-ITEM-COUNT + 1
           REWRITE ExternalPayment
              INVALID KEY
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY "PAYOUT: REGISTER REWRITE FAILED FOR "
                         PayReference
              NOT INVALID KEY
                 ADD 1 TO WS-ITEM-COUNT
                 ADD PayAmount TO WS-BATCH-TOTAL
                 PERFORM WRITE-PAYMENT-ITEM
           END-REWRITE.

       WRITE-PAYMENT-ITEM.
           MOVE SPACES TO CLR-DETAIL-RECORD
           MOVE "D"            TO CLRD-TYPE
           MOVE PayBatchItem   TO CLRD-ITEM
           MOVE PayReference   TO CLRD-REFERENCE
           MOVE PayAcctNumber  TO CLRD-DEBTOR-ACCT
           MOVE PayAmount      TO CLRD-AMOUNT
           MOVE PayBenefBank   TO CLRD-BENEF-BANK
           MOVE PayBenefAcct   TO CLRD-BENEF-ACCT
           MOVE PayBenefName   TO CLRD-BENEF-NAME
           WRITE CLR-DETAIL-RECORD

           MOVE PayAmount TO WS-RPT-AMOUNT
           MOVE SPACES TO PAYOUT-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  PayBatchItem DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  PayReference DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  PayAcctNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  PayBenefBank DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PayBenefAcct DELIMITED BY SIZE
                  INTO PAYOUT-RPT-RECORD
           WRITE PAYOUT-RPT-RECORD.

       CLOSE-CLEARING-BATCH.
           MOVE SPACES TO CLR-TRAILER-RECORD
           MOVE "T"             TO CLRT-TYPE
           MOVE WS-BATCH-NUMBER TO CLRT-BATCH-NUMBER
           MOVE WS-ITEM-COUNT   TO CLRT-COUNT
           MOVE WS-BATCH-TOTAL  TO CLRT-TOTAL
           WRITE CLR-TRAILER-RECORD
           CLOSE CLEARING-FILE.
