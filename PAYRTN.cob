      *****************************************************************
      * Program name:    PAYRTN
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the clearing house
      *                               returns loader - the PAYRTN.IN
      *                               delivery is proved against its
      *                               own trailer first, then each
      *                               returned payment is matched to
      *                               the sent item on EXTPAY.DAT,
      *                               marked returned with the
      *                               clearing house's reason, and
      *                               queued into ACCTPOST.IN as an
      *                               EXTRTN credit back to the
      *                               customer out of clearing
      *                               suspense; a return that matches
      *                               nothing sent goes to the reject
      *                               log and PAYRTN.RPT
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYRTN.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNS-IN ASSIGN TO "PAYRTN.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT PAYMENT-REGISTER ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PayReference
               FILE STATUS IS WS-EXTPAY-STATUS.
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT RETURNS-RPT ASSIGN TO "PAYRTN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * Clearing house returns layout - one header, one detail per
      * returned payment naming the reference the bank sent it under,
      * and a trailer with the detail count and total.
      *****************************************************************
       FD  RETURNS-IN.
       01 RTN-HEADER-RECORD.
           02 RTNH-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 RTNH-BANK-ID         PIC   X(11).
           02 FILLER               PIC   X.
           02 RTNH-FILE-DATE       PIC   X(8).
           02 FILLER               PIC   X(58).
       01 RTN-DETAIL-RECORD.
           02 RTND-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 RTND-REFERENCE       PIC   9(9).
           02 FILLER               PIC   X.
           02 RTND-AMOUNT          PIC   9(7)V99.
           02 FILLER               PIC   X.
           02 RTND-REASON          PIC   X(4).
           02 FILLER               PIC   X.
           02 RTND-REASON-TEXT     PIC   X(30).
           02 FILLER               PIC   X(23).
       01 RTN-TRAILER-RECORD.
           02 RTNT-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 RTNT-COUNT           PIC   9(6).
           02 FILLER               PIC   X.
           02 RTNT-TOTAL           PIC   9(11)V99.
           02 FILLER               PIC   X(58).

       FD  PAYMENT-REGISTER.
       01 ExternalPayment.
           COPY PAYXREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  RETURNS-RPT.
       01 RETURNS-RPT-RECORD       PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-RETURNS-STATUS        PIC XX VALUE "00".
           88 RETURNS-FILE-FOUND             VALUE "00".
       01 WS-EXTPAY-STATUS         PIC XX VALUE "00".
           88 EXTPAY-OK                       VALUE "00".
       01 WS-TRANS-STATUS          PIC XX VALUE "00".
           88 TRANS-FILE-NOT-FOUND       VALUE "35".
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND            VALUE "00".
       01 RETURNS-EOF-FLAG         PIC X  VALUE "N".
           88 RETURNS-EOF                 VALUE "Y".
       01 CODE-EOF-FLAG            PIC X  VALUE "N".
           88 CODE-EOF                    VALUE "Y".
       01 WS-CODE-KNOWN-FLAG       PIC X  VALUE "N".
           88 EXTRTN-IS-KNOWN             VALUE "Y".

      *****************************************************************
      * The delivery is proved whole before any of it is applied - a
      * file cut short in transmission would otherwise credit half
      * the returns and lose the rest.
      *****************************************************************
       01 WS-FILE-OK-FLAG          PIC X  VALUE "Y".
           88 DELIVERY-IS-WHOLE           VALUE "Y".
       01 WS-FILE-PROBLEM          PIC X(40) VALUE SPACES.
       01 WS-HEADER-COUNT          PIC 9(5) VALUE 0.
       01 WS-TRAILER-COUNT         PIC 9(5) VALUE 0.
       01 WS-RECORD-COUNT          PIC 9(5) VALUE 0.
       01 WS-DETAIL-COUNT          PIC 9(6) VALUE 0.
       01 WS-DETAIL-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-SEEN-COUNT    PIC 9(6) VALUE 0.
       01 WS-TRAILER-SEEN-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-LAST-TYPE             PIC X  VALUE SPACE.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-QUEUED-COUNT          PIC 9(5) VALUE 0.
       01 WS-QUEUED-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REPEAT-COUNT          PIC 9(5) VALUE 0.

       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZZZ9.99.

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-LOG-REJECT-PROGRAM    PIC X(12) VALUE "PAYRTN".
       01 WS-LOG-REJECT-INPUT      PIC X(20).
       01 WS-LOG-REJECT-REASON     PIC X(30).
       01 WS-LOG-REJECT-BATCH      PIC X(8) VALUE SPACES.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PAYRTN".
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
           MOVE WS-RUN-DATE TO WS-LOG-REJECT-BATCH
           PERFORM CHECK-EXTRTN-CODE

           OPEN OUTPUT RETURNS-RPT
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING "CLEARING HOUSE RETURNS LOADED - " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD

           PERFORM PROVE-RETURNS-FILE

           EVALUATE TRUE
              WHEN WS-RECORD-COUNT = 0
                 MOVE "  NO RETURNS DELIVERED TODAY"
                      TO RETURNS-RPT-RECORD
                 WRITE RETURNS-RPT-RECORD
              WHEN NOT DELIVERY-IS-WHOLE
                 MOVE SPACES TO RETURNS-RPT-RECORD
                 STRING "  DELIVERY REFUSED - " DELIMITED BY SIZE
                        WS-FILE-PROBLEM DELIMITED BY SIZE
                        INTO RETURNS-RPT-RECORD
                 WRITE RETURNS-RPT-RECORD
                 DISPLAY "PAYRTN: PAYRTN.IN REFUSED - " WS-FILE-PROBLEM
                 MOVE 8 TO WS-FINAL-RC
              WHEN OTHER
                 PERFORM APPLY-RETURNS-FILE
           END-EVALUATE

           PERFORM WRITE-RETURNS-TOTALS
           CLOSE RETURNS-RPT

           DISPLAY "PAYRTN: " WS-QUEUED-COUNT " RETURN(S) QUEUED FOR "
                   "CREDIT, " WS-REJECTED-COUNT " REJECTED, "
                   WS-REPEAT-COUNT " ALREADY LOADED"
           IF WS-REJECTED-COUNT > 0 AND WS-FINAL-RC < 4
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE "EXTRTN-QUEUED" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-QUEUED-TOTAL * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-DETAIL-COUNT    TO WS-LOG-READ-COUNT
           MOVE WS-QUEUED-COUNT    TO WS-LOG-ACCEPT-COUNT
           MOVE WS-REJECTED-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * A site whose TXNCODES.DAT predates payments to other banks
      * has no EXTRTN rule and ACCTPOST would decline every return
      * credit - the run ends with a warning so the code gets added.
      *****************************************************************
       CHECK-EXTRTN-CODE.
           OPEN INPUT TXN-CODE-FILE
           IF CODE-FILE-FOUND
              PERFORM UNTIL CODE-EOF
                 READ TXN-CODE-FILE
                    AT END
                       SET CODE-EOF TO TRUE
                    NOT AT END
                       IF TXC-CODE = "EXTRTN"
                          AND TXC-MOVES-MONEY-IN
                          SET EXTRTN-IS-KNOWN TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TXN-CODE-FILE
              IF NOT EXTRTN-IS-KNOWN
                 DISPLAY "PAYRTN: TXNCODES.DAT HAS NO EXTRTN CREDIT "
                         "RULE - RETURNED PAYMENTS WILL BE DECLINED"
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF.

      *****************************************************************
      * First pass - exactly one header first, exactly one trailer
      * last, and the trailer's count and total equal to the details
      * actually received.
      *****************************************************************
       PROVE-RETURNS-FILE.
           MOVE "N" TO RETURNS-EOF-FLAG
           OPEN INPUT RETURNS-IN
           IF RETURNS-FILE-FOUND
              PERFORM UNTIL RETURNS-EOF
                 READ RETURNS-IN
                    AT END
                       SET RETURNS-EOF TO TRUE
                    NOT AT END
                       PERFORM PROVE-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE RETURNS-IN
           END-IF

           IF WS-RECORD-COUNT > 0
              EVALUATE TRUE
                 WHEN WS-FILE-PROBLEM NOT = SPACES
                    CONTINUE
                 WHEN WS-HEADER-COUNT NOT = 1
                    MOVE "HEADER MISSING OR REPEATED"
                         TO WS-FILE-PROBLEM
                 WHEN WS-TRAILER-COUNT NOT = 1
                    OR WS-LAST-TYPE NOT = "T"
                    MOVE "TRAILER MISSING OR NOT LAST"
                         TO WS-FILE-PROBLEM
                 WHEN WS-TRAILER-SEEN-COUNT NOT = WS-DETAIL-COUNT
                    MOVE "TRAILER COUNT DOES NOT MATCH THE DETAILS"
                         TO WS-FILE-PROBLEM
                 WHEN WS-TRAILER-SEEN-TOTAL NOT = WS-DETAIL-TOTAL
                    MOVE "TRAILER TOTAL DOES NOT MATCH THE DETAILS"
                         TO WS-FILE-PROBLEM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF WS-FILE-PROBLEM NOT = SPACES
                 MOVE "N" TO WS-FILE-OK-FLAG
              END-IF
           END-IF.

       PROVE-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           MOVE RTNH-TYPE TO WS-LAST-TYPE
           EVALUATE RTNH-TYPE
              WHEN "H"
                 ADD 1 TO WS-HEADER-COUNT
                 IF WS-RECORD-COUNT NOT = 1
                    MOVE "HEADER IS NOT THE FIRST RECORD"
                         TO WS-FILE-PROBLEM
                 END-IF
              WHEN "D"
                 IF RTND-REFERENCE IS NOT NUMERIC
                    OR RTND-AMOUNT IS NOT NUMERIC
                    MOVE "DETAIL WITH A NON-NUMERIC FIELD"
                         TO WS-FILE-PROBLEM
                 ELSE
                    ADD 1 TO WS-DETAIL-COUNT
                    ADD RTND-AMOUNT TO WS-DETAIL-TOTAL
                 END-IF
              WHEN "T"
                 ADD 1 TO WS-TRAILER-COUNT
                 IF RTNT-COUNT IS NUMERIC AND RTNT-TOTAL IS NUMERIC
                    MOVE RTNT-COUNT TO WS-TRAILER-SEEN-COUNT
                    MOVE RTNT-TOTAL TO WS-TRAILER-SEEN-TOTAL
                 ELSE
                    MOVE "TRAILER WITH A NON-NUMERIC FIELD"
                         TO WS-FILE-PROBLEM
                 END-IF
              WHEN OTHER
                 MOVE "UNKNOWN RECORD TYPE" TO WS-FILE-PROBLEM
           END-EVALUATE.

      *****************************************************************
      * Second pass - the proved delivery is applied detail by detail.
      *****************************************************************
       APPLY-RETURNS-FILE.
           OPEN I-O PAYMENT-REGISTER
           IF NOT EXTPAY-OK
              CLOSE PAYMENT-REGISTER
              OPEN OUTPUT PAYMENT-REGISTER
              CLOSE PAYMENT-REGISTER
              OPEN I-O PAYMENT-REGISTER
           END-IF
           OPEN EXTEND POST-TRANS
           IF TRANS-FILE-NOT-FOUND
              OPEN OUTPUT POST-TRANS
           END-IF

           MOVE "N" TO RETURNS-EOF-FLAG
           OPEN INPUT RETURNS-IN
           PERFORM UNTIL RETURNS-EOF
              READ RETURNS-IN
                 AT END
                    SET RETURNS-EOF TO TRUE
                 NOT AT END
                    IF RTND-TYPE = "D"
                       PERFORM APPLY-ONE-RETURN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RETURNS-IN
           CLOSE POST-TRANS
           CLOSE PAYMENT-REGISTER.

      *****************************************************************
      * A return must name a payment the bank actually sent, for the
      * amount it was sent for. The same return loaded twice finds
      * the payment already marked returned and is only counted -
      * the ACCTPOST registry would refuse the second credit anyway.
      *****************************************************************
       APPLY-ONE-RETURN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RTND-REFERENCE TO PayReference
           READ PAYMENT-REGISTER
              INVALID KEY
                 MOVE "PAYMENT NOT ON THE REGISTER"
                      TO WS-REJECT-REASON
           END-READ

           EVALUATE TRUE
              WHEN WS-REJECT-REASON NOT = SPACES
                 PERFORM REJECT-ONE-RETURN
              WHEN PAY-IS-RETURNED
                 ADD 1 TO WS-REPEAT-COUNT
              WHEN NOT PAY-IS-SENT
                 MOVE "PAYMENT WAS NEVER SENT" TO WS-REJECT-REASON
                 PERFORM REJECT-ONE-RETURN
              WHEN PayAmount NOT = RTND-AMOUNT
                 MOVE "AMOUNT IS NOT THE SENT AMOUNT"
                      TO WS-REJECT-REASON
                 PERFORM REJECT-ONE-RETURN
              WHEN OTHER
                 PERFORM QUEUE-RETURN-CREDIT
           END-EVALUATE.

      *****************************************************************
      * The originator reference is XR + the payment's reference, so
      * each payment can be credited back once only.
      *****************************************************************
       QUEUE-RETURN-CREDIT.
           MOVE SPACES           TO POST-TRANS-RECORD
           MOVE "EXTRTN"         TO POST-TXN-CODE
           MOVE PayAcctNumber    TO POST-ACCT-NUMBER
           MOVE PayAmount        TO POST-AMOUNT
           STRING "XR" DELIMITED BY SIZE
                  PayReference DELIMITED BY SIZE
                  INTO POST-ORIG-REF
           WRITE POST-TRANS-RECORD

           SET PAY-IS-RETURNED TO TRUE
           MOVE WS-RUN-DATE      TO PayReturnDate
           MOVE RTND-REASON      TO PayReturnReason
           MOVE RTND-REASON-TEXT TO PayReturnText
           MOVE POST-ORIG-REF    TO PayReturnRef
           REWRITE ExternalPayment
              INVALID KEY
                 DISPLAY "PAYRTN: REGISTER REWRITE FAILED FOR "
                         PayReference
           END-REWRITE
           ADD 1 TO WS-QUEUED-COUNT
           ADD PayAmount TO WS-QUEUED-TOTAL

           MOVE PayAmount TO WS-RPT-AMOUNT
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING "  REF " DELIMITED BY SIZE
                  PayReference DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  PayAcctNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTND-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTND-REASON-TEXT DELIMITED BY SIZE
                  INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD.

       REJECT-ONE-RETURN.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE RTND-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING "  REF " DELIMITED BY SIZE
                  RTND-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " REJECTED - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD

           MOVE SPACES TO WS-LOG-REJECT-INPUT
           STRING RTND-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTND-REASON DELIMITED BY SIZE
                  INTO WS-LOG-REJECT-INPUT
           MOVE WS-REJECT-REASON TO WS-LOG-REJECT-REASON
           CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                   WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                   WS-LOG-REJECT-BATCH.

       WRITE-RETURNS-TOTALS.
           MOVE WS-QUEUED-COUNT TO WS-RPT-COUNT
           MOVE WS-QUEUED-TOTAL TO WS-RPT-TOTAL
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING "TOTAL QUEUED FOR CREDIT: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING "TOTAL REJECTED:          " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD
           MOVE WS-REPEAT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO RETURNS-RPT-RECORD
           STRING "TOTAL ALREADY LOADED:    " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO RETURNS-RPT-RECORD
           WRITE RETURNS-RPT-RECORD.
