      *****************************************************************
      * Program name:    BULKCRED
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the inbound bulk
      *                               credit loader - a clearing house
      *                               BULKCRED.IN delivery from a
      *                               utility or an employer is proved
      *                               against its own trailer count,
      *                               total and account hash first,
      *                               then each credit is checked
      *                               against ACCTMAST.DAT and queued
      *                               into ACCTPOST.IN as a DEPOSIT;
      *                               credits for unknown, closed, or
      *                               frozen accounts go back to the
      *                               clearing house on the day's
      *                               BULKCRED.RTN generation instead
      *                               of the reject log, so nobody
      *                               re-keys a bulk file again
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BULKCRED.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULK-IN ASSIGN TO "BULKCRED.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULK-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RETURNS-FILE ASSIGN USING WS-RTN-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT LOADED-LOG ASSIGN TO "BULKCRED.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADED-STATUS.
           SELECT BULK-RPT ASSIGN TO "BULKCRED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * Clearing house bulk credit layout - one header naming the
      * originator and the clearing house's file sequence number, one
      * detail per credit, and a trailer with the detail count, the
      * amount total, and the hash total of the target accounts.
      *****************************************************************
       FD  BULK-IN.
       01 BLK-HEADER-RECORD.
           02 BLKH-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 BLKH-ORIGINATOR-ID   PIC   X(11).
           02 FILLER               PIC   X.
           02 BLKH-ORIGINATOR-NAME PIC   X(30).
           02 FILLER               PIC   X.
           02 BLKH-FILE-DATE       PIC   X(8).
           02 FILLER               PIC   X.
           02 BLKH-FILE-SEQ        PIC   9(6).
           02 FILLER               PIC   X(60).
       01 BLK-DETAIL-RECORD.
           02 BLKD-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 BLKD-ITEM            PIC   9(6).
           02 FILLER               PIC   X.
           02 BLKD-ACCT-NUMBER     PIC   9(7).
           02 FILLER               PIC   X.
           02 BLKD-AMOUNT          PIC   9(7)V99.
           02 FILLER               PIC   X.
           02 BLKD-PAYER-REF       PIC   X(20).
           02 FILLER               PIC   X.
           02 BLKD-PAYEE-NAME      PIC   X(30).
           02 FILLER               PIC   X(42).
       01 BLK-TRAILER-RECORD.
           02 BLKT-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 BLKT-COUNT           PIC   9(6).
           02 FILLER               PIC   X.
           02 BLKT-TOTAL           PIC   9(11)V99.
           02 FILLER               PIC   X.
           02 BLKT-HASH            PIC   9(12).
           02 FILLER               PIC   X(85).

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

      *****************************************************************
      * Returns to the clearing house - one batch per bulk file that
      * had anything to return, its header naming the file it
      * answers; a second file on the same business day appends its
      * own batch to the day's generation.
      *****************************************************************
       FD  RETURNS-FILE.
       01 BRT-HEADER-RECORD.
           02 BRTH-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 BRTH-BANK-ID         PIC   X(11).
           02 FILLER               PIC   X.
           02 BRTH-ORIGINATOR-ID   PIC   X(11).
           02 FILLER               PIC   X.
           02 BRTH-FILE-SEQ        PIC   9(6).
           02 FILLER               PIC   X.
           02 BRTH-RETURN-DATE     PIC   X(8).
           02 FILLER               PIC   X(79).
       01 BRT-DETAIL-RECORD.
           02 BRTD-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 BRTD-ITEM            PIC   9(6).
           02 FILLER               PIC   X.
           02 BRTD-ACCT-NUMBER     PIC   9(7).
           02 FILLER               PIC   X.
           02 BRTD-AMOUNT          PIC   9(7)V99.
           02 FILLER               PIC   X.
           02 BRTD-PAYER-REF       PIC   X(20).
           02 FILLER               PIC   X.
           02 BRTD-REASON          PIC   X(4).
           02 FILLER               PIC   X.
           02 BRTD-REASON-TEXT     PIC   X(30).
           02 FILLER               PIC   X(37).
       01 BRT-TRAILER-RECORD.
           02 BRTT-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 BRTT-COUNT           PIC   9(6).
           02 FILLER               PIC   X.
           02 BRTT-TOTAL           PIC   9(11)V99.
           02 FILLER               PIC   X.
           02 BRTT-HASH            PIC   9(12).
           02 FILLER               PIC   X(85).

      *****************************************************************
      * One line per bulk file loaded, so the same delivery sent
      * twice is recognised by its originator and file sequence.
      *****************************************************************
       FD  LOADED-LOG.
       01 LOADED-LOG-RECORD.
           02 LDL-LOAD-DATE        PIC   X(8).
           02 FILLER               PIC   X.
           02 LDL-ORIGINATOR-ID    PIC   X(11).
           02 FILLER               PIC   X.
           02 LDL-FILE-SEQ         PIC   9(6).
           02 FILLER               PIC   X.
           02 LDL-FILE-DATE        PIC   X(8).
           02 FILLER               PIC   X.
           02 LDL-CREDITED-COUNT   PIC   9(6).
           02 FILLER               PIC   X.
           02 LDL-RETURNED-COUNT   PIC   9(6).

       FD  BULK-RPT.
       01 BULK-RPT-RECORD          PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-BULK-STATUS           PIC XX VALUE "00".
           88 BULK-FILE-FOUND                VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-TRANS-STATUS          PIC XX VALUE "00".
           88 TRANS-FILE-NOT-FOUND       VALUE "35".
       01 WS-RETURNS-STATUS        PIC XX VALUE "00".
           88 RETURNS-FILE-EXISTS             VALUE "00".
       01 WS-LOADED-STATUS         PIC XX VALUE "00".
           88 LOADED-LOG-FOUND                VALUE "00".
           88 LOADED-LOG-NOT-FOUND            VALUE "35".
       01 BULK-EOF-FLAG            PIC X  VALUE "N".
           88 BULK-EOF                    VALUE "Y".
       01 RETURNS-EOF-FLAG         PIC X  VALUE "N".
           88 RETURNS-EOF                 VALUE "Y".
       01 LOADED-EOF-FLAG          PIC X  VALUE "N".
           88 LOADED-EOF                  VALUE "Y".
       01 WS-ALREADY-LOADED-FLAG   PIC X  VALUE "N".
           88 FILE-ALREADY-LOADED         VALUE "Y".
       01 WS-RETURN-BATCH-FLAG     PIC X  VALUE "N".
           88 RETURN-BATCH-IS-OPEN        VALUE "Y".

      *****************************************************************
      * The delivery is proved whole before any of it is applied - a
      * file cut short in transmission would otherwise credit half
      * the customers and leave the rest to be found by phone.
      *****************************************************************
       01 WS-FILE-OK-FLAG          PIC X  VALUE "Y".
           88 DELIVERY-IS-WHOLE           VALUE "Y".
       01 WS-FILE-PROBLEM          PIC X(40) VALUE SPACES.
       01 WS-HEADER-COUNT          PIC 9(5) VALUE 0.
       01 WS-TRAILER-COUNT         PIC 9(5) VALUE 0.
       01 WS-RECORD-COUNT          PIC 9(6) VALUE 0.
       01 WS-DETAIL-COUNT          PIC 9(6) VALUE 0.
       01 WS-DETAIL-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-DETAIL-HASH           PIC 9(14) VALUE 0.
       01 WS-DETAIL-HASH-LOW       PIC 9(12) VALUE 0.
       01 WS-TRAILER-SEEN-COUNT    PIC 9(6) VALUE 0.
       01 WS-TRAILER-SEEN-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-TRAILER-SEEN-HASH     PIC 9(12) VALUE 0.
       01 WS-LAST-TYPE             PIC X  VALUE SPACE.
       01 WS-ORIGINATOR-ID         PIC X(11) VALUE SPACES.
       01 WS-ORIGINATOR-NAME       PIC X(30) VALUE SPACES.
       01 WS-FILE-DATE             PIC X(8)  VALUE SPACES.
       01 WS-FILE-SEQ              PIC 9(6)  VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-BANK-ID               PIC X(11) VALUE SPACES.
       01 WS-RTN-GEN-NAME          PIC X(30) VALUE SPACES.
       01 WS-GEN-BASE              PIC X(14).
       01 WS-GEN-ACTION            PIC X.

       01 WS-RETURN-REASON         PIC X(4).
       01 WS-RETURN-TEXT           PIC X(30).
       01 WS-CREDITED-COUNT        PIC 9(6) VALUE 0.
       01 WS-CREDITED-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-RETURNED-COUNT        PIC 9(6) VALUE 0.
       01 WS-RETURNED-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-RETURNED-HASH         PIC 9(14) VALUE 0.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-RPT-COUNT             PIC ZZZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZZZ9.99.

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "BULKCRED".
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

           OPEN OUTPUT BULK-RPT
           MOVE SPACES TO BULK-RPT-RECORD
           STRING "CLEARING HOUSE BULK CREDITS LOADED - "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO BULK-RPT-RECORD
           WRITE BULK-RPT-RECORD

           PERFORM PROVE-BULK-FILE
           IF WS-RECORD-COUNT > 0 AND DELIVERY-IS-WHOLE
              PERFORM CHECK-ALREADY-LOADED
              MOVE SPACES TO BULK-RPT-RECORD
              STRING "  FILE " DELIMITED BY SIZE
                     WS-FILE-SEQ DELIMITED BY SIZE
                     " OF " DELIMITED BY SIZE
                     WS-FILE-DATE DELIMITED BY SIZE
                     " FROM " DELIMITED BY SIZE
                     WS-ORIGINATOR-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-ORIGINATOR-NAME DELIMITED BY SIZE
                     INTO BULK-RPT-RECORD
              WRITE BULK-RPT-RECORD
           END-IF

           EVALUATE TRUE
              WHEN WS-RECORD-COUNT = 0
                 MOVE "  NO BULK CREDIT FILE DELIVERED TODAY"
                      TO BULK-RPT-RECORD
                 WRITE BULK-RPT-RECORD
              WHEN NOT DELIVERY-IS-WHOLE
                 MOVE SPACES TO BULK-RPT-RECORD
                 STRING "  DELIVERY REFUSED - " DELIMITED BY SIZE
                        WS-FILE-PROBLEM DELIMITED BY SIZE
                        INTO BULK-RPT-RECORD
                 WRITE BULK-RPT-RECORD
                 DISPLAY "BULKCRED: BULKCRED.IN REFUSED - "
                         WS-FILE-PROBLEM
                 MOVE 8 TO WS-FINAL-RC
              WHEN FILE-ALREADY-LOADED
                 MOVE "  FILE ALREADY LOADED - NOTHING APPLIED"
                      TO BULK-RPT-RECORD
                 WRITE BULK-RPT-RECORD
                 DISPLAY "BULKCRED: FILE " WS-FILE-SEQ " FROM "
                         WS-ORIGINATOR-ID " ALREADY LOADED"
                 MOVE 4 TO WS-FINAL-RC
              WHEN OTHER
                 PERFORM APPLY-BULK-FILE
                 PERFORM RECORD-FILE-LOADED
           END-EVALUATE

           PERFORM WRITE-BULK-TOTALS
           CLOSE BULK-RPT

           DISPLAY "BULKCRED: " WS-CREDITED-COUNT " CREDIT(S) QUEUED, "
                   WS-RETURNED-COUNT " RETURNED TO THE CLEARING HOUSE"
           IF WS-RETURNED-COUNT > 0
              DISPLAY "BULKCRED: RETURNS WRITTEN TO " WS-RTN-GEN-NAME
           END-IF

           MOVE "BULKCRED-QUEUED" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-CREDITED-TOTAL * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "BULKCRED-RETURNED" TO WS-CTL-COUNTER
           COMPUTE WS-CTL-VALUE = WS-RETURNED-TOTAL * 100
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-DETAIL-COUNT    TO WS-LOG-READ-COUNT
           MOVE WS-CREDITED-COUNT  TO WS-LOG-ACCEPT-COUNT
           MOVE WS-RETURNED-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-BANK-ID.
           MOVE "CLEARING-BANK-ID" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              MOVE WS-PARM-VALUE TO WS-BANK-ID
           END-IF.

      *****************************************************************
      * First pass - exactly one header first, exactly one trailer
      * last, and the trailer's count, total, and account hash equal
      * to the details actually received. The hash is compared in
      * its low twelve digits, as the clearing house carries it.
      *****************************************************************
       PROVE-BULK-FILE.
           MOVE "N" TO BULK-EOF-FLAG
           OPEN INPUT BULK-IN
           IF BULK-FILE-FOUND
              PERFORM UNTIL BULK-EOF
                 READ BULK-IN
                    AT END
                       SET BULK-EOF TO TRUE
                    NOT AT END
                       PERFORM PROVE-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE BULK-IN
           END-IF
           MOVE WS-DETAIL-HASH TO WS-DETAIL-HASH-LOW

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
                 WHEN WS-TRAILER-SEEN-HASH NOT = WS-DETAIL-HASH-LOW
                    MOVE "TRAILER HASH DOES NOT MATCH THE DETAILS"
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
           MOVE BLKH-TYPE TO WS-LAST-TYPE
           EVALUATE BLKH-TYPE
              WHEN "H"
                 ADD 1 TO WS-HEADER-COUNT
                 IF WS-RECORD-COUNT NOT = 1
                    MOVE "HEADER IS NOT THE FIRST RECORD"
                         TO WS-FILE-PROBLEM
                 END-IF
                 IF BLKH-FILE-SEQ IS NOT NUMERIC
                    OR BLKH-ORIGINATOR-ID = SPACES
                    MOVE "HEADER WITHOUT ORIGINATOR OR SEQUENCE"
                         TO WS-FILE-PROBLEM
                 ELSE
                    MOVE BLKH-ORIGINATOR-ID   TO WS-ORIGINATOR-ID
                    MOVE BLKH-ORIGINATOR-NAME TO WS-ORIGINATOR-NAME
                    MOVE BLKH-FILE-DATE       TO WS-FILE-DATE
                    MOVE BLKH-FILE-SEQ        TO WS-FILE-SEQ
                 END-IF
              WHEN "D"
                 IF BLKD-ITEM IS NOT NUMERIC
                    OR BLKD-ACCT-NUMBER IS NOT NUMERIC
                    OR BLKD-AMOUNT IS NOT NUMERIC
                    MOVE "DETAIL WITH A NON-NUMERIC FIELD"
                         TO WS-FILE-PROBLEM
                 ELSE
                    ADD 1 TO WS-DETAIL-COUNT
                    ADD BLKD-AMOUNT TO WS-DETAIL-TOTAL
                    ADD BLKD-ACCT-NUMBER TO WS-DETAIL-HASH
                 END-IF
              WHEN "T"
                 ADD 1 TO WS-TRAILER-COUNT
                 IF BLKT-COUNT IS NUMERIC AND BLKT-TOTAL IS NUMERIC
                    AND BLKT-HASH IS NUMERIC
                    MOVE BLKT-COUNT TO WS-TRAILER-SEEN-COUNT
                    MOVE BLKT-TOTAL TO WS-TRAILER-SEEN-TOTAL
                    MOVE BLKT-HASH  TO WS-TRAILER-SEEN-HASH
                 ELSE
                    MOVE "TRAILER WITH A NON-NUMERIC FIELD"
                         TO WS-FILE-PROBLEM
                 END-IF
              WHEN OTHER
                 MOVE "UNKNOWN RECORD TYPE" TO WS-FILE-PROBLEM
           END-EVALUATE.

      *****************************************************************
      * The clearing house numbers every file it delivers per
      * originator - a file already on the loaded log has been
      * credited once and is not applied again.
      *****************************************************************
       CHECK-ALREADY-LOADED.
           MOVE "N" TO LOADED-EOF-FLAG
           OPEN INPUT LOADED-LOG
           IF LOADED-LOG-FOUND
              PERFORM UNTIL LOADED-EOF
                 READ LOADED-LOG
                    AT END
                       SET LOADED-EOF TO TRUE
                    NOT AT END
                       IF LDL-ORIGINATOR-ID = WS-ORIGINATOR-ID
                          AND LDL-FILE-SEQ = WS-FILE-SEQ
                          SET FILE-ALREADY-LOADED TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOADED-LOG
           END-IF.

      *****************************************************************
      * Second pass - the proved delivery is applied detail by detail.
      *****************************************************************
       APPLY-BULK-FILE.
           OPEN INPUT ACCOUNT-MASTER
           OPEN EXTEND POST-TRANS
           IF TRANS-FILE-NOT-FOUND
              OPEN OUTPUT POST-TRANS
           END-IF

           MOVE "N" TO BULK-EOF-FLAG
           OPEN INPUT BULK-IN
           PERFORM UNTIL BULK-EOF
              READ BULK-IN
                 AT END
                    SET BULK-EOF TO TRUE
                 NOT AT END
                    IF BLKD-TYPE = "D"
                       PERFORM APPLY-ONE-CREDIT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BULK-IN
           CLOSE POST-TRANS
           IF ACCTMAST-OK
              CLOSE ACCOUNT-MASTER
           END-IF
           IF RETURN-BATCH-IS-OPEN
              PERFORM CLOSE-RETURN-BATCH
           END-IF.

      *****************************************************************
      * A credit the bank cannot apply is answered to the clearing
      * house with a reason code it recognises; a dormant account
      * takes the credit like any other deposit.
      *****************************************************************
       APPLY-ONE-CREDIT.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE SPACES TO WS-RETURN-TEXT
           MOVE BLKD-ACCT-NUMBER TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 MOVE "AC01" TO WS-RETURN-REASON
                 MOVE "ACCOUNT NOT KNOWN" TO WS-RETURN-TEXT
           END-READ

           EVALUATE TRUE
              WHEN WS-RETURN-REASON NOT = SPACES
                 CONTINUE
              WHEN ACCOUNT-IS-CLOSED
                 MOVE "AC04" TO WS-RETURN-REASON
                 MOVE "ACCOUNT CLOSED" TO WS-RETURN-TEXT
              WHEN ACCOUNT-IS-FROZEN
                 MOVE "AC06" TO WS-RETURN-REASON
                 MOVE "ACCOUNT FROZEN" TO WS-RETURN-TEXT
              WHEN BLKD-AMOUNT = 0
                 MOVE "AM01" TO WS-RETURN-REASON
                 MOVE "ZERO AMOUNT" TO WS-RETURN-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-RETURN-REASON = SPACES
              PERFORM QUEUE-ONE-CREDIT
           ELSE
              PERFORM RETURN-ONE-CREDIT
           END-IF.

      *****************************************************************
      * The originator reference is BC + the clearing house's file
      * sequence + the item number, so the ACCTPOST registry refuses
      * a credit that reaches the posting queue twice.
      *****************************************************************
       QUEUE-ONE-CREDIT.
           MOVE SPACES           TO POST-TRANS-RECORD
           MOVE "DEPOSIT"        TO POST-TXN-CODE
           MOVE BLKD-ACCT-NUMBER TO POST-ACCT-NUMBER
           MOVE BLKD-AMOUNT      TO POST-AMOUNT
           STRING "BC" DELIMITED BY SIZE
                  WS-FILE-SEQ DELIMITED BY SIZE
                  BLKD-ITEM DELIMITED BY SIZE
                  INTO POST-ORIG-REF
           WRITE POST-TRANS-RECORD
           ADD 1 TO WS-CREDITED-COUNT
           ADD BLKD-AMOUNT TO WS-CREDITED-TOTAL.

       RETURN-ONE-CREDIT.
           IF NOT RETURN-BATCH-IS-OPEN
              PERFORM OPEN-RETURN-BATCH
           END-IF
           MOVE SPACES TO BRT-DETAIL-RECORD
           MOVE "D"              TO BRTD-TYPE
           MOVE BLKD-ITEM        TO BRTD-ITEM
           MOVE BLKD-ACCT-NUMBER TO BRTD-ACCT-NUMBER
           MOVE BLKD-AMOUNT      TO BRTD-AMOUNT
           MOVE BLKD-PAYER-REF   TO BRTD-PAYER-REF
           MOVE WS-RETURN-REASON TO BRTD-REASON
           MOVE WS-RETURN-TEXT   TO BRTD-REASON-TEXT
           WRITE BRT-DETAIL-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           ADD BLKD-AMOUNT TO WS-RETURNED-TOTAL
           ADD BLKD-ACCT-NUMBER TO WS-RETURNED-HASH

           MOVE BLKD-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO BULK-RPT-RECORD
           STRING "  ITEM " DELIMITED BY SIZE
                  BLKD-ITEM DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  BLKD-ACCT-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " RETURNED " DELIMITED BY SIZE
                  WS-RETURN-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RETURN-TEXT DELIMITED BY SIZE
                  INTO BULK-RPT-RECORD
           WRITE BULK-RPT-RECORD.

       OPEN-RETURN-BATCH.
           MOVE "BULKCRED.RTN" TO WS-GEN-BASE
           MOVE "R" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-RTN-GEN-NAME
           OPEN EXTEND RETURNS-FILE
           IF NOT RETURNS-FILE-EXISTS
              MOVE "N" TO WS-GEN-ACTION
              CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                      WS-RTN-GEN-NAME
              OPEN OUTPUT RETURNS-FILE
           END-IF
           SET RETURN-BATCH-IS-OPEN TO TRUE

           MOVE SPACES TO BRT-HEADER-RECORD
           MOVE "H"              TO BRTH-TYPE
           MOVE WS-BANK-ID       TO BRTH-BANK-ID
           MOVE WS-ORIGINATOR-ID TO BRTH-ORIGINATOR-ID
           MOVE WS-FILE-SEQ      TO BRTH-FILE-SEQ
           MOVE WS-RUN-DATE      TO BRTH-RETURN-DATE
           WRITE BRT-HEADER-RECORD.

       CLOSE-RETURN-BATCH.
           MOVE SPACES TO BRT-TRAILER-RECORD
           MOVE "T"               TO BRTT-TYPE
           MOVE WS-RETURNED-COUNT TO BRTT-COUNT
           MOVE WS-RETURNED-TOTAL TO BRTT-TOTAL
           MOVE WS-RETURNED-HASH  TO BRTT-HASH
           WRITE BRT-TRAILER-RECORD
           CLOSE RETURNS-FILE.

       RECORD-FILE-LOADED.
           OPEN EXTEND LOADED-LOG
           IF LOADED-LOG-NOT-FOUND
              OPEN OUTPUT LOADED-LOG
           END-IF
           MOVE SPACES TO LOADED-LOG-RECORD
           MOVE WS-RUN-DATE       TO LDL-LOAD-DATE
           MOVE WS-ORIGINATOR-ID  TO LDL-ORIGINATOR-ID
           MOVE WS-FILE-SEQ       TO LDL-FILE-SEQ
           MOVE WS-FILE-DATE      TO LDL-FILE-DATE
           MOVE WS-CREDITED-COUNT TO LDL-CREDITED-COUNT
           MOVE WS-RETURNED-COUNT TO LDL-RETURNED-COUNT
           WRITE LOADED-LOG-RECORD
           CLOSE LOADED-LOG.

       WRITE-BULK-TOTALS.
           MOVE WS-CREDITED-COUNT TO WS-RPT-COUNT
           MOVE WS-CREDITED-TOTAL TO WS-RPT-TOTAL
           MOVE SPACES TO BULK-RPT-RECORD
           STRING "TOTAL QUEUED AS DEPOSITS: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO BULK-RPT-RECORD
           WRITE BULK-RPT-RECORD
           MOVE WS-RETURNED-COUNT TO WS-RPT-COUNT
           MOVE WS-RETURNED-TOTAL TO WS-RPT-TOTAL
           MOVE SPACES TO BULK-RPT-RECORD
           STRING "TOTAL RETURNED:           " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO BULK-RPT-RECORD
           WRITE BULK-RPT-RECORD.
