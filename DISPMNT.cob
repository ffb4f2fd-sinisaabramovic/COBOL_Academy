      *****************************************************************
      * Program name:    DISPMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the dispute case
      *                               maintenance behind the new
      *                               MAINMENU option - opens a case
      *                               on DISPUTES.DAT against a posted
      *                               ACCTJRNL entry for one of the
      *                               account's customers, queues the
      *                               provisional DSPCRED credit into
      *                               ACCTPOST.IN, moves the case to
      *                               investigated and then upheld or
      *                               denied, and on a denial queues
      *                               the REVERSL of the provisional
      *                               credit; changes need the
      *                               maintenance role
      * 15/10/2026 SINISA ABRAMOVIC  The disputed entry is now read
      *                               directly by its reference through
      *                               JRNLREAD, in the open journal or a
      *                               sealed month
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISPMNT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DispCaseNumber
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefKey
               FILE STATUS IS WS-XREF-STATUS.
           SELECT POST-REGISTRY ASSIGN TO "POSTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREG-REFERENCE
               FILE STATUS IS WS-POSTREG-STATUS.
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01 DisputeCase.
           COPY DISPREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  POST-REGISTRY.
       01 PostRegistry.
           COPY PREGREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-STATUS        PIC XX VALUE "00".
           88 DISPUTE-FILE-OK                 VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 WS-POSTREG-STATUS        PIC XX VALUE "00".
           88 POSTREG-OK                      VALUE "00".
       01 WS-TRANS-STATUS          PIC XX VALUE "00".
           88 TRANS-FILE-NOT-FOUND            VALUE "35".
       01 DISPUTE-EOF-FLAG         PIC X  VALUE "N".
           88 DISPUTE-EOF                 VALUE "Y".

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-OPEN              VALUE "O".
           88 ACTION-IS-INVESTIGATE       VALUE "I".
           88 ACTION-IS-UPHOLD            VALUE "U".
           88 ACTION-IS-DENY              VALUE "D".
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-EXIT              VALUE "X".
           88 ACTION-CHANGES-A-CASE       VALUE "O" "I" "U" "D".

       01 WS-CASE-NUMBER           PIC 9(7).
       01 WS-NEXT-CASE             PIC 9(7).
       01 WS-JRNL-REF              PIC 9(9).
       01 WS-CUSTOMER-ID           PIC 9(6).
       01 WS-AMOUNT-ENTRY          PIC X(10) VALUE SPACES.
       01 WS-DISPUTE-AMOUNT        PIC 9(7)V99.
       01 WS-REASON-ENTRY          PIC X(30) VALUE SPACES.
       01 WS-ENTRY-OK-FLAG         PIC X  VALUE "Y".
           88 CASE-ENTRY-IS-OK            VALUE "Y".
       01 WS-ENTRY-FOUND-FLAG      PIC X  VALUE "N".
           88 JOURNAL-ENTRY-FOUND         VALUE "Y".
       01 WS-ACCT-OPEN-FLAG        PIC X  VALUE "N".
           88 ACCOUNT-CAN-BE-CREDITED     VALUE "Y".

       01 WS-FOUND-ENTRY.
           02 WS-FOUND-DATE        PIC X(8).
           02 WS-FOUND-ACCT        PIC 9(7).
           02 WS-FOUND-CODE        PIC X(7).
           02 WS-FOUND-AMOUNT      PIC 9(7)V99.

      *****************************************************************
      * The posting references this program puts on ACCTPOST.IN -
      * DC, the case number, and P for the provisional credit or R
      * for its reversal - so each goes through the duplicate
      * registry once and the registry can say where it landed.
      *****************************************************************
       01 WS-POSTING-REF.
           02 FILLER               PIC XX VALUE "DC".
           02 WS-POSTING-CASE      PIC 9(7).
           02 WS-POSTING-KIND      PIC X.
           02 FILLER               PIC X(10) VALUE SPACES.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-DUE-DATE-NUM          PIC 9(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-DISPUTE-DAYS          PIC 9(3) VALUE 45.
       01 WS-STATUS-TEXT           PIC X(20).
       01 WS-DISP-AMOUNT           PIC ZZZZZZ9.99.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-OPENED-COUNT          PIC 9(5) VALUE 0.
       01 WS-INVESTIGATED-COUNT    PIC 9(5) VALUE 0.
       01 WS-UPHELD-COUNT          PIC 9(5) VALUE 0.
       01 WS-DENIED-COUNT          PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "DISPMNT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LOperator-Role           PIC X.
           88 CALLER-ROLE-IS-MAINT        VALUE "M".

       PROCEDURE DIVISION USING LOperator-Role.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM LOAD-DISPUTE-DAYS
           MOVE SPACE TO WS-ACTION-CODE

           OPEN I-O DISPUTE-FILE
           IF NOT DISPUTE-FILE-OK
              CLOSE DISPUTE-FILE
              OPEN OUTPUT DISPUTE-FILE
              CLOSE DISPUTE-FILE
              OPEN I-O DISPUTE-FILE
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (O-OPEN, I-INVESTIGATED, U-UPHOLD, "
                      "D-DENY, L-LIST CASE, X-EXIT): "
                      WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-DISPUTE-CASE
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN ACTION-CHANGES-A-CASE
                      AND NOT CALLER-ROLE-IS-MAINT
                    DISPLAY "CHANGING A DISPUTE CASE NEEDS THE "
                            "MAINTENANCE ROLE"
                 WHEN ACTION-IS-OPEN
                    PERFORM OPEN-DISPUTE-CASE
                 WHEN ACTION-IS-INVESTIGATE
                    PERFORM MARK-CASE-INVESTIGATED
                 WHEN ACTION-IS-UPHOLD
                    PERFORM UPHOLD-DISPUTE-CASE
                 WHEN ACTION-IS-DENY
                    PERFORM DENY-DISPUTE-CASE
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           CLOSE DISPUTE-FILE

           DISPLAY "DISPMNT: " WS-OPENED-COUNT " OPENED, "
                   WS-INVESTIGATED-COUNT " INVESTIGATED, "
                   WS-UPHELD-COUNT " UPHELD, "
                   WS-DENIED-COUNT " DENIED"

           COMPUTE WS-LOG-ACCEPT-COUNT =
              WS-OPENED-COUNT + WS-INVESTIGATED-COUNT
              + WS-UPHELD-COUNT + WS-DENIED-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

       LOAD-DISPUTE-DAYS.
           MOVE "DISPUTE-DAYS" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-DISPUTE-DAYS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

      *****************************************************************
      * A case is opened against one posted journal entry, for one of
      * the account's own customers, for no more than the entry
      * carried. An entry already under an open case cannot be
      * disputed twice. The provisional credit is queued for the
      * next ACCTPOST run as the case is written; on a closed
      * account there is nothing to credit and the case stays
      * opened until it is decided.
      *****************************************************************
       OPEN-DISPUTE-CASE.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           DISPLAY "JOURNAL REFERENCE OF THE DISPUTED ENTRY: "
                   WITH NO ADVANCING
           ACCEPT WS-JRNL-REF
           PERFORM FIND-JOURNAL-ENTRY
           IF NOT JOURNAL-ENTRY-FOUND
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - NO POSTED JOURNAL ENTRY "
                      WS-JRNL-REF
           ELSE
              IF WS-FOUND-CODE = "REVERSL" OR WS-FOUND-CODE = "DSPCRED"
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - A " WS-FOUND-CODE
                         " ENTRY CANNOT BE DISPUTED"
              END-IF
           END-IF

           IF CASE-ENTRY-IS-OK
              PERFORM CHECK-FOR-OPEN-CASE
           END-IF

           IF CASE-ENTRY-IS-OK
              MOVE WS-FOUND-AMOUNT TO WS-DISP-AMOUNT
              DISPLAY "ENTRY " WS-FOUND-DATE " " WS-FOUND-CODE
                      " ACCOUNT " WS-FOUND-ACCT " AMOUNT "
                      WS-DISP-AMOUNT
              DISPLAY "CUSTOMER ID: " WITH NO ADVANCING
              ACCEPT WS-CUSTOMER-ID
              PERFORM VERIFY-CUSTOMER-LINK
           END-IF

           IF CASE-ENTRY-IS-OK
              DISPLAY "DISPUTED AMOUNT (BLANK = WHOLE ENTRY): "
                      WITH NO ADVANCING
              MOVE SPACES TO WS-AMOUNT-ENTRY
              ACCEPT WS-AMOUNT-ENTRY
              IF WS-AMOUNT-ENTRY = SPACES
                 MOVE WS-FOUND-AMOUNT TO WS-DISPUTE-AMOUNT
              ELSE
                 COMPUTE WS-DISPUTE-AMOUNT =
                    FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
              END-IF
              IF WS-DISPUTE-AMOUNT = 0
                 OR WS-DISPUTE-AMOUNT > WS-FOUND-AMOUNT
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - AMOUNT MUST BE POSITIVE "
                         "AND NO MORE THAN THE ENTRY"
              END-IF
           END-IF

           IF CASE-ENTRY-IS-OK
              DISPLAY "REASON: " WITH NO ADVANCING
              MOVE SPACES TO WS-REASON-ENTRY
              ACCEPT WS-REASON-ENTRY
              IF WS-REASON-ENTRY = SPACES
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - A DISPUTE NEEDS A REASON"
              END-IF
           END-IF

           IF CASE-ENTRY-IS-OK
              PERFORM CHECK-ACCOUNT-STATE
              PERFORM WRITE-NEW-CASE
           END-IF.

       FIND-JOURNAL-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-FLAG
           SET JRNL-FIND-REFERENCE TO TRUE
           MOVE WS-JRNL-REF TO JRQ-REFERENCE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           IF JRNL-ENTRY-RETURNED
              AND JRNL-WAS-POSTED
              SET JOURNAL-ENTRY-FOUND TO TRUE
              MOVE JRNL-DATE        TO WS-FOUND-DATE
              MOVE JRNL-ACCT-NUMBER TO WS-FOUND-ACCT
              MOVE JRNL-TXN-CODE    TO WS-FOUND-CODE
              MOVE JRNL-AMOUNT      TO WS-FOUND-AMOUNT
           END-IF.

      *****************************************************************
      * The same pass finds the next case number - case numbers run
      * across the whole file and are never reused.
      *****************************************************************
       CHECK-FOR-OPEN-CASE.
           MOVE 1 TO WS-NEXT-CASE
           MOVE "N" TO DISPUTE-EOF-FLAG
           MOVE 0 TO DispCaseNumber
           START DISPUTE-FILE KEY IS NOT LESS THAN DispCaseNumber
              INVALID KEY
                 SET DISPUTE-EOF TO TRUE
           END-START
           PERFORM UNTIL DISPUTE-EOF
              READ DISPUTE-FILE NEXT RECORD
                 AT END
                    SET DISPUTE-EOF TO TRUE
                 NOT AT END
                    COMPUTE WS-NEXT-CASE = DispCaseNumber + 1
                    IF DispJrnlRef = WS-JRNL-REF
                       AND DISP-IS-OPEN
                       MOVE "N" TO WS-ENTRY-OK-FLAG
                       DISPLAY "ENTRY REFUSED - ENTRY " WS-JRNL-REF
                               " IS ALREADY UNDER CASE "
                               DispCaseNumber
                    END-IF
              END-READ
           END-PERFORM.

       VERIFY-CUSTOMER-LINK.
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              MOVE WS-CUSTOMER-ID TO XrefCustomerID
              MOVE WS-FOUND-ACCT  TO XrefAcctNumber
              READ CUST-ACCT-XREF
                 INVALID KEY
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - CUSTOMER "
                            WS-CUSTOMER-ID " DOES NOT HOLD ACCOUNT "
                            WS-FOUND-ACCT
              END-READ
              CLOSE CUST-ACCT-XREF
           ELSE
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - NO CUSTACCT.DAT ON FILE"
           END-IF.

       CHECK-ACCOUNT-STATE.
           MOVE "N" TO WS-ACCT-OPEN-FLAG
           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              MOVE WS-FOUND-ACCT TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT ACCOUNT-IS-CLOSED
                       SET ACCOUNT-CAN-BE-CREDITED TO TRUE
                    END-IF
              END-READ
              CLOSE ACCOUNT-MASTER
           END-IF.

       WRITE-NEW-CASE.
           INITIALIZE DisputeCase
           MOVE WS-NEXT-CASE      TO DispCaseNumber
           MOVE WS-JRNL-REF       TO DispJrnlRef
           MOVE WS-FOUND-DATE     TO DispJrnlDate
           MOVE WS-FOUND-CODE     TO DispJrnlCode
           MOVE WS-FOUND-ACCT     TO DispAcctNumber
           MOVE WS-CUSTOMER-ID    TO DispCustomerID
           MOVE WS-DISPUTE-AMOUNT TO DispAmount
           MOVE WS-REASON-ENTRY   TO DispReason
           MOVE WS-RUN-DATE       TO DispOpenedDate
           MOVE WS-OPERATOR-ID    TO DispOpenedBy
           MOVE WS-RUN-DATE       TO WS-RUN-DATE-NUM
           COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              + WS-DISPUTE-DAYS)
           MOVE WS-DUE-DATE-NUM   TO DispDueDate
           SET DISP-IS-OPENED TO TRUE
           IF ACCOUNT-CAN-BE-CREDITED
              MOVE DispCaseNumber TO WS-POSTING-CASE
              MOVE "P"            TO WS-POSTING-KIND
              MOVE WS-POSTING-REF TO DispCreditRef
              SET DISP-IS-PROV-CREDITED TO TRUE
           END-IF
           WRITE DisputeCase
              INVALID KEY
                 DISPLAY "OPEN FAILED - CASE " DispCaseNumber
                         " ALREADY EXISTS"
              NOT INVALID KEY
                 ADD 1 TO WS-OPENED-COUNT
                 DISPLAY "CASE " DispCaseNumber " OPENED - RESPOND BY "
                         DispDueDate
                 IF DISP-IS-PROV-CREDITED
                    PERFORM QUEUE-PROVISIONAL-CREDIT
                 ELSE
                    DISPLAY "ACCOUNT " DispAcctNumber " IS CLOSED - "
                            "NO PROVISIONAL CREDIT"
                 END-IF
           END-WRITE.

       QUEUE-PROVISIONAL-CREDIT.
           MOVE SPACES TO POST-TRANS-RECORD
           MOVE "DSPCRED"      TO POST-TXN-CODE
           MOVE DispAcctNumber TO POST-ACCT-NUMBER
           MOVE DispAmount     TO POST-AMOUNT
           MOVE DispCreditRef  TO POST-ORIG-REF
           PERFORM APPEND-POSTING
           MOVE DispAmount TO WS-DISP-AMOUNT
           DISPLAY "PROVISIONAL CREDIT " WS-DISP-AMOUNT
                   " QUEUED FOR THE NEXT POSTING RUN".

       APPEND-POSTING.
           OPEN EXTEND POST-TRANS
           IF TRANS-FILE-NOT-FOUND
              OPEN OUTPUT POST-TRANS
           END-IF
           WRITE POST-TRANS-RECORD
           CLOSE POST-TRANS.

       READ-CASE-FOR-CHANGE.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           DISPLAY "CASE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-CASE-NUMBER
           MOVE WS-CASE-NUMBER TO DispCaseNumber
           READ DISPUTE-FILE
              INVALID KEY
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "CASE " WS-CASE-NUMBER " NOT FOUND"
           END-READ.

      *****************************************************************
      * Investigation follows the opening; a decision follows the
      * investigation - a case is not upheld or denied unexamined.
      *****************************************************************
       MARK-CASE-INVESTIGATED.
           PERFORM READ-CASE-FOR-CHANGE
           IF CASE-ENTRY-IS-OK
              IF DISP-IS-OPENED OR DISP-IS-PROV-CREDITED
                 SET DISP-IS-INVESTIGATED TO TRUE
                 MOVE WS-RUN-DATE    TO DispInvestDate
                 MOVE WS-OPERATOR-ID TO DispInvestBy
                 PERFORM REWRITE-CASE
                 IF DISPUTE-FILE-OK
                    ADD 1 TO WS-INVESTIGATED-COUNT
                    DISPLAY "CASE " DispCaseNumber " INVESTIGATED"
                 END-IF
              ELSE
                 PERFORM SHOW-CASE-STATUS
                 DISPLAY "CHANGE REFUSED - CASE IS " WS-STATUS-TEXT
              END-IF
           END-IF.

      *****************************************************************
      * Upheld, the customer keeps the provisional credit as final.
      *****************************************************************
       UPHOLD-DISPUTE-CASE.
           PERFORM READ-CASE-FOR-CHANGE
           IF CASE-ENTRY-IS-OK
              IF DISP-IS-INVESTIGATED
                 PERFORM CLOSE-CASE-AS-UPHELD
              ELSE
                 PERFORM SHOW-CASE-STATUS
                 DISPLAY "CHANGE REFUSED - CASE IS " WS-STATUS-TEXT
                         " - ONLY AN INVESTIGATED CASE IS DECIDED"
              END-IF
           END-IF.

       CLOSE-CASE-AS-UPHELD.
           SET DISP-IS-UPHELD TO TRUE
           MOVE WS-RUN-DATE    TO DispClosedDate
           MOVE WS-OPERATOR-ID TO DispClosedBy
           PERFORM REWRITE-CASE
           IF DISPUTE-FILE-OK
              ADD 1 TO WS-UPHELD-COUNT
              DISPLAY "CASE " DispCaseNumber " UPHELD"
           END-IF.

      *****************************************************************
      * Denied, the provisional credit comes back off the account
      * through a REVERSL naming the journal entry the credit posted
      * as, which the posting registry records against the credit's
      * reference. A credit the registry has not seen post yet - still
      * queued, or held for approval - cannot be reversed, so the
      * denial waits for it; one ACCTPOST declined needs no reversal.
      *****************************************************************
       DENY-DISPUTE-CASE.
           MOVE 0 TO PREG-JRNL-REF
           PERFORM READ-CASE-FOR-CHANGE
           IF CASE-ENTRY-IS-OK
              IF NOT DISP-IS-INVESTIGATED
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 PERFORM SHOW-CASE-STATUS
                 DISPLAY "CHANGE REFUSED - CASE IS " WS-STATUS-TEXT
                         " - ONLY AN INVESTIGATED CASE IS DECIDED"
              END-IF
           END-IF

           IF CASE-ENTRY-IS-OK
              AND DispCreditRef NOT = SPACES
              PERFORM FIND-CREDIT-POSTING
           END-IF

           IF CASE-ENTRY-IS-OK
              SET DISP-IS-DENIED TO TRUE
              MOVE WS-RUN-DATE    TO DispClosedDate
              MOVE WS-OPERATOR-ID TO DispClosedBy
              IF PREG-JRNL-REF > 0
                 MOVE DispCaseNumber TO WS-POSTING-CASE
                 MOVE "R"            TO WS-POSTING-KIND
                 MOVE WS-POSTING-REF TO DispReversalRef
              END-IF
              PERFORM REWRITE-CASE
              IF DISPUTE-FILE-OK
                 ADD 1 TO WS-DENIED-COUNT
                 DISPLAY "CASE " DispCaseNumber " DENIED"
                 IF DispReversalRef NOT = SPACES
                    PERFORM QUEUE-CREDIT-REVERSAL
                 END-IF
              END-IF
           END-IF.

       FIND-CREDIT-POSTING.
           MOVE 0 TO PREG-JRNL-REF
           OPEN INPUT POST-REGISTRY
           IF POSTREG-OK
              MOVE DispCreditRef TO PREG-REFERENCE
              READ POST-REGISTRY
                 INVALID KEY
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "DENIAL REFUSED - PROVISIONAL CREDIT NOT "
                            "YET POSTED - DENY AFTER THE NEXT POSTING "
                            "RUN"
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN PREG-WAS-HELD
                          MOVE "N" TO WS-ENTRY-OK-FLAG
                          DISPLAY "DENIAL REFUSED - PROVISIONAL "
                                  "CREDIT IS HELD FOR APPROVAL"
                       WHEN PREG-DISPOSITION NOT = "POSTED"
                          MOVE 0 TO PREG-JRNL-REF
                          DISPLAY "PROVISIONAL CREDIT WAS NOT POSTED "
                                  "- NOTHING TO REVERSE"
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
              CLOSE POST-REGISTRY
           ELSE
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "DENIAL REFUSED - PROVISIONAL CREDIT NOT "
                      "YET POSTED - DENY AFTER THE NEXT POSTING RUN"
           END-IF.

       QUEUE-CREDIT-REVERSAL.
           MOVE SPACES TO POST-TRANS-RECORD
           MOVE "REVERSL"       TO POST-TXN-CODE
           MOVE DispAcctNumber  TO POST-ACCT-NUMBER
           MOVE DispAmount      TO POST-AMOUNT
           MOVE PREG-JRNL-REF   TO POST-REVERSES-REF
           MOVE DispReversalRef TO POST-ORIG-REF
           PERFORM APPEND-POSTING
           DISPLAY "REVERSAL OF PROVISIONAL CREDIT (JOURNAL "
                   PREG-JRNL-REF ") QUEUED FOR THE NEXT POSTING RUN".

       REWRITE-CASE.
           REWRITE DisputeCase
              INVALID KEY
                 DISPLAY "CHANGE FAILED - CASE " DispCaseNumber
                         " COULD NOT BE REWRITTEN"
           END-REWRITE.

       LIST-DISPUTE-CASE.
           DISPLAY "CASE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-CASE-NUMBER
           MOVE WS-CASE-NUMBER TO DispCaseNumber
           READ DISPUTE-FILE
              INVALID KEY
                 DISPLAY "CASE " WS-CASE-NUMBER " NOT FOUND"
              NOT INVALID KEY
                 PERFORM DISPLAY-ONE-CASE
           END-READ.

       SHOW-CASE-STATUS.
           EVALUATE TRUE
              WHEN DISP-IS-OPENED
                 MOVE "OPENED" TO WS-STATUS-TEXT
              WHEN DISP-IS-PROV-CREDITED
                 MOVE "PROVISIONALLY CREDITED" TO WS-STATUS-TEXT
              WHEN DISP-IS-INVESTIGATED
                 MOVE "INVESTIGATED" TO WS-STATUS-TEXT
              WHEN DISP-IS-UPHELD
                 MOVE "UPHELD" TO WS-STATUS-TEXT
              WHEN DISP-IS-DENIED
                 MOVE "DENIED" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

       DISPLAY-ONE-CASE.
           PERFORM SHOW-CASE-STATUS
           MOVE DispAmount TO WS-DISP-AMOUNT
           DISPLAY "  CASE " DispCaseNumber " " WS-STATUS-TEXT
           DISPLAY "       CUSTOMER " DispCustomerID " ACCOUNT "
                   DispAcctNumber " AMOUNT " WS-DISP-AMOUNT
           DISPLAY "       ENTRY " DispJrnlRef " " DispJrnlCode
                   " OF " DispJrnlDate
           DISPLAY "       REASON " DispReason
           DISPLAY "       OPENED " DispOpenedDate " BY "
                   DispOpenedBy " RESPOND BY " DispDueDate
           IF DispCreditRef NOT = SPACES
              DISPLAY "       PROVISIONAL CREDIT REF " DispCreditRef
           END-IF
           IF DispInvestDate NOT = SPACES
              DISPLAY "       INVESTIGATED " DispInvestDate " BY "
                      DispInvestBy
           END-IF
           IF DispClosedDate NOT = SPACES
              DISPLAY "       DECIDED " DispClosedDate " BY "
                      DispClosedBy
           END-IF
           IF DispReversalRef NOT = SPACES
              DISPLAY "       CREDIT REVERSAL REF " DispReversalRef
           END-IF.
