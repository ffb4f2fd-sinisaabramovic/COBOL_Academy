      *****************************************************************
      * Program name:    MREQAPPR
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the checker side of
      *                               maintenance approval behind the
      *                               new MAINMENU option - lists the
      *                               customer, account, product and
      *                               parameter changes held pending on
      *                               MAINTREQ.DAT, shows each one's
      *                               values before and after, and lets
      *                               a maintenance operator other than
      *                               the one who keyed it approve it,
      *                               which applies it, or reject it
      *                               with a note
      * 15/10/2026 SINISA ABRAMOVIC  Parameter table widened to 80
      *                               entries with PARMMAINT now that
      *                               the suite knows more than 50
      *                               parameters
      * 15/10/2026 SINISA ABRAMOVIC  A product change shows the term,
      *                               early-withdrawal rule and penalty
      *                               of a term-deposit product
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MREQAPPR.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-REQUESTS ASSIGN TO "MAINTREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MreqNumber
               FILE STATUS IS WS-MREQ-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ProductCode
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT SUITE-PARM-FILE ASSIGN TO "PARMSUITE.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PARM-HISTORY ASSIGN TO "PARMHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REQUESTS.
       01 MaintRequest.
           COPY MREQREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  PRODUCT-FILE.
       01 Product.
           COPY PRODREC.

       FD  SUITE-PARM-FILE.
       01 SUITE-PARM-RECORD.
           COPY PARMREC.

       FD  PARM-HISTORY.
       01 PARM-HISTORY-RECORD.
           02 PH-DATE             PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 PH-TIME             PIC   X(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 PH-PARM-NAME        PIC   X(20).
           02 FILLER              PIC   X     VALUE SPACE.
           02 PH-OLD-VALUE        PIC   X(10).
           02 FILLER              PIC   X     VALUE SPACE.
           02 PH-NEW-VALUE        PIC   X(10).
           02 FILLER              PIC   X     VALUE SPACE.
           02 PH-OPERATOR         PIC   X(8).

       WORKING-STORAGE SECTION.
       01 WS-MREQ-STATUS           PIC XX VALUE "00".
           88 MREQ-FILE-OK                    VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-PRODUCT-STATUS        PIC XX VALUE "00".
           88 PRODUCT-OK                      VALUE "00".
       01 WS-PARM-STATUS           PIC XX VALUE "00".
           88 PARM-FILE-FOUND                 VALUE "00".
       01 WS-HIST-STATUS           PIC XX VALUE "00".
           88 HIST-FILE-NOT-FOUND             VALUE "35".
       01 MREQ-EOF-FLAG            PIC X  VALUE "N".
           88 MREQ-EOF                    VALUE "Y".
       01 PARM-EOF-FLAG            PIC X  VALUE "N".
           88 PARM-EOF                    VALUE "Y".

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-APPROVE           VALUE "A".
           88 ACTION-IS-REJECT            VALUE "R".
           88 ACTION-IS-EXIT              VALUE "X".
           88 ACTION-DECIDES-A-REQUEST    VALUE "A" "R".

       01 WS-REQUEST-NUMBER        PIC 9(7).
       01 WS-NOTE-ENTRY            PIC X(30) VALUE SPACES.
       01 WS-CONFIRM-ENTRY         PIC X  VALUE SPACE.
           88 CONFIRM-IS-YES              VALUE "Y".
       01 WS-STATUS-TEXT           PIC X(12).
       01 WS-LISTED-COUNT          PIC 9(5).
       01 WS-ENTRY-OK-FLAG         PIC X  VALUE "Y".
           88 REQUEST-ENTRY-IS-OK         VALUE "Y".

      *****************************************************************
      * The outcome of applying an approved request - applied, failed
      * because the record no longer matches what the maker saw, or
      * blocked for now (the master is locked or cannot be opened), in
      * which case the request stays pending.
      *****************************************************************
       01 WS-APPLY-RESULT          PIC X  VALUE SPACE.
           88 APPLY-WAS-DONE              VALUE "A".
           88 APPLY-HAS-FAILED            VALUE "F".
           88 APPLY-WAS-BLOCKED           VALUE "B".
       01 WS-FAIL-NOTE             PIC X(30) VALUE SPACES.

       01 WS-REQUEST-KEY           PIC X(20).
       01 WS-KEY-AS-CUSTOMER REDEFINES WS-REQUEST-KEY.
           02 WS-KEY-CUSTOMER      PIC 9(6).
           02 FILLER               PIC X(14).
       01 WS-KEY-AS-ACCOUNT REDEFINES WS-REQUEST-KEY.
           02 WS-KEY-ACCOUNT       PIC 9(7).
           02 FILLER               PIC X(13).

      *****************************************************************
      * Display views of a held customer or product image, so the
      * values can be shown without touching a master file's record
      * area while the file is closed.
      *****************************************************************
       01 WS-CUSTOMER-VIEW.
           02 CV-ID                PIC 9(6).
           02 CV-NAME              PIC X(20).
           02 CV-BIRTH-DATE        PIC X(8).
           02 CV-STATUS            PIC X.
           02 CV-STREET            PIC X(30).
           02 CV-CITY              PIC X(20).
           02 CV-POSTAL-CODE       PIC X(10).
           02 CV-PHONE             PIC X(15).
           02 CV-EMAIL             PIC X(30).
           02 CV-INACTIVE-DATE     PIC X(8).
           02 CV-DELIV-PREF        PIC X.
       01 WS-PRODUCT-VIEW.
           02 PV-CODE              PIC X(3).
           02 PV-DESC              PIC X(20).
           02 PV-RATE              PIC V9999.
           02 PV-DEF-LIMIT         PIC 9(7)V99.
           02 PV-ACCRUES           PIC X.
           02 PV-NSF-FEE           PIC 9(5)V99.
           02 PV-TYPE              PIC X.
           02 PV-MAINT-FEE         PIC 9(5)V99.
           02 PV-WAIVE-AVG-BAL     PIC 9(7)V99.
           02 PV-WAIVE-TXNS        PIC 9(3).
           02 PV-ADULT-CODE        PIC X(3).
           02 PV-TERM-MONTHS       PIC 9(3).
           02 PV-EARLY-RULE        PIC X.
           02 PV-PENALTY-RATE      PIC V9999.
       01 WS-SHOW-LABEL            PIC X(6).
       01 WS-SHOW-RATE             PIC 9.9999.
       01 WS-SHOW-LIMIT            PIC ZZZZZZ9.99.
       01 WS-SHOW-OVERDRAFT        PIC ZZZZZZ9.99.
       01 WS-SHOW-FEE              PIC ZZZZ9.99.
       01 WS-SHOW-TXNS             PIC ZZ9.

       01 WS-BEFORE-IMAGE          PIC X(149) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".

       01 PARM-TABLE.
           02 PARM-ENTRY OCCURS 80.
              03 PT-NAME          PIC X(20).
              03 PT-VALUE         PIC X(10).
       01 PARM-IDX                 PIC 99.
       01 PARM-MAX                 PIC 99 VALUE 0.
       01 WS-FOUND-IDX             PIC 99 VALUE 0.
       01 WS-CURRENT-VALUE         PIC X(10).

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-MAINT-REQ-DAYS        PIC 9(4) VALUE 30.
       01 WS-TODAY-NUM             PIC 9(8).
       01 WS-MADE-NUM              PIC 9(8).
       01 WS-REQUEST-AGE           PIC S9(6).

       01 WS-TIMESTAMP.
           02 WS-TS-DATE           PIC X(8).
           02 WS-TS-TIME           PIC X(6).
           02 FILLER               PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).

       01 WS-APPROVED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "MREQAPPR".
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

           CALL "GETOPER" USING WS-OPERATOR-ID
           PERFORM LOAD-MAINT-REQ-DAYS
           MOVE SPACE TO WS-ACTION-CODE
           MOVE 0 TO WS-APPROVED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT

           OPEN I-O MAINT-REQUESTS
           IF NOT MREQ-FILE-OK
              CLOSE MAINT-REQUESTS
              OPEN OUTPUT MAINT-REQUESTS
              CLOSE MAINT-REQUESTS
              OPEN I-O MAINT-REQUESTS
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (L-LIST PENDING REQUESTS, A-APPROVE, "
                      "R-REJECT, X-EXIT): " WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-PENDING-REQUESTS
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN ACTION-DECIDES-A-REQUEST
                      AND NOT CALLER-ROLE-IS-MAINT
                    DISPLAY "DECIDING A MAINTENANCE REQUEST NEEDS THE "
                            "MAINTENANCE ROLE"
                 WHEN ACTION-IS-APPROVE
                    PERFORM APPROVE-MAINT-REQUEST
                 WHEN ACTION-IS-REJECT
                    PERFORM REJECT-MAINT-REQUEST
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           CLOSE MAINT-REQUESTS

           DISPLAY "MREQAPPR: " WS-APPROVED-COUNT " APPROVED, "
                   WS-REJECTED-COUNT " REJECTED, "
                   WS-FAILED-COUNT " FAILED, "
                   WS-EXPIRED-COUNT " EXPIRED"

           COMPUTE WS-LOG-ACCEPT-COUNT =
              WS-APPROVED-COUNT + WS-REJECTED-COUNT
           COMPUTE WS-LOG-REJECT-COUNT =
              WS-FAILED-COUNT + WS-EXPIRED-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

       LOAD-MAINT-REQ-DAYS.
           MOVE "MAINT-REQ-DAYS" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-MAINT-REQ-DAYS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

       LIST-PENDING-REQUESTS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO MREQ-EOF-FLAG
           MOVE 0 TO MreqNumber
           START MAINT-REQUESTS KEY IS NOT LESS THAN MreqNumber
              INVALID KEY
                 SET MREQ-EOF TO TRUE
           END-START
           PERFORM UNTIL MREQ-EOF
              READ MAINT-REQUESTS NEXT RECORD
                 AT END
                    SET MREQ-EOF TO TRUE
                 NOT AT END
                    IF MREQ-IS-PENDING
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM DISPLAY-ONE-REQUEST
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "  " WS-LISTED-COUNT " PENDING REQUEST(S)".

       DISPLAY-ONE-REQUEST.
           EVALUATE TRUE
              WHEN MREQ-ACTION-CONTACT
                 MOVE "CONTACT" TO WS-STATUS-TEXT
              WHEN MREQ-ACTION-INACTIVATE
                 MOVE "INACTIVATE" TO WS-STATUS-TEXT
              WHEN MREQ-ACTION-DELETE
                 MOVE "DELETE" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE "CHANGE" TO WS-STATUS-TEXT
           END-EVALUATE
           DISPLAY "  REQUEST " MreqNumber " " MreqKind " "
                   WS-STATUS-TEXT " " MreqKey
           DISPLAY "       KEYED " MreqMadeDate " " MreqMadeTime
                   " BY " MreqSource " " MreqMadeBy
           PERFORM DISPLAY-REQUEST-CHANGE.

      *****************************************************************
      * What the change does, as the values before and after - the
      * whole customer or product, the account's limit and overdraft
      * allowance, or the parameter value.
      *****************************************************************
       DISPLAY-REQUEST-CHANGE.
           EVALUATE TRUE
              WHEN MREQ-FOR-CUSTOMER
                 MOVE "BEFORE" TO WS-SHOW-LABEL
                 MOVE MreqBeforeImage TO WS-CUSTOMER-VIEW
                 PERFORM SHOW-CUSTOMER-VIEW
                 MOVE "AFTER" TO WS-SHOW-LABEL
                 MOVE MreqAfterImage TO WS-CUSTOMER-VIEW
                 PERFORM SHOW-CUSTOMER-VIEW
              WHEN MREQ-FOR-ACCOUNT
                 MOVE MreqBeforeLimit     TO WS-SHOW-LIMIT
                 MOVE MreqBeforeOverdraft TO WS-SHOW-OVERDRAFT
                 DISPLAY "       BEFORE LIMIT " WS-SHOW-LIMIT
                         " OVERDRAFT " WS-SHOW-OVERDRAFT
                 MOVE MreqAfterLimit      TO WS-SHOW-LIMIT
                 MOVE MreqAfterOverdraft  TO WS-SHOW-OVERDRAFT
                 DISPLAY "       AFTER  LIMIT " WS-SHOW-LIMIT
                         " OVERDRAFT " WS-SHOW-OVERDRAFT
              WHEN MREQ-FOR-PRODUCT
                 MOVE "BEFORE" TO WS-SHOW-LABEL
                 MOVE MreqBeforeImage TO WS-PRODUCT-VIEW
                 PERFORM SHOW-PRODUCT-VIEW
                 MOVE "AFTER" TO WS-SHOW-LABEL
                 MOVE MreqAfterImage TO WS-PRODUCT-VIEW
                 PERFORM SHOW-PRODUCT-VIEW
              WHEN MREQ-FOR-PARAMETER
                 DISPLAY "       BEFORE " MreqBeforeValue
                         " AFTER " MreqAfterValue
           END-EVALUATE.

       SHOW-CUSTOMER-VIEW.
           DISPLAY "       " WS-SHOW-LABEL " " CV-NAME " BORN "
                   CV-BIRTH-DATE " STATUS " CV-STATUS
                   " INACTIVE " CV-INACTIVE-DATE
                   " DELIVERY " CV-DELIV-PREF
           DISPLAY "              " CV-STREET " " CV-CITY " "
                   CV-POSTAL-CODE
           DISPLAY "              " CV-PHONE " " CV-EMAIL.

       SHOW-PRODUCT-VIEW.
           MOVE PV-RATE      TO WS-SHOW-RATE
           MOVE PV-DEF-LIMIT TO WS-SHOW-LIMIT
           MOVE PV-NSF-FEE   TO WS-SHOW-FEE
           DISPLAY "       " WS-SHOW-LABEL " " PV-DESC
                   " RATE " WS-SHOW-RATE " LIMIT " WS-SHOW-LIMIT
                   " ACCRUES " PV-ACCRUES " NSF FEE " WS-SHOW-FEE
                   " TYPE " PV-TYPE
           IF PV-MAINT-FEE IS NUMERIC
              AND PV-MAINT-FEE > 0
              MOVE PV-MAINT-FEE     TO WS-SHOW-FEE
              MOVE PV-WAIVE-AVG-BAL TO WS-SHOW-LIMIT
              MOVE PV-WAIVE-TXNS    TO WS-SHOW-TXNS
              DISPLAY "              MONTHLY FEE " WS-SHOW-FEE
                      " WAIVED AT AVG BAL " WS-SHOW-LIMIT
                      " OR TXNS " WS-SHOW-TXNS
           END-IF
           IF PV-TYPE = "T"
              AND PV-TERM-MONTHS IS NUMERIC
              MOVE PV-TERM-MONTHS  TO WS-SHOW-TXNS
              MOVE PV-PENALTY-RATE TO WS-SHOW-RATE
              DISPLAY "              TERM " WS-SHOW-TXNS " MONTHS "
                      "EARLY WITHDRAWAL " PV-EARLY-RULE
                      " PENALTY " WS-SHOW-RATE
           END-IF.

      *****************************************************************
      * Only a pending request can be decided, and never by the
      * operator who keyed it. One older than MAINT-REQ-DAYS has
      * expired - it is marked so and can no longer be decided.
      *****************************************************************
       READ-REQUEST-FOR-DECISION.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           DISPLAY "REQUEST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-REQUEST-NUMBER
           MOVE WS-REQUEST-NUMBER TO MreqNumber
           READ MAINT-REQUESTS
              INVALID KEY
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DECISION REFUSED - NO REQUEST "
                         WS-REQUEST-NUMBER
           END-READ

           IF REQUEST-ENTRY-IS-OK
              IF NOT MREQ-IS-PENDING
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DECISION REFUSED - REQUEST " MreqNumber
                         " IS ALREADY DECIDED"
              ELSE
                 IF MreqMadeBy = WS-OPERATOR-ID
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "DECISION REFUSED - " WS-OPERATOR-ID
                            " KEYED THIS CHANGE AND CANNOT DECIDE IT"
                 END-IF
              END-IF
           END-IF

           IF REQUEST-ENTRY-IS-OK
              PERFORM CHECK-REQUEST-AGE
           END-IF

           IF REQUEST-ENTRY-IS-OK
              PERFORM DISPLAY-ONE-REQUEST
              DISPLAY "DECISION NOTE: " WITH NO ADVANCING
              MOVE SPACES TO WS-NOTE-ENTRY
              ACCEPT WS-NOTE-ENTRY
           END-IF.

       CHECK-REQUEST-AGE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TS-DATE   TO WS-TODAY-NUM
           MOVE MreqMadeDate TO WS-MADE-NUM
           COMPUTE WS-REQUEST-AGE =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-MADE-NUM)
           IF WS-REQUEST-AGE > WS-MAINT-REQ-DAYS
              MOVE "N" TO WS-ENTRY-OK-FLAG
              SET MREQ-IS-EXPIRED TO TRUE
              MOVE SPACES TO MreqCheckedBy
              MOVE WS-TS-DATE TO MreqCheckedDate
              MOVE WS-TS-TIME TO MreqCheckedTime
              MOVE "NOT APPROVED IN TIME - EXPIRED" TO MreqNote
              REWRITE MaintRequest
                 INVALID KEY
                    DISPLAY "REQUEST " MreqNumber
                            " COULD NOT BE REWRITTEN"
                 NOT INVALID KEY
                    ADD 1 TO WS-EXPIRED-COUNT
              END-REWRITE
              DISPLAY "DECISION REFUSED - REQUEST " MreqNumber
                      " IS OLDER THAN " WS-MAINT-REQ-DAYS
                      " DAYS AND HAS EXPIRED"
           END-IF.

      *****************************************************************
      * An approval is confirmed before it is applied. A request whose
      * record no longer matches the before image is marked failed -
      * the maker keys it again against the record as it now stands.
      * One blocked by a locked or unopenable master stays pending.
      *****************************************************************
       APPROVE-MAINT-REQUEST.
           PERFORM READ-REQUEST-FOR-DECISION
           IF REQUEST-ENTRY-IS-OK
              DISPLAY "APPLY THIS CHANGE (Y/N): " WITH NO ADVANCING
              MOVE SPACE TO WS-CONFIRM-ENTRY
              ACCEPT WS-CONFIRM-ENTRY
              IF NOT CONFIRM-IS-YES
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "REQUEST " MreqNumber " LEFT PENDING"
              END-IF
           END-IF

           IF REQUEST-ENTRY-IS-OK
              PERFORM APPLY-MAINT-REQUEST
              EVALUATE TRUE
                 WHEN APPLY-WAS-DONE
                    SET MREQ-IS-APPLIED TO TRUE
                    PERFORM RECORD-DECISION
                    IF REQUEST-ENTRY-IS-OK
                       ADD 1 TO WS-APPROVED-COUNT
                       DISPLAY "REQUEST " MreqNumber
                               " APPROVED AND APPLIED"
                    END-IF
                 WHEN APPLY-HAS-FAILED
                    SET MREQ-IS-APPLY-FAILED TO TRUE
                    MOVE WS-FAIL-NOTE TO WS-NOTE-ENTRY
                    PERFORM RECORD-DECISION
                    IF REQUEST-ENTRY-IS-OK
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "REQUEST " MreqNumber " NOT APPLIED - "
                               WS-FAIL-NOTE
                    END-IF
                 WHEN OTHER
                    DISPLAY "REQUEST " MreqNumber " LEFT PENDING - "
                            WS-FAIL-NOTE
              END-EVALUATE
           END-IF.

       REJECT-MAINT-REQUEST.
           PERFORM READ-REQUEST-FOR-DECISION
           IF REQUEST-ENTRY-IS-OK
              IF WS-NOTE-ENTRY = SPACES
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DECISION REFUSED - A REJECTION NEEDS A NOTE"
              END-IF
           END-IF

           IF REQUEST-ENTRY-IS-OK
              SET MREQ-IS-REJECTED TO TRUE
              PERFORM RECORD-DECISION
              IF REQUEST-ENTRY-IS-OK
                 ADD 1 TO WS-REJECTED-COUNT
                 DISPLAY "REQUEST " MreqNumber " REJECTED"
              END-IF
           END-IF.

       RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-OPERATOR-ID TO MreqCheckedBy
           MOVE WS-TS-DATE     TO MreqCheckedDate
           MOVE WS-TS-TIME     TO MreqCheckedTime
           MOVE WS-NOTE-ENTRY  TO MreqNote
           REWRITE MaintRequest
              INVALID KEY
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DECISION FAILED - REQUEST " MreqNumber
                         " COULD NOT BE REWRITTEN"
           END-REWRITE.

       APPLY-MAINT-REQUEST.
           SET APPLY-WAS-BLOCKED TO TRUE
           MOVE SPACES TO WS-FAIL-NOTE
           MOVE MreqKey TO WS-REQUEST-KEY
           EVALUATE TRUE
              WHEN MREQ-FOR-CUSTOMER
                 PERFORM APPLY-CUSTOMER-CHANGE
              WHEN MREQ-FOR-ACCOUNT
                 PERFORM APPLY-ACCOUNT-CHANGE
              WHEN MREQ-FOR-PRODUCT
                 PERFORM APPLY-PRODUCT-CHANGE
              WHEN MREQ-FOR-PARAMETER
                 PERFORM APPLY-PARAMETER-CHANGE
              WHEN OTHER
                 SET APPLY-HAS-FAILED TO TRUE
                 MOVE "UNKNOWN REQUEST KIND" TO WS-FAIL-NOTE
           END-EVALUATE.

      *****************************************************************
      * The customer master is only rewritten under the run lock, as
      * CUSTMAINT and CUSTUPDT do, and the images go to CUSTHIST.LOG.
      *****************************************************************
       APPLY-CUSTOMER-CHANGE.
           MOVE "C" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOG-PROGRAM-NAME WS-LOCK-ACTION
                   WS-LOCK-STATUS2
           IF NOT LOCK-WAS-GRANTED
              MOVE "CUSTOMER-MASTER IS LOCKED" TO WS-FAIL-NOTE
           ELSE
              OPEN I-O CUSTOMER-MASTER
              IF NOT CUSTMAST-OK
                 MOVE "CUSTMAST.DAT CANNOT BE OPENED" TO WS-FAIL-NOTE
              ELSE
                 MOVE WS-KEY-CUSTOMER TO CustomerID
                 READ CUSTOMER-MASTER
                    INVALID KEY
                       SET APPLY-HAS-FAILED TO TRUE
                       MOVE "CUSTOMER NO LONGER ON FILE"
                            TO WS-FAIL-NOTE
                 END-READ
                 IF CUSTMAST-OK
                    MOVE Customer TO WS-BEFORE-IMAGE
                    IF WS-BEFORE-IMAGE NOT = MreqBeforeImage
                       SET APPLY-HAS-FAILED TO TRUE
                       MOVE "RECORD CHANGED SINCE REQUEST"
                            TO WS-FAIL-NOTE
                    ELSE
                       MOVE MreqAfterImage TO Customer
                       REWRITE Customer
                          INVALID KEY
                             SET APPLY-HAS-FAILED TO TRUE
                             MOVE "RECORD COULD NOT BE REWRITTEN"
                                  TO WS-FAIL-NOTE
                          NOT INVALID KEY
                             SET APPLY-WAS-DONE TO TRUE
                             MOVE Customer TO WS-AFTER-IMAGE
                             CALL "LOGCHIST" USING WS-LOG-PROGRAM-NAME
                                     WS-BEFORE-IMAGE WS-AFTER-IMAGE
                       END-REWRITE
                    END-IF
                 END-IF
                 CLOSE CUSTOMER-MASTER
              END-IF
              MOVE "R" TO WS-LOCK-ACTION
              CALL "RUNLOCK" USING WS-LOG-PROGRAM-NAME WS-LOCK-ACTION
                      WS-LOCK-STATUS2
           END-IF.

       APPLY-ACCOUNT-CHANGE.
           OPEN I-O ACCOUNT-MASTER
           IF NOT ACCTMAST-OK
              MOVE "ACCTMAST.DAT CANNOT BE OPENED" TO WS-FAIL-NOTE
           ELSE
              MOVE WS-KEY-ACCOUNT TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    SET APPLY-HAS-FAILED TO TRUE
                    MOVE "ACCOUNT NO LONGER ON FILE" TO WS-FAIL-NOTE
              END-READ
              IF ACCTMAST-OK
                 IF AcctLimit NOT = MreqBeforeLimit
                    OR AcctOverdraft NOT = MreqBeforeOverdraft
                    SET APPLY-HAS-FAILED TO TRUE
                    MOVE "RECORD CHANGED SINCE REQUEST" TO WS-FAIL-NOTE
                 ELSE
                    MOVE MreqAfterLimit     TO AcctLimit
                    MOVE MreqAfterOverdraft TO AcctOverdraft
                    REWRITE Account
                       INVALID KEY
                          SET APPLY-HAS-FAILED TO TRUE
                          MOVE "RECORD COULD NOT BE REWRITTEN"
                               TO WS-FAIL-NOTE
                       NOT INVALID KEY
                          SET APPLY-WAS-DONE TO TRUE
                    END-REWRITE
                 END-IF
              END-IF
              CLOSE ACCOUNT-MASTER
           END-IF.

       APPLY-PRODUCT-CHANGE.
           OPEN I-O PRODUCT-FILE
           IF NOT PRODUCT-OK
              MOVE "PRODUCT.DAT CANNOT BE OPENED" TO WS-FAIL-NOTE
           ELSE
              MOVE MreqKey TO ProductCode
              READ PRODUCT-FILE
                 INVALID KEY
                    SET APPLY-HAS-FAILED TO TRUE
                    MOVE "PRODUCT NO LONGER ON FILE" TO WS-FAIL-NOTE
              END-READ
              IF PRODUCT-OK
                 IF Product NOT = MreqBeforeImage
                    SET APPLY-HAS-FAILED TO TRUE
                    MOVE "RECORD CHANGED SINCE REQUEST" TO WS-FAIL-NOTE
                 ELSE
                    MOVE MreqAfterImage TO Product
                    REWRITE Product
                       INVALID KEY
                          SET APPLY-HAS-FAILED TO TRUE
                          MOVE "RECORD COULD NOT BE REWRITTEN"
                               TO WS-FAIL-NOTE
                       NOT INVALID KEY
                          SET APPLY-WAS-DONE TO TRUE
                    END-REWRITE
                 END-IF
              END-IF
              CLOSE PRODUCT-FILE
           END-IF.

      *****************************************************************
      * The parameter file is rewritten whole, as PARMMAINT does, and
      * the change goes to PARMHIST.LOG under the operator who keyed
      * it - MAINTREQ.DAT keeps who approved it.
      *****************************************************************
       APPLY-PARAMETER-CHANGE.
           PERFORM LOAD-PARM-TABLE
           MOVE 0 TO WS-FOUND-IDX
           MOVE SPACES TO WS-CURRENT-VALUE
           PERFORM VARYING PARM-IDX FROM 1 BY 1
                   UNTIL PARM-IDX > PARM-MAX
              IF PT-NAME(PARM-IDX) = MreqKey
                 MOVE PARM-IDX TO WS-FOUND-IDX
                 MOVE PT-VALUE(PARM-IDX) TO WS-CURRENT-VALUE
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-CURRENT-VALUE NOT = MreqBeforeValue
                 SET APPLY-HAS-FAILED TO TRUE
                 MOVE "VALUE CHANGED SINCE REQUEST" TO WS-FAIL-NOTE
              WHEN WS-FOUND-IDX = 0 AND PARM-MAX >= 80
                 SET APPLY-HAS-FAILED TO TRUE
                 MOVE "PARAMETER TABLE FULL" TO WS-FAIL-NOTE
              WHEN WS-FOUND-IDX = 0
                 ADD 1 TO PARM-MAX
                 MOVE MreqKey        TO PT-NAME(PARM-MAX)
                 MOVE MreqAfterValue TO PT-VALUE(PARM-MAX)
                 SET APPLY-WAS-DONE TO TRUE
              WHEN OTHER
                 MOVE MreqAfterValue TO PT-VALUE(WS-FOUND-IDX)
                 SET APPLY-WAS-DONE TO TRUE
           END-EVALUATE

           IF APPLY-WAS-DONE
              PERFORM SAVE-PARM-TABLE
              PERFORM WRITE-HISTORY-RECORD
           END-IF.

       LOAD-PARM-TABLE.
           MOVE 0 TO PARM-MAX
           MOVE "N" TO PARM-EOF-FLAG
           OPEN INPUT SUITE-PARM-FILE
           IF PARM-FILE-FOUND
              PERFORM UNTIL PARM-EOF
                 READ SUITE-PARM-FILE
                    AT END
                       SET PARM-EOF TO TRUE
                    NOT AT END
                       IF PARM-MAX < 80
                          ADD 1 TO PARM-MAX
                          MOVE PARM-NAME  TO PT-NAME(PARM-MAX)
                          MOVE PARM-VALUE TO PT-VALUE(PARM-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUITE-PARM-FILE
           END-IF.

       SAVE-PARM-TABLE.
           OPEN OUTPUT SUITE-PARM-FILE
           PERFORM VARYING PARM-IDX FROM 1 BY 1
                   UNTIL PARM-IDX > PARM-MAX
              INITIALIZE SUITE-PARM-RECORD WITH FILLER
              MOVE PT-NAME(PARM-IDX)  TO PARM-NAME
              MOVE PT-VALUE(PARM-IDX) TO PARM-VALUE
              WRITE SUITE-PARM-RECORD
           END-PERFORM
           CLOSE SUITE-PARM-FILE.

       WRITE-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND PARM-HISTORY
           IF HIST-FILE-NOT-FOUND
              OPEN OUTPUT PARM-HISTORY
           END-IF

           INITIALIZE PARM-HISTORY-RECORD WITH FILLER
           MOVE WS-TS-DATE      TO PH-DATE
           MOVE WS-TS-TIME      TO PH-TIME
           MOVE MreqKey         TO PH-PARM-NAME
           MOVE MreqBeforeValue TO PH-OLD-VALUE
           MOVE MreqAfterValue  TO PH-NEW-VALUE
           MOVE MreqMadeBy      TO PH-OPERATOR
           WRITE PARM-HISTORY-RECORD

           CLOSE PARM-HISTORY.
