      *****************************************************************
      * Program name:    ACCTCOLL
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the daily overdraft
      *                               collections run - works out how
      *                               long each overdrawn account on
      *                               ACCTMAST.DAT has been
      *                               continuously negative from its
      *                               ACCTJRNL.DAT balances, sends the
      *                               owner a notice as each
      *                               COLL-NOTICE-n-DAYS threshold is
      *                               reached (addressed through
      *                               CUSTACCT.DAT and routed by
      *                               CustDelivPref as ACCTSTMT does),
      *                               freezes the account once it is
      *                               past the final threshold, and
      *                               prints the collections worklist
      * 15/10/2026 SINISA ABRAMOVIC  The overdrawn-since date now comes
      *                               from the account's own journal
      *                               entries through JRNLREAD, across
      *                               the sealed months as well, instead
      *                               of a pass over the whole journal
      *                               for every account
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTCOLL.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT COLL-CONTROL ASSIGN TO "COLLCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CollAcctNumber
               FILE STATUS IS WS-COLLCTL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefKey
               FILE STATUS IS WS-XREF-STATUS.
           SELECT NOTICE-LTR ASSIGN TO "ACCTCOLL.LTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-EML ASSIGN TO "ACCTCOLL.EML"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-RPT ASSIGN TO "ACCTCOLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  COLL-CONTROL.
       01 CollControl.
           COPY COLLREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  NOTICE-LTR.
       01 NOTICE-LTR-RECORD        PIC X(70).

       FD  NOTICE-EML.
       01 NOTICE-EML-RECORD        PIC X(70).

       FD  WORKLIST-RPT.
       01 WORKLIST-RPT-RECORD      PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 WS-COLLCTL-STATUS        PIC XX VALUE "00".
           88 COLLCTL-OK                      VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 WS-CONTROL-FOUND-FLAG    PIC X  VALUE "N".
           88 CONTROL-WAS-FOUND           VALUE "Y".
       01 WS-OWNER-FOUND-FLAG      PIC X  VALUE "N".
           88 OWNER-WAS-FOUND             VALUE "Y".
       01 WS-OWNER-ID              PIC 9(6).
       01 WS-NOTICE-DEST           PIC X  VALUE "P".
           88 NOTICE-GOES-PRINT           VALUE "P".
           88 NOTICE-GOES-EMAIL           VALUE "E".
           88 NOTICE-UNDELIVERABLE        VALUE "X".

      *****************************************************************
      * Notice thresholds in days continuously overdrawn - the first
      * reminder, the second notice, and the final notice that warns
      * of the freeze. An account past the final threshold is frozen.
      *****************************************************************
       01 WS-THRESHOLD-VALUES.
           02 WS-THRESHOLD         PIC 9(3) OCCURS 3.
       01 WS-THRESHOLD-IDX         PIC 9.
       01 WS-THRESHOLD-NAMES.
           02 FILLER               PIC X(20)
                                   VALUE "COLL-NOTICE-1-DAYS".
           02 FILLER               PIC X(20)
                                   VALUE "COLL-NOTICE-2-DAYS".
           02 FILLER               PIC X(20)
                                   VALUE "COLL-FINAL-DAYS".
       01 WS-THRESHOLD-NAME-TABLE REDEFINES WS-THRESHOLD-NAMES.
           02 WS-THRESHOLD-NAME    PIC X(20) OCCURS 3.

       01 WS-OD-SINCE              PIC X(8).
       01 WS-OD-SINCE-NUM          PIC 9(8).
       01 WS-DAYS-OVERDRAWN        PIC S9(5).
       01 WS-TARGET-STAGE          PIC 9.
           88 TARGET-IS-FREEZE            VALUE 4.
       01 WS-ACTION-TEXT           PIC X(24).
       01 WS-ACTION-WORK           PIC X(24).

       01 WS-TODAY-NUM             PIC 9(8).
       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-OVERDRAWN-COUNT       PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT          PIC 9(5) VALUE 0.
       01 WS-PRINT-COUNT           PIC 9(5) VALUE 0.
       01 WS-EMAIL-COUNT           PIC 9(5) VALUE 0.
       01 WS-UNDELIVERABLE-COUNT   PIC 9(5) VALUE 0.
       01 WS-FROZEN-COUNT          PIC 9(5) VALUE 0.
       01 WS-CURED-COUNT           PIC 9(5) VALUE 0.
       01 WS-OVERDRAWN-TOTAL       PIC S9(9)V99 VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-DAYS              PIC ZZZZ9.
       01 WS-RPT-BALANCE           PIC -ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC -ZZZZZZZZ9.99.
       01 WS-RPT-OVERDRAFT         PIC ZZZZZZ9.99.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ACCTCOLL".
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
           PERFORM LOAD-THRESHOLDS

           OPEN I-O COLL-CONTROL
           IF NOT COLLCTL-OK
              CLOSE COLL-CONTROL
              OPEN OUTPUT COLL-CONTROL
              CLOSE COLL-CONTROL
              OPEN I-O COLL-CONTROL
           END-IF
           OPEN OUTPUT NOTICE-LTR
           OPEN OUTPUT NOTICE-EML
           OPEN OUTPUT WORKLIST-RPT
           PERFORM WRITE-WORKLIST-HEADINGS

           OPEN I-O ACCOUNT-MASTER
           IF ACCTMAST-OK
              PERFORM UNTIL ACCTMAST-EOF
                 READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                       SET ACCTMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-ACCOUNT
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
           END-IF

           PERFORM WRITE-WORKLIST-TOTALS

           CLOSE COLL-CONTROL
           CLOSE NOTICE-LTR
           CLOSE NOTICE-EML
           CLOSE WORKLIST-RPT

           DISPLAY "ACCTCOLL: " WS-READ-COUNT " ACCOUNT(S) CHECKED"
           DISPLAY "ACCTCOLL: " WS-OVERDRAWN-COUNT " OVERDRAWN"
           DISPLAY "ACCTCOLL: " WS-NOTICE-COUNT " NOTICE(S) - "
                   WS-PRINT-COUNT " PRINTED, " WS-EMAIL-COUNT
                   " E-MAILED, " WS-UNDELIVERABLE-COUNT
                   " UNDELIVERABLE"
           DISPLAY "ACCTCOLL: " WS-FROZEN-COUNT " ACCOUNT(S) FROZEN"
           DISPLAY "ACCTCOLL: " WS-CURED-COUNT " ACCOUNT(S) BACK IN "
                   "CREDIT"

           MOVE WS-READ-COUNT    TO WS-LOG-READ-COUNT
           MOVE WS-NOTICE-COUNT  TO WS-LOG-ACCEPT-COUNT
           MOVE WS-UNDELIVERABLE-COUNT TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC      TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * Thresholds default to 10, 20 and 30 days. A set that does not
      * climb would send the notices out of order, so it is refused
      * whole and the defaults used, with a warning code.
      *****************************************************************
       LOAD-THRESHOLDS.
           MOVE 10 TO WS-THRESHOLD(1)
           MOVE 20 TO WS-THRESHOLD(2)
           MOVE 30 TO WS-THRESHOLD(3)
           PERFORM VARYING WS-THRESHOLD-IDX FROM 1 BY 1
                   UNTIL WS-THRESHOLD-IDX > 3
              MOVE WS-THRESHOLD-NAME(WS-THRESHOLD-IDX) TO WS-PARM-NAME
              CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                      WS-PARM-FOUND-FLAG
              IF WS-PARM-WAS-FOUND
                 COMPUTE WS-THRESHOLD(WS-THRESHOLD-IDX) =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
              END-IF
           END-PERFORM
           IF WS-THRESHOLD(1) = 0
              OR WS-THRESHOLD(2) NOT > WS-THRESHOLD(1)
              OR WS-THRESHOLD(3) NOT > WS-THRESHOLD(2)
              DISPLAY "ACCTCOLL: COLLECTIONS THRESHOLDS "
                      WS-THRESHOLD(1) "/" WS-THRESHOLD(2) "/"
                      WS-THRESHOLD(3) " DO NOT CLIMB - 10/20/30 USED"
              MOVE 10 TO WS-THRESHOLD(1)
              MOVE 20 TO WS-THRESHOLD(2)
              MOVE 30 TO WS-THRESHOLD(3)
              MOVE 4 TO WS-FINAL-RC
           END-IF.

       WRITE-WORKLIST-HEADINGS.
           MOVE SPACES TO WORKLIST-RPT-RECORD
           STRING "OVERDRAFT COLLECTIONS WORKLIST FOR "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD
           MOVE SPACES TO WORKLIST-RPT-RECORD
           STRING "ACCOUNT  S     BALANCE  OVERDRAFT" DELIMITED BY SIZE
                  "  SINCE     DAYS  ACTION" DELIMITED BY SIZE
                  INTO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD.

      *****************************************************************
      * An account in credit closes any collections spell it had - the
      * control goes, so the next overdraft starts again at the first
      * notice. A freeze this run applied stays until the branch lifts
      * it in ACCTMAINT.
      *****************************************************************
       CHECK-ONE-ACCOUNT.
           PERFORM READ-COLL-CONTROL
           IF AcctBalance < 0
              ADD 1 TO WS-OVERDRAWN-COUNT
              ADD AcctBalance TO WS-OVERDRAWN-TOTAL
              PERFORM WORK-ONE-OVERDRAFT
           ELSE
              IF CONTROL-WAS-FOUND
                 PERFORM CLOSE-COLLECTIONS-SPELL
              END-IF
           END-IF.

       READ-COLL-CONTROL.
           MOVE "N" TO WS-CONTROL-FOUND-FLAG
           MOVE AcctNumber TO CollAcctNumber
           READ COLL-CONTROL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CONTROL-WAS-FOUND TO TRUE
           END-READ.

       CLOSE-COLLECTIONS-SPELL.
           ADD 1 TO WS-CURED-COUNT
           IF COLL-ACCOUNT-FROZEN AND ACCOUNT-IS-FROZEN
              MOVE "CURED - STILL FROZEN" TO WS-ACTION-TEXT
           ELSE
              MOVE "CURED" TO WS-ACTION-TEXT
           END-IF
           MOVE CollOdSince TO WS-OD-SINCE
           MOVE 0 TO WS-DAYS-OVERDRAWN
           PERFORM WRITE-WORKLIST-LINE
           DELETE COLL-CONTROL
              INVALID KEY
                 DISPLAY "ACCTCOLL: CONTROL DELETE FAILED FOR "
                         AcctNumber
           END-DELETE.

      *****************************************************************
      * The spell's start comes from the journal; a control whose
      * start differs belongs to an earlier spell the account has
      * since cleared, so the stages begin again. The highest stage
      * reached sends its one notice - a run missed across an outage
      * sends the later notice, not every one it skipped.
      *****************************************************************
       WORK-ONE-OVERDRAFT.
           PERFORM FIND-OVERDRAWN-SINCE
           IF CONTROL-WAS-FOUND AND CollOdSince NOT = WS-OD-SINCE
              MOVE 0 TO CollStage
              MOVE SPACES TO CollLastNotice
              MOVE SPACES TO CollFrozenDate
           END-IF
           IF NOT CONTROL-WAS-FOUND
              INITIALIZE CollControl WITH FILLER
              MOVE AcctNumber TO CollAcctNumber
              MOVE 0 TO CollStage
           END-IF
           MOVE WS-OD-SINCE TO CollOdSince
           MOVE WS-OD-SINCE TO WS-OD-SINCE-NUM
           COMPUTE WS-DAYS-OVERDRAWN =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-OD-SINCE-NUM)

           EVALUATE TRUE
              WHEN WS-DAYS-OVERDRAWN > WS-THRESHOLD(3)
                 MOVE 4 TO WS-TARGET-STAGE
              WHEN WS-DAYS-OVERDRAWN NOT < WS-THRESHOLD(3)
                 MOVE 3 TO WS-TARGET-STAGE
              WHEN WS-DAYS-OVERDRAWN NOT < WS-THRESHOLD(2)
                 MOVE 2 TO WS-TARGET-STAGE
              WHEN WS-DAYS-OVERDRAWN NOT < WS-THRESHOLD(1)
                 MOVE 1 TO WS-TARGET-STAGE
              WHEN OTHER
                 MOVE 0 TO WS-TARGET-STAGE
           END-EVALUATE

           MOVE "-" TO WS-ACTION-TEXT
           IF WS-TARGET-STAGE > CollStage
              IF TARGET-IS-FREEZE
                 PERFORM FREEZE-OVERDRAWN-ACCOUNT
              END-IF
              PERFORM SEND-COLLECTIONS-NOTICE
              MOVE WS-TARGET-STAGE TO CollStage
              MOVE WS-RUN-DATE     TO CollLastNotice
           ELSE
              IF COLL-ACCOUNT-FROZEN
                 MOVE "FROZEN" TO WS-ACTION-TEXT
              END-IF
           END-IF

           IF CONTROL-WAS-FOUND
              REWRITE CollControl
                 INVALID KEY
                    DISPLAY "ACCTCOLL: CONTROL REWRITE FAILED FOR "
                            AcctNumber
              END-REWRITE
           ELSE
              WRITE CollControl
                 INVALID KEY
                    DISPLAY "ACCTCOLL: CONTROL WRITE FAILED FOR "
                            AcctNumber
              END-WRITE
           END-IF
           PERFORM WRITE-WORKLIST-LINE.

      *****************************************************************
      * Walk the account's posted entries in date order - every
      * entry leaving it negative from a non-negative start opens a
      * spell, every entry leaving it at or above zero ends one. A
      * negative balance the journal cannot account for (loaded that
      * way) keeps the spell the control already has, or starts one
      * today.
      *****************************************************************
       FIND-OVERDRAWN-SINCE.
           MOVE SPACES TO WS-OD-SINCE
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber  TO JRQ-ACCT
           MOVE "00000000"  TO JRQ-FROM-DATE
           MOVE WS-RUN-DATE TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 IF JRNL-BALANCE-AFTER < 0
                    IF WS-OD-SINCE = SPACES
                       MOVE JRNL-DATE TO WS-OD-SINCE
                    END-IF
                 ELSE
                    MOVE SPACES TO WS-OD-SINCE
                 END-IF
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM
           IF WS-OD-SINCE = SPACES
              IF CONTROL-WAS-FOUND AND CollOdSince IS NUMERIC
                 MOVE CollOdSince TO WS-OD-SINCE
              ELSE
                 MOVE WS-RUN-DATE TO WS-OD-SINCE
              END-IF
           END-IF.

       FREEZE-OVERDRAWN-ACCOUNT.
           IF ACCOUNT-IS-ACTIVE OR ACCOUNT-IS-DORMANT
              SET ACCOUNT-IS-FROZEN TO TRUE
              REWRITE Account
                 INVALID KEY
                    DISPLAY "ACCTCOLL: FREEZE FAILED FOR " AcctNumber
                 NOT INVALID KEY
                    ADD 1 TO WS-FROZEN-COUNT
                    MOVE WS-RUN-DATE TO CollFrozenDate
              END-REWRITE
           END-IF.

      *****************************************************************
      * The notice goes to the account's first owner on CUSTACCT.DAT,
      * to print or to the e-mail extract by their delivery
      * preference. No owner, or no address of the kind they asked
      * for, makes it undeliverable - the stage still advances and
      * the worklist tells the branch to make contact.
      *****************************************************************
       SEND-COLLECTIONS-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           EVALUATE WS-TARGET-STAGE
              WHEN 1
                 MOVE "FIRST NOTICE" TO WS-ACTION-TEXT
              WHEN 2
                 MOVE "SECOND NOTICE" TO WS-ACTION-TEXT
              WHEN 3
                 MOVE "FINAL NOTICE" TO WS-ACTION-TEXT
              WHEN OTHER
                 MOVE "FROZEN - NOTICE" TO WS-ACTION-TEXT
           END-EVALUATE
           PERFORM RESOLVE-ACCOUNT-OWNER
           EVALUATE TRUE
              WHEN NOTICE-UNDELIVERABLE
                 ADD 1 TO WS-UNDELIVERABLE-COUNT
                 MOVE WS-ACTION-TEXT TO WS-ACTION-WORK
                 MOVE SPACES TO WS-ACTION-TEXT
                 STRING WS-ACTION-WORK DELIMITED BY "  "
                        " NOT SENT" DELIMITED BY SIZE
                        INTO WS-ACTION-TEXT
              WHEN NOTICE-GOES-EMAIL
                 ADD 1 TO WS-EMAIL-COUNT
                 PERFORM WRITE-NOTICE
              WHEN OTHER
                 ADD 1 TO WS-PRINT-COUNT
                 PERFORM WRITE-NOTICE
           END-EVALUATE.

       RESOLVE-ACCOUNT-OWNER.
           MOVE "N" TO WS-OWNER-FOUND-FLAG
           MOVE "N" TO XREF-EOF-FLAG
           MOVE "X" TO WS-NOTICE-DEST
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              PERFORM UNTIL XREF-EOF OR OWNER-WAS-FOUND
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       IF XrefAcctNumber = AcctNumber
                          SET OWNER-WAS-FOUND TO TRUE
                          MOVE XrefCustomerID TO WS-OWNER-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUST-ACCT-XREF
           END-IF

           IF OWNER-WAS-FOUND
              OPEN INPUT CUSTOMER-MASTER
              IF CUSTMAST-OK
                 MOVE WS-OWNER-ID TO CustomerID
                 READ CUSTOMER-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM ROUTE-BY-PREFERENCE
                 END-READ
                 CLOSE CUSTOMER-MASTER
              END-IF
           END-IF.

       ROUTE-BY-PREFERENCE.
           EVALUATE TRUE
              WHEN DELIVERY-IS-EMAIL AND CustEmail NOT = SPACES
                 MOVE "E" TO WS-NOTICE-DEST
              WHEN CustStreet = SPACES OR CustCity = SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE "P" TO WS-NOTICE-DEST
           END-EVALUATE.

       WRITE-NOTICE.
           MOVE SPACES TO NOTICE-LTR-RECORD
           STRING "OVERDRAWN ACCOUNT NOTICE - " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO NOTICE-LTR-RECORD
           IF NOTICE-GOES-EMAIL
              PERFORM PUT-NOTICE-LINE
           ELSE
              WRITE NOTICE-LTR-RECORD AFTER ADVANCING PAGE
           END-IF

           MOVE SPACES TO NOTICE-LTR-RECORD
           STRING "  " DELIMITED BY SIZE
                  CustomerName DELIMITED BY SIZE
                  INTO NOTICE-LTR-RECORD
           PERFORM PUT-NOTICE-LINE
           IF NOTICE-GOES-EMAIL
              MOVE SPACES TO NOTICE-LTR-RECORD
              STRING "  " DELIMITED BY SIZE
                     CustEmail DELIMITED BY SIZE
                     INTO NOTICE-LTR-RECORD
              PERFORM PUT-NOTICE-LINE
           ELSE
              MOVE SPACES TO NOTICE-LTR-RECORD
              STRING "  " DELIMITED BY SIZE
                     CustStreet DELIMITED BY SIZE
                     INTO NOTICE-LTR-RECORD
              PERFORM PUT-NOTICE-LINE
              MOVE SPACES TO NOTICE-LTR-RECORD
              STRING "  " DELIMITED BY SIZE
                     CustCity DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CustPostalCode DELIMITED BY SIZE
                     INTO NOTICE-LTR-RECORD
              PERFORM PUT-NOTICE-LINE
           END-IF

           MOVE AcctBalance TO WS-RPT-BALANCE
           MOVE WS-DAYS-OVERDRAWN TO WS-RPT-DAYS
           MOVE SPACES TO NOTICE-LTR-RECORD
           STRING "  ACCOUNT " DELIMITED BY SIZE
                  AcctNumber DELIMITED BY SIZE
                  " HAS BEEN OVERDRAWN FOR" DELIMITED BY SIZE
                  WS-RPT-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO NOTICE-LTR-RECORD
           PERFORM PUT-NOTICE-LINE
           MOVE SPACES TO NOTICE-LTR-RECORD
           STRING "  BALANCE " DELIMITED BY SIZE
                  WS-RPT-BALANCE DELIMITED BY SIZE
                  INTO NOTICE-LTR-RECORD
           PERFORM PUT-NOTICE-LINE

           MOVE SPACES TO NOTICE-LTR-RECORD
           EVALUATE WS-TARGET-STAGE
              WHEN 1
                 STRING "  PLEASE PAY IN ENOUGH TO BRING THE "
                        DELIMITED BY SIZE
                        "ACCOUNT BACK INTO CREDIT." DELIMITED BY SIZE
                        INTO NOTICE-LTR-RECORD
              WHEN 2
                 STRING "  SECOND NOTICE - THE ACCOUNT REMAINS "
                        DELIMITED BY SIZE
                        "OVERDRAWN. PLEASE PAY IN NOW."
                        DELIMITED BY SIZE
                        INTO NOTICE-LTR-RECORD
              WHEN 3
                 STRING "  FINAL NOTICE - UNLESS REPAID THE "
                        DELIMITED BY SIZE
                        "ACCOUNT WILL BE FROZEN." DELIMITED BY SIZE
                        INTO NOTICE-LTR-RECORD
              WHEN OTHER
                 STRING "  THE ACCOUNT HAS BEEN FROZEN. PLEASE "
                        DELIMITED BY SIZE
                        "CONTACT YOUR BRANCH." DELIMITED BY SIZE
                        INTO NOTICE-LTR-RECORD
           END-EVALUATE
           PERFORM PUT-NOTICE-LINE.

       PUT-NOTICE-LINE.
           IF NOTICE-GOES-EMAIL
              MOVE NOTICE-LTR-RECORD TO NOTICE-EML-RECORD
              WRITE NOTICE-EML-RECORD
           ELSE
              WRITE NOTICE-LTR-RECORD
           END-IF.

       WRITE-WORKLIST-LINE.
           MOVE AcctBalance       TO WS-RPT-BALANCE
           MOVE AcctOverdraft     TO WS-RPT-OVERDRAFT
           MOVE WS-DAYS-OVERDRAWN TO WS-RPT-DAYS
           MOVE SPACES TO WORKLIST-RPT-RECORD
           STRING AcctNumber DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AcctStatus DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-BALANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-OVERDRAFT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OD-SINCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-DAYS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  INTO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD.

       WRITE-WORKLIST-TOTALS.
           MOVE SPACES TO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD
           MOVE WS-OVERDRAWN-COUNT TO WS-RPT-COUNT
           MOVE WS-OVERDRAWN-TOTAL TO WS-RPT-TOTAL
           MOVE SPACES TO WORKLIST-RPT-RECORD
           STRING "ACCOUNTS OVERDRAWN:      " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD
           MOVE WS-NOTICE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WORKLIST-RPT-RECORD
           STRING "NOTICES RAISED:          " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD
           MOVE WS-UNDELIVERABLE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WORKLIST-RPT-RECORD
           STRING "NOTICES UNDELIVERABLE:   " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD
           MOVE WS-FROZEN-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WORKLIST-RPT-RECORD
           STRING "ACCOUNTS FROZEN TODAY:   " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD
           MOVE WS-CURED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO WORKLIST-RPT-RECORD
           STRING "BACK IN CREDIT:          " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO WORKLIST-RPT-RECORD
           WRITE WORKLIST-RPT-RECORD.
