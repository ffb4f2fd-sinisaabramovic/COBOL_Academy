      *****************************************************************
      * Program name:    DECEASED
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created to carry a death recorded
      *                               by the intake through to the bank
      *                               - each person deregistered for
      *                               death whose PERSCUST.DAT customer
      *                               is still active has the customer
      *                               made inactive, every account only
      *                               they hold on CUSTACCT.DAT frozen
      *                               and its standing orders suspended
      *                               on STANDORD.DAT, and every account
      *                               held jointly left trading but
      *                               flagged for review; the dated
      *                               ESTATE.RPT lists each account with
      *                               its balance at the date of death
      *                               for the executor team
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DECEASED.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PersonJMBG
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT PERS-CUST-LINK ASSIGN TO "PERSCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkJMBG
               FILE STATUS IS WS-LINK-STATUS.
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
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OrderNumber
               FILE STATUS IS WS-STANDORD-STATUS.
           SELECT ESTATE-RPT ASSIGN USING WS-ESTATE-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
       01 Person.
           COPY PERSREC.

       FD  PERS-CUST-LINK.
       01 PersCustLink.
           COPY PCLNKREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  STANDING-ORDERS.
       01 StandingOrder.
           COPY SORDREC.

       FD  ESTATE-RPT.
       01 ESTATE-RPT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERSMAST-STATUS       PIC XX VALUE "00".
           88 PERSMAST-OK                     VALUE "00".
       01 WS-LINK-STATUS           PIC XX VALUE "00".
           88 LINK-FILE-OK                    VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-STANDORD-STATUS       PIC XX VALUE "00".
           88 STANDORD-OK                     VALUE "00".

       01 PERSMAST-EOF-FLAG        PIC X  VALUE "N".
           88 PERSMAST-EOF                VALUE "Y".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 STANDORD-EOF-FLAG        PIC X  VALUE "N".
           88 STANDORD-EOF                VALUE "Y".
       01 WS-FILES-FLAG            PIC X  VALUE "Y".
           88 ALL-FILES-OPENED            VALUE "Y".

       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.

      *****************************************************************
      * The accounts of the customer being settled, with whether any
      * other customer holds them too. Only a sole account is frozen
      * and has its standing orders suspended - a joint holder may
      * still run a joint account, so it is only flagged.
      *****************************************************************
       01 DEATH-ACCOUNT-TABLE.
           02 DEATH-ACCOUNT OCCURS 50.
              03 DA-ACCT-NUMBER    PIC 9(7).
              03 DA-JOINT-FLAG     PIC X.
                 88 DA-IS-JOINT             VALUE "Y".
       01 DA-IDX                   PIC 99.
       01 DA-MAX                   PIC 99 VALUE 0.
       01 WS-DA-SLOT               PIC 99.
       01 WS-SEARCH-ACCT           PIC 9(7).
       01 WS-OVERFLOW-FLAG         PIC X  VALUE "N".
           88 ACCOUNTS-OVERFLOWED         VALUE "Y".

       01 WS-DECEASED-CUSTOMER     PIC 9(6).
       01 WS-DATE-OF-DEATH         PIC X(8).
       01 WS-DEATH-BALANCE         PIC S9(7)V99.
       01 WS-ACCOUNT-ACTION        PIC X(24).
       01 WS-MASK-SOURCE           PIC X(20).
       01 WS-MASKED-JMBG           PIC X(20).

       01 WS-ESTATE-LINE.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 EL-ACCT-NUMBER       PIC 9(7).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 EL-PRODUCT           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 EL-CURRENCY          PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 EL-BALANCE           PIC -(7)9.99.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 EL-ACTION            PIC X(24).

       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-DECEASED-COUNT        PIC 9(5) VALUE 0.
       01 WS-FROZEN-COUNT          PIC 9(5) VALUE 0.
       01 WS-JOINT-COUNT           PIC 9(5) VALUE 0.
       01 WS-SUSPENDED-COUNT       PIC 9(5) VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZ9.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-GEN-BASE              PIC X(14).
       01 WS-ESTATE-GEN-NAME       PIC X(30).
       01 WS-GEN-ACTION            PIC X.
       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "DECEASED".
       01 WS-BEFORE-IMAGE          PIC X(149) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.
       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       PROCEDURE DIVISION.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE "C" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOG-PROGRAM-NAME WS-LOCK-ACTION
                   WS-LOCK-STATUS2
           IF NOT LOCK-WAS-GRANTED
              DISPLAY "CUSTOMER-MASTER IS BEING UPDATED - RUN REFUSED"
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              MOVE 8 TO WS-LOG-RETURN-CODE
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                      WS-LOG-COUNTS WS-LOG-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           CALL "GETRUNDT" USING WS-RUN-DATE

           MOVE "ESTATE.RPT" TO WS-GEN-BASE
           MOVE "N" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-ESTATE-GEN-NAME
           OPEN OUTPUT ESTATE-RPT
           MOVE SPACES TO ESTATE-RPT-RECORD
           STRING "ESTATE REPORT - DECEASED CUSTOMERS - RUN DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD

           PERFORM OPEN-DEATH-FILES
           IF ALL-FILES-OPENED
              PERFORM UNTIL PERSMAST-EOF
                 READ PERSON-MASTER NEXT RECORD
                    AT END
                       SET PERSMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF PERSON-IS-DEREGISTERED
                          AND DEREG-FOR-DEATH
                          PERFORM PROPAGATE-ONE-DEATH
                       END-IF
                 END-READ
              END-PERFORM
           ELSE
              DISPLAY "DECEASED: A MASTER FILE IS NOT AVAILABLE - "
                      "NO DEATHS PROPAGATED"
              MOVE 4 TO WS-FINAL-RC
           END-IF
           PERFORM CLOSE-DEATH-FILES

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOG-PROGRAM-NAME WS-LOCK-ACTION
                   WS-LOCK-STATUS2

           PERFORM WRITE-ESTATE-TOTALS
           CLOSE ESTATE-RPT

           DISPLAY "DECEASED: " WS-DECEASED-COUNT " DECEASED "
                   "CUSTOMER(S) MADE INACTIVE"
           DISPLAY "DECEASED: " WS-FROZEN-COUNT " SOLE ACCOUNT(S) "
                   "FROZEN"
           DISPLAY "DECEASED: " WS-SUSPENDED-COUNT " STANDING "
                   "ORDER(S) SUSPENDED"
           DISPLAY "DECEASED: " WS-JOINT-COUNT " JOINT ACCOUNT(S) "
                   "FLAGGED FOR REVIEW"
           IF WS-JOINT-COUNT > 0 OR ACCOUNTS-OVERFLOWED
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE "DECEASED-CUSTOMERS" TO WS-CTL-COUNTER
           MOVE WS-DECEASED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "ACCOUNTS-FROZEN" TO WS-CTL-COUNTER
           MOVE WS-FROZEN-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "ORDERS-SUSPENDED" TO WS-CTL-COUNTER
           MOVE WS-SUSPENDED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "JOINT-FLAGGED" TO WS-CTL-COUNTER
           MOVE WS-JOINT-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-READ-COUNT     TO WS-LOG-READ-COUNT
           MOVE WS-DECEASED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-FINAL-RC       TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * Without the person master, the links or the customer master
      * there is nobody to follow; a missing account master, cross-
      * reference or standing-order file means the accounts cannot be
      * settled, so the customer is not made inactive either and the
      * death is picked up again on the next run.
      *****************************************************************
       OPEN-DEATH-FILES.
           OPEN INPUT PERSON-MASTER
           IF NOT PERSMAST-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF
           OPEN INPUT PERS-CUST-LINK
           IF NOT LINK-FILE-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF NOT CUSTMAST-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF
           OPEN INPUT CUST-ACCT-XREF
           IF NOT XREF-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF NOT ACCTMAST-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF
           OPEN I-O STANDING-ORDERS
           IF NOT STANDORD-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF.

       CLOSE-DEATH-FILES.
           CLOSE PERSON-MASTER
           CLOSE PERS-CUST-LINK
           CLOSE CUSTOMER-MASTER
           CLOSE CUST-ACCT-XREF
           CLOSE ACCOUNT-MASTER
           CLOSE STANDING-ORDERS.

      *****************************************************************
      * A death is newly recorded while the customer it links to is
      * still active - making the customer inactive is the last step,
      * so a death already carried through is not carried through
      * again, and a rerun after a failure finishes the job. The date
      * the intake deregistered the person stands as the date of
      * death.
      *****************************************************************
       PROPAGATE-ONE-DEATH.
           MOVE PersonJMBG TO LinkJMBG
           READ PERS-CUST-LINK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE LinkCustomerID TO CustomerID
                 READ CUSTOMER-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CUSTOMER-IS-ACTIVE
                          PERFORM SETTLE-DECEASED-CUSTOMER
                       END-IF
                 END-READ
           END-READ.

       SETTLE-DECEASED-CUSTOMER.
           ADD 1 TO WS-DECEASED-COUNT
           MOVE CustomerID      TO WS-DECEASED-CUSTOMER
           MOVE PersonDeregDate TO WS-DATE-OF-DEATH
           PERFORM WRITE-CUSTOMER-HEADING

           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           PERFORM MARK-JOINT-ACCOUNTS
           PERFORM VARYING DA-IDX FROM 1 BY 1 UNTIL DA-IDX > DA-MAX
              PERFORM SETTLE-ONE-ACCOUNT
           END-PERFORM
           PERFORM SUSPEND-STANDING-ORDERS
           IF DA-MAX = 0
              MOVE SPACES TO ESTATE-RPT-RECORD
              MOVE "    NO ACCOUNTS HELD" TO ESTATE-RPT-RECORD
              WRITE ESTATE-RPT-RECORD
           END-IF

           MOVE WS-DECEASED-CUSTOMER TO CustomerID
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
           END-READ
           IF CUSTMAST-OK
              MOVE Customer TO WS-BEFORE-IMAGE
              SET CUSTOMER-IS-INACTIVE TO TRUE
              MOVE WS-RUN-DATE TO CustInactiveDate
              REWRITE Customer
                 INVALID KEY
                    DISPLAY "DECEASED: REWRITE FAILED FOR CUSTOMER "
                            CustomerID
                 NOT INVALID KEY
                    MOVE Customer TO WS-AFTER-IMAGE
                    CALL "LOGCHIST" USING WS-LOG-PROGRAM-NAME
                            WS-BEFORE-IMAGE WS-AFTER-IMAGE
              END-REWRITE
           END-IF.

       WRITE-CUSTOMER-HEADING.
           MOVE PersonJMBG TO WS-MASK-SOURCE
           CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-JMBG
           MOVE SPACES TO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD
           STRING "CUSTOMER " DELIMITED BY SIZE
                  CustomerID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CustomerName DELIMITED BY SIZE
                  " JMBG " DELIMITED BY SIZE
                  WS-MASKED-JMBG(1:13) DELIMITED BY SIZE
                  " DIED " DELIMITED BY SIZE
                  WS-DATE-OF-DEATH DELIMITED BY SIZE
                  INTO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD
           MOVE "    ACCOUNT  PRD  CCY  BALANCE AT DEATH  ACTION"
                TO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD.

       COLLECT-CUSTOMER-ACCOUNTS.
           MOVE 0 TO DA-MAX
           MOVE "N" TO XREF-EOF-FLAG
           MOVE WS-DECEASED-CUSTOMER TO XrefCustomerID
           MOVE ZEROES TO XrefAcctNumber
           START CUST-ACCT-XREF KEY IS NOT LESS THAN XrefKey
              INVALID KEY
                 SET XREF-EOF TO TRUE
           END-START
           PERFORM UNTIL XREF-EOF
              READ CUST-ACCT-XREF NEXT RECORD
                 AT END
                    SET XREF-EOF TO TRUE
                 NOT AT END
                    IF XrefCustomerID NOT = WS-DECEASED-CUSTOMER
                       SET XREF-EOF TO TRUE
                    ELSE
                       PERFORM ADD-DEATH-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       ADD-DEATH-ACCOUNT.
           IF DA-MAX < 50
              ADD 1 TO DA-MAX
              MOVE XrefAcctNumber TO DA-ACCT-NUMBER(DA-MAX)
              MOVE "N" TO DA-JOINT-FLAG(DA-MAX)
           ELSE
              SET ACCOUNTS-OVERFLOWED TO TRUE
              DISPLAY "DECEASED: CUSTOMER " WS-DECEASED-CUSTOMER
                      " HOLDS MORE THAN 50 ACCOUNTS - ACCOUNT "
                      XrefAcctNumber " NOT SETTLED"
           END-IF.

      *****************************************************************
      * The cross-reference is keyed by customer, so finding the other
      * holders of an account takes one pass over the whole file per
      * deceased customer.
      *****************************************************************
       MARK-JOINT-ACCOUNTS.
           IF DA-MAX > 0
              MOVE "N" TO XREF-EOF-FLAG
              MOVE ZEROES TO XrefKey
              START CUST-ACCT-XREF KEY IS NOT LESS THAN XrefKey
                 INVALID KEY
                    SET XREF-EOF TO TRUE
              END-START
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       IF XrefCustomerID NOT = WS-DECEASED-CUSTOMER
                          MOVE XrefAcctNumber TO WS-SEARCH-ACCT
                          PERFORM FIND-DEATH-ACCOUNT
                          IF WS-DA-SLOT > 0
                             MOVE "Y" TO DA-JOINT-FLAG(WS-DA-SLOT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       FIND-DEATH-ACCOUNT.
           MOVE 0 TO WS-DA-SLOT
           PERFORM VARYING DA-IDX FROM 1 BY 1
                   UNTIL DA-IDX > DA-MAX OR WS-DA-SLOT > 0
              IF DA-ACCT-NUMBER(DA-IDX) = WS-SEARCH-ACCT
                 MOVE DA-IDX TO WS-DA-SLOT
              END-IF
           END-PERFORM.

      *****************************************************************
      * A sole account still open is frozen so nothing moves until the
      * executors are appointed; a closed or already frozen account is
      * listed as it stands.
      *****************************************************************
       SETTLE-ONE-ACCOUNT.
           MOVE DA-ACCT-NUMBER(DA-IDX) TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "DECEASED: LINKED ACCOUNT " AcctNumber
                         " NOT ON ACCOUNT-MASTER"
           END-READ
           IF ACCTMAST-OK
              PERFORM FIND-BALANCE-AT-DEATH
              EVALUATE TRUE
                 WHEN DA-IS-JOINT(DA-IDX)
                    ADD 1 TO WS-JOINT-COUNT
                    MOVE "JOINT - FOR REVIEW" TO WS-ACCOUNT-ACTION
                 WHEN ACCOUNT-IS-CLOSED
                    MOVE "CLOSED" TO WS-ACCOUNT-ACTION
                 WHEN ACCOUNT-IS-FROZEN
                    MOVE "ALREADY FROZEN" TO WS-ACCOUNT-ACTION
                 WHEN OTHER
                    PERFORM FREEZE-SOLE-ACCOUNT
              END-EVALUATE
              PERFORM WRITE-ESTATE-LINE
           END-IF.

       FREEZE-SOLE-ACCOUNT.
           SET ACCOUNT-IS-FROZEN TO TRUE
           REWRITE Account
              INVALID KEY
                 MOVE "FREEZE FAILED" TO WS-ACCOUNT-ACTION
              NOT INVALID KEY
                 ADD 1 TO WS-FROZEN-COUNT
                 MOVE "FROZEN" TO WS-ACCOUNT-ACTION
           END-REWRITE.

      *****************************************************************
      * The balance at the date of death is the balance after the last
      * entry posted on or before it, found through JRNLREAD across
      * the sealed months; an account with no posting by then still
      * holds the balance it was loaded or opened with.
      *****************************************************************
       FIND-BALANCE-AT-DEATH.
           MOVE AcctBalance TO WS-DEATH-BALANCE
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber       TO JRQ-ACCT
           MOVE "00000000"       TO JRQ-FROM-DATE
           MOVE WS-DATE-OF-DEATH TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 MOVE JRNL-BALANCE-AFTER TO WS-DEATH-BALANCE
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       WRITE-ESTATE-LINE.
           MOVE AcctNumber        TO EL-ACCT-NUMBER
           MOVE AcctProduct       TO EL-PRODUCT
           MOVE AcctCurrency      TO EL-CURRENCY
           MOVE WS-DEATH-BALANCE  TO EL-BALANCE
           MOVE WS-ACCOUNT-ACTION TO EL-ACTION
           MOVE WS-ESTATE-LINE    TO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD.

      *****************************************************************
      * Standing orders are keyed by order number, so one pass over
      * STANDORD.DAT suspends every active order paying out of an
      * account the customer held alone.
      *****************************************************************
       SUSPEND-STANDING-ORDERS.
           IF DA-MAX > 0
              MOVE "N" TO STANDORD-EOF-FLAG
              MOVE ZEROES TO OrderNumber
              START STANDING-ORDERS KEY IS NOT LESS THAN OrderNumber
                 INVALID KEY
                    SET STANDORD-EOF TO TRUE
              END-START
              PERFORM UNTIL STANDORD-EOF
                 READ STANDING-ORDERS NEXT RECORD
                    AT END
                       SET STANDORD-EOF TO TRUE
                    NOT AT END
                       IF ORDER-IS-ACTIVE
                          PERFORM CHECK-ONE-ORDER
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       CHECK-ONE-ORDER.
           MOVE OrderAcctNumber TO WS-SEARCH-ACCT
           PERFORM FIND-DEATH-ACCOUNT
           IF WS-DA-SLOT > 0
              IF NOT DA-IS-JOINT(WS-DA-SLOT)
                 SET ORDER-IS-SUSPENDED TO TRUE
                 REWRITE StandingOrder
                    INVALID KEY
                       DISPLAY "DECEASED: STANDING ORDER "
                               OrderNumber " COULD NOT BE SUSPENDED"
                    NOT INVALID KEY
                       ADD 1 TO WS-SUSPENDED-COUNT
                       MOVE SPACES TO ESTATE-RPT-RECORD
                       STRING "    STANDING ORDER " DELIMITED BY SIZE
                              OrderNumber DELIMITED BY SIZE
                              " FROM ACCOUNT " DELIMITED BY SIZE
                              OrderAcctNumber DELIMITED BY SIZE
                              " SUSPENDED" DELIMITED BY SIZE
                              INTO ESTATE-RPT-RECORD
                       WRITE ESTATE-RPT-RECORD
                 END-REWRITE
              END-IF
           END-IF.

       WRITE-ESTATE-TOTALS.
           MOVE SPACES TO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD
           MOVE WS-DECEASED-COUNT TO WS-RPT-COUNT
           STRING "DECEASED CUSTOMERS:         " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD
           MOVE WS-FROZEN-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ESTATE-RPT-RECORD
           STRING "SOLE ACCOUNTS FROZEN:       " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD
           MOVE WS-SUSPENDED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ESTATE-RPT-RECORD
           STRING "STANDING ORDERS SUSPENDED:  " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD
           MOVE WS-JOINT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ESTATE-RPT-RECORD
           STRING "JOINT ACCOUNTS FOR REVIEW:  " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ESTATE-RPT-RECORD
           WRITE ESTATE-RPT-RECORD.
