      *****************************************************************
      * Program name:    RELPROF
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the month-end customer
      *                               relationship profitability
      *                               report - every account on
      *                               ACCTMAST.DAT is measured from
      *                               ACCTJRNL.DAT for the month
      *                               (average daily balance, interest
      *                               paid, NSF and maintenance fees
      *                               earned, customer transactions),
      *                               valued at the FUNDS-CREDIT-RATE
      *                               parameter, shared among its
      *                               owners on CUSTACCT.DAT, and the
      *                               customers and the HSHLD.DAT
      *                               households are ranked by net
      *                               contribution on RELPROF.RPT with
      *                               the top and bottom deciles
      *                               marked
      * 15/10/2026 SINISA ABRAMOVIC  The month's entries now come
      *                               through JRNLREAD on the journal's
      *                               date key instead of a pass over
      *                               the whole journal; the month opens
      *                               on the balance worked back from
      *                               each account's first entry of the
      *                               month
      * 15/10/2026 SINISA ABRAMOVIC  Count the TDPENAL term deposit
      *                               early withdrawal penalty as fee
      *                               income earned, not customer
      *                               activity
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELPROF.
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
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefKey
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HSHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSHLD-STATUS.
           SELECT RANK-WORK ASSIGN TO "RELPROF.SRT".
           SELECT PROFIT-RPT ASSIGN TO "RELPROF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  HOUSEHOLD-FILE.
       01 HouseholdMember.
           COPY HSHLDREC.

       SD  RANK-WORK.
       01 RANK-WORK-RECORD.
           02 RNK-CONTRIB         PIC S9(9)V99.
           02 RNK-SLOT            PIC 9(5).

       FD  PROFIT-RPT.
       01 PROFIT-RPT-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND                 VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-HSHLD-STATUS          PIC XX VALUE "00".
           88 HSHLD-FILE-FOUND                VALUE "00".

       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".
       01 CODE-EOF-FLAG            PIC X  VALUE "N".
           88 CODE-EOF                    VALUE "Y".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 HSHLD-EOF-FLAG           PIC X  VALUE "N".
           88 HSHLD-EOF                   VALUE "Y".
       01 RANK-EOF-FLAG            PIC X  VALUE "N".
           88 RANK-EOF                    VALUE "Y".
       01 CUSTMAST-OPEN-FLAG       PIC X  VALUE "N".
           88 CUSTMAST-IS-OPEN            VALUE "Y".

      *****************************************************************
      * Every account on the master, in AcctNumber order as the
      * indexed read returns them, with the month's measures built
      * up as the journal is read front to back. The order lets an
      * account be found by halving the table rather than reading
      * it from the top for every journal entry.
      *****************************************************************
       01 ACCOUNT-MEASURE-TABLE.
           02 ACCOUNT-MEASURE OCCURS 5000.
              03 AM-ACCT           PIC 9(7).
              03 AM-MASTER-BAL     PIC S9(7)V99.
              03 AM-OPENING-FLAG   PIC X.
                 88 AM-OPENING-FOUND          VALUE "Y".
              03 AM-MONTH-FLAG     PIC X.
                 88 AM-MONTH-HAS-ENTRIES      VALUE "Y".
              03 AM-OPENING        PIC S9(9)V99.
              03 AM-CURRENT        PIC S9(9)V99.
              03 AM-LAST-DAY       PIC 99.
              03 AM-BAL-DAYS       PIC S9(11)V99.
              03 AM-AVERAGE        PIC S9(9)V99.
              03 AM-INTEREST       PIC S9(7)V99.
              03 AM-FEES           PIC S9(7)V99.
              03 AM-TXNS           PIC 9(5).
              03 AM-OWNERS         PIC 9(3).
              03 AM-CONTRIB        PIC S9(9)V99.
       01 ACCOUNT-IDX              PIC 9(5).
       01 ACCOUNT-MAX              PIC 9(5) VALUE 0.
       01 WS-ACCT-SLOT             PIC 9(5).
       01 WS-SEARCH-ACCT           PIC 9(7).

      *****************************************************************
      * One entry per customer with a linked account, in CustomerID
      * order as CUSTACCT.DAT returns them.
      *****************************************************************
       01 CUSTOMER-PROFIT-TABLE.
           02 CUSTOMER-PROFIT OCCURS 5000.
              03 CP-CUSTOMER       PIC 9(6).
              03 CP-ACCOUNTS       PIC 9(3).
              03 CP-AVERAGE        PIC S9(9)V99.
              03 CP-INTEREST       PIC S9(7)V99.
              03 CP-FEES           PIC S9(7)V99.
              03 CP-TXNS           PIC 9(5).
              03 CP-CONTRIB        PIC S9(9)V99.
       01 CUSTOMER-IDX             PIC 9(5).
       01 CUSTOMER-MAX             PIC 9(5) VALUE 0.
       01 WS-CUST-SLOT             PIC 9(5).
       01 WS-SEARCH-CUST           PIC 9(6).

      *****************************************************************
      * HSHLDBLD numbers households from 1 up to its table size, so
      * the household number is the slot.
      *****************************************************************
       01 HOUSEHOLD-PROFIT-TABLE.
           02 HOUSEHOLD-PROFIT OCCURS 100.
              03 HP-MEMBERS        PIC 9(3).
              03 HP-STREET         PIC X(30).
              03 HP-CITY           PIC X(20).
              03 HP-ACCOUNTS       PIC 9(3).
              03 HP-AVERAGE        PIC S9(9)V99.
              03 HP-INTEREST       PIC S9(7)V99.
              03 HP-FEES           PIC S9(7)V99.
              03 HP-TXNS           PIC 9(5).
              03 HP-CONTRIB        PIC S9(9)V99.
       01 HOUSEHOLD-IDX            PIC 9(5).
       01 HOUSEHOLD-MAX            PIC 9(5) VALUE 100.
       01 WS-HOUSEHOLD-COUNT       PIC 9(5) VALUE 0.

       01 WS-LOW                   PIC 9(5).
       01 WS-HIGH                  PIC 9(5).
       01 WS-MID                   PIC 9(5).

       01 DIRECTION-TABLE.
           02 DIRECTION-ENTRY OCCURS 30.
              03 DIR-CODE          PIC X(7).
              03 DIR-DIRECTION     PIC X.
       01 DIRECTION-IDX            PIC 99.
       01 DIRECTION-MAX            PIC 99 VALUE 0.
       01 WS-DIRECTION-SLOT        PIC 99.
       01 WS-LOOKUP-CODE           PIC X(7).
       01 WS-ENTRY-DIRECTION       PIC X.
           88 ENTRY-IS-MONEY-IN           VALUE "C".

      *****************************************************************
      * What the bank earns and pays on a relationship, by journal
      * code. Entries the bank raises itself are not customer
      * activity, as in ACCTMFEE.
      *****************************************************************
       01 WS-ENTRY-CODE            PIC X(7).
           88 ENTRY-IS-BANK-RAISED        VALUE "INTRST" "NSFFEE"
                                                "MNTFEE" "REVERSL"
                                                "WHTTAX" "DSPCRED"
                                                "EXTRTN" "CLRIN"
                                                "CLROUT" "TDPENAL".
           88 ENTRY-IS-FEE-EARNED         VALUE "NSFFEE" "MNTFEE"
                                                "TDPENAL".
           88 ENTRY-IS-INTEREST-PAID      VALUE "INTRST".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYYMM        PIC X(6).
           02 WS-RUN-DD            PIC 99.
       01 WS-MONTH-START           PIC X(8).
       01 WS-ENTRY-DATE            PIC X(8).
       01 WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
           02 FILLER               PIC X(6).
           02 WS-ENTRY-DD          PIC 99.

       01 WS-FUNDS-RATE            PIC V9999 VALUE 0.
       01 WS-BALANCE-MARGIN        PIC S9(9)V99.
       01 WS-OWNER-SHARE           PIC S9(9)V99.
       01 WS-PRIOR-CUSTOMER        PIC 9(6) VALUE 0.
       01 WS-HH-ID                 PIC 9(5).

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND          VALUE "Y".

       01 WS-RANKING-KIND          PIC X  VALUE "C".
           88 RANKING-CUSTOMERS           VALUE "C".
           88 RANKING-HOUSEHOLDS          VALUE "H".
       01 WS-RANK-COUNT            PIC 9(5).
       01 WS-RANK                  PIC 9(5).
       01 WS-DECILE                PIC 99.
       01 WS-DECILE-TEXT           PIC X(10).
       01 WS-RANK-NAME             PIC X(20).
       01 WS-TOP-COUNT             PIC 9(5).
       01 WS-BOTTOM-COUNT          PIC 9(5).

       01 WS-RPT-RANK              PIC ZZZZ9.
       01 WS-RPT-DECILE            PIC Z9.
       01 WS-RPT-ID                PIC Z(5)9.
       01 WS-RPT-ACCOUNTS          PIC ZZ9.
       01 WS-RPT-AVERAGE           PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-INTEREST          PIC -ZZZ,ZZ9.99.
       01 WS-RPT-FEES              PIC -ZZZ,ZZ9.99.
       01 WS-RPT-TXNS              PIC ZZZZ9.
       01 WS-RPT-CONTRIB           PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-RATE              PIC 9.9999.

       01 WS-ACCOUNT-COUNT         PIC 9(5) VALUE 0.
       01 WS-ENTRY-COUNT           PIC 9(7) VALUE 0.
       01 WS-UNOWNED-COUNT         PIC 9(5) VALUE 0.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "RELPROF".
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
           STRING WS-RUN-YYYYMM DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO WS-MONTH-START

           PERFORM LOAD-FUNDS-RATE
           PERFORM LOAD-CODE-DIRECTIONS
           PERFORM LOAD-ACCOUNTS
           PERFORM MEASURE-MONTH-FROM-JOURNAL
           PERFORM FINISH-ACCOUNT-MEASURES
           PERFORM COUNT-ACCOUNT-OWNERS
           PERFORM TOTAL-CUSTOMER-RELATIONSHIPS
           PERFORM TOTAL-HOUSEHOLDS

           OPEN OUTPUT PROFIT-RPT
           MOVE "N" TO CUSTMAST-OPEN-FLAG
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OK
              SET CUSTMAST-IS-OPEN TO TRUE
           END-IF

           SET RANKING-CUSTOMERS TO TRUE
           MOVE CUSTOMER-MAX TO WS-RANK-COUNT
           PERFORM WRITE-RANKING-HEADINGS
           SORT RANK-WORK ON DESCENDING KEY RNK-CONTRIB
               INPUT PROCEDURE IS RELEASE-CUSTOMER-RANKS
               OUTPUT PROCEDURE IS PRINT-RANKING
           PERFORM WRITE-RANKING-TRAILER

           SET RANKING-HOUSEHOLDS TO TRUE
           MOVE WS-HOUSEHOLD-COUNT TO WS-RANK-COUNT
           PERFORM WRITE-RANKING-HEADINGS
           SORT RANK-WORK ON DESCENDING KEY RNK-CONTRIB
               INPUT PROCEDURE IS RELEASE-HOUSEHOLD-RANKS
               OUTPUT PROCEDURE IS PRINT-RANKING
           PERFORM WRITE-RANKING-TRAILER

           IF CUSTMAST-IS-OPEN
              CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE PROFIT-RPT

           DISPLAY "RELPROF: " WS-ACCOUNT-COUNT " ACCOUNT(S) MEASURED "
                   "FROM " WS-ENTRY-COUNT " JOURNAL ENTRIES"
           DISPLAY "RELPROF: " CUSTOMER-MAX " CUSTOMER(S) AND "
                   WS-HOUSEHOLD-COUNT " HOUSEHOLD(S) RANKED"
           IF WS-UNOWNED-COUNT > 0
              DISPLAY "RELPROF: " WS-UNOWNED-COUNT " ACCOUNT(S) WITH "
                      "NO OWNER ON CUSTACCT.DAT - NOT RANKED"
           END-IF

           MOVE WS-ACCOUNT-COUNT   TO WS-LOG-READ-COUNT
           MOVE CUSTOMER-MAX       TO WS-LOG-ACCEPT-COUNT
           MOVE WS-UNOWNED-COUNT   TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * FUNDS-CREDIT-RATE is the monthly rate the bank credits itself
      * for the use of a customer's money, written like ACCTINT's
      * INTEREST-RATE. With no parameter on file balances are worth
      * nothing and the run ends with a warning so the rate gets set.
      *****************************************************************
       LOAD-FUNDS-RATE.
           MOVE "FUNDS-CREDIT-RATE" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-FUNDS-RATE = FUNCTION NUMVAL(WS-PARM-VALUE)
           ELSE
              DISPLAY "RELPROF: NO FUNDS-CREDIT-RATE PARAMETER - "
                      "BALANCES CARRY NO VALUE"
              MOVE 4 TO WS-FINAL-RC
           END-IF.

       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              PERFORM UNTIL ACCTMAST-EOF
                 READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                       SET ACCTMAST-EOF TO TRUE
                    NOT AT END
                       PERFORM HOLD-ONE-ACCOUNT
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
           END-IF
           MOVE ACCOUNT-MAX TO WS-ACCOUNT-COUNT.

       HOLD-ONE-ACCOUNT.
           IF ACCOUNT-MAX < 5000
              ADD 1 TO ACCOUNT-MAX
              INITIALIZE ACCOUNT-MEASURE(ACCOUNT-MAX)
              MOVE AcctNumber  TO AM-ACCT(ACCOUNT-MAX)
              MOVE AcctBalance TO AM-MASTER-BAL(ACCOUNT-MAX)
              MOVE "N" TO AM-OPENING-FLAG(ACCOUNT-MAX)
              MOVE "N" TO AM-MONTH-FLAG(ACCOUNT-MAX)
              MOVE 1 TO AM-LAST-DAY(ACCOUNT-MAX)
           ELSE
              DISPLAY "RELPROF: MORE THAN 5000 ACCOUNTS - "
                      AcctNumber " NOT MEASURED"
              MOVE 4 TO WS-FINAL-RC
           END-IF.

      *****************************************************************
      * One pass of the month's entries on the journal's date key
      * measures every account at once. The average balance follows
      * ACCTMFEE: the month opens on the balance worked back from the
      * account's first entry of the month, each posted entry sets
      * the balance from its own day onward, and an account with no
      * entry in the month has sat on its master balance all month.
      *****************************************************************
       MEASURE-MONTH-FROM-JOURNAL.
           SET JRNL-START-DATES TO TRUE
           MOVE WS-MONTH-START TO JRQ-FROM-DATE
           MOVE WS-RUN-DATE    TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 MOVE JRNL-ACCT-NUMBER TO WS-SEARCH-ACCT
                 PERFORM FIND-ACCOUNT-SLOT
                 IF WS-ACCT-SLOT > 0
                    ADD 1 TO WS-ENTRY-COUNT
                    PERFORM NOTE-ONE-ENTRY
                 END-IF
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       NOTE-ONE-ENTRY.
           IF JRNL-DATE < WS-MONTH-START
              MOVE JRNL-BALANCE-AFTER TO AM-OPENING(WS-ACCT-SLOT)
              SET AM-OPENING-FOUND(WS-ACCT-SLOT) TO TRUE
           ELSE
              IF NOT AM-MONTH-HAS-ENTRIES(WS-ACCT-SLOT)
                 SET AM-MONTH-HAS-ENTRIES(WS-ACCT-SLOT) TO TRUE
                 IF NOT AM-OPENING-FOUND(WS-ACCT-SLOT)
                    PERFORM WORK-BACK-OPENING-BALANCE
                 END-IF
                 MOVE AM-OPENING(WS-ACCT-SLOT)
                      TO AM-CURRENT(WS-ACCT-SLOT)
              END-IF
              MOVE JRNL-DATE TO WS-ENTRY-DATE
              COMPUTE AM-BAL-DAYS(WS-ACCT-SLOT) =
                 AM-BAL-DAYS(WS-ACCT-SLOT)
                 + AM-CURRENT(WS-ACCT-SLOT)
                 * (WS-ENTRY-DD - AM-LAST-DAY(WS-ACCT-SLOT))
              MOVE JRNL-BALANCE-AFTER TO AM-CURRENT(WS-ACCT-SLOT)
              MOVE WS-ENTRY-DD TO AM-LAST-DAY(WS-ACCT-SLOT)
              PERFORM NOTE-ENTRY-EARNINGS
           END-IF.

      *****************************************************************
      * A reversal takes back what the entry it reverses earned or
      * paid.
      *****************************************************************
       NOTE-ENTRY-EARNINGS.
           MOVE JRNL-TXN-CODE TO WS-ENTRY-CODE
           IF NOT ENTRY-IS-BANK-RAISED
              ADD 1 TO AM-TXNS(WS-ACCT-SLOT)
           END-IF
           EVALUATE TRUE
              WHEN ENTRY-IS-FEE-EARNED
                 ADD JRNL-AMOUNT TO AM-FEES(WS-ACCT-SLOT)
              WHEN ENTRY-IS-INTEREST-PAID
                 ADD JRNL-AMOUNT TO AM-INTEREST(WS-ACCT-SLOT)
              WHEN JRNL-TXN-CODE = "REVERSL"
                 MOVE JRNL-ORIG-CODE TO WS-ENTRY-CODE
                 IF ENTRY-IS-FEE-EARNED
                    SUBTRACT JRNL-AMOUNT FROM AM-FEES(WS-ACCT-SLOT)
                 END-IF
                 IF ENTRY-IS-INTEREST-PAID
                    SUBTRACT JRNL-AMOUNT
                        FROM AM-INTEREST(WS-ACCT-SLOT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       WORK-BACK-OPENING-BALANCE.
           PERFORM FIND-ENTRY-DIRECTION
           IF ENTRY-IS-MONEY-IN
              COMPUTE AM-OPENING(WS-ACCT-SLOT) =
                 JRNL-BALANCE-AFTER - JRNL-AMOUNT
           ELSE
              COMPUTE AM-OPENING(WS-ACCT-SLOT) =
                 JRNL-BALANCE-AFTER + JRNL-AMOUNT
           END-IF.

      *****************************************************************
      * An account with no entries this month sat on its opening
      * balance all month, or on its master balance when it has no
      * journal history at all. A positive average is credited at
      * the funds rate; the contribution is that credit plus the
      * fees earned less the interest paid.
      *****************************************************************
       FINISH-ACCOUNT-MEASURES.
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-IDX > ACCOUNT-MAX
              IF NOT AM-MONTH-HAS-ENTRIES(ACCOUNT-IDX)
                 IF AM-OPENING-FOUND(ACCOUNT-IDX)
                    MOVE AM-OPENING(ACCOUNT-IDX)
                         TO AM-CURRENT(ACCOUNT-IDX)
                 ELSE
                    MOVE AM-MASTER-BAL(ACCOUNT-IDX)
                         TO AM-CURRENT(ACCOUNT-IDX)
                 END-IF
              END-IF
              COMPUTE AM-BAL-DAYS(ACCOUNT-IDX) =
                 AM-BAL-DAYS(ACCOUNT-IDX) + AM-CURRENT(ACCOUNT-IDX)
                 * (WS-RUN-DD + 1 - AM-LAST-DAY(ACCOUNT-IDX))
              COMPUTE AM-AVERAGE(ACCOUNT-IDX) ROUNDED =
                 AM-BAL-DAYS(ACCOUNT-IDX) / WS-RUN-DD
              MOVE 0 TO WS-BALANCE-MARGIN
              IF AM-AVERAGE(ACCOUNT-IDX) > 0
                 COMPUTE WS-BALANCE-MARGIN ROUNDED =
                    AM-AVERAGE(ACCOUNT-IDX) * WS-FUNDS-RATE
              END-IF
              COMPUTE AM-CONTRIB(ACCOUNT-IDX) = WS-BALANCE-MARGIN
                 + AM-FEES(ACCOUNT-IDX) - AM-INTEREST(ACCOUNT-IDX)
           END-PERFORM.

       COUNT-ACCOUNT-OWNERS.
           MOVE "N" TO XREF-EOF-FLAG
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       MOVE XrefAcctNumber TO WS-SEARCH-ACCT
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-ACCT-SLOT > 0
                          ADD 1 TO AM-OWNERS(WS-ACCT-SLOT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUST-ACCT-XREF
           END-IF
           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-IDX > ACCOUNT-MAX
              IF AM-OWNERS(ACCOUNT-IDX) = 0
                 ADD 1 TO WS-UNOWNED-COUNT
              END-IF
           END-PERFORM.

      *****************************************************************
      * A joint account's money - balance, interest, fees and
      * contribution - is shared equally among its owners so no
      * account counts twice in a household. Its transactions are
      * each owner's activity and count in full.
      *****************************************************************
       TOTAL-CUSTOMER-RELATIONSHIPS.
           MOVE "N" TO XREF-EOF-FLAG
           MOVE 0 TO WS-PRIOR-CUSTOMER
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       MOVE XrefAcctNumber TO WS-SEARCH-ACCT
                       PERFORM FIND-ACCOUNT-SLOT
                       IF WS-ACCT-SLOT > 0
                          PERFORM ADD-ACCOUNT-TO-CUSTOMER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUST-ACCT-XREF
           END-IF.

       ADD-ACCOUNT-TO-CUSTOMER.
           IF XrefCustomerID NOT = WS-PRIOR-CUSTOMER
              MOVE XrefCustomerID TO WS-PRIOR-CUSTOMER
              IF CUSTOMER-MAX < 5000
                 ADD 1 TO CUSTOMER-MAX
                 INITIALIZE CUSTOMER-PROFIT(CUSTOMER-MAX)
                 MOVE XrefCustomerID TO CP-CUSTOMER(CUSTOMER-MAX)
              ELSE
                 DISPLAY "RELPROF: MORE THAN 5000 CUSTOMERS - "
                         XrefCustomerID " NOT RANKED"
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF
           IF CP-CUSTOMER(CUSTOMER-MAX) = XrefCustomerID
              ADD 1 TO CP-ACCOUNTS(CUSTOMER-MAX)
              ADD AM-TXNS(WS-ACCT-SLOT) TO CP-TXNS(CUSTOMER-MAX)
              COMPUTE WS-OWNER-SHARE ROUNDED =
                 AM-AVERAGE(WS-ACCT-SLOT) / AM-OWNERS(WS-ACCT-SLOT)
              ADD WS-OWNER-SHARE TO CP-AVERAGE(CUSTOMER-MAX)
              COMPUTE WS-OWNER-SHARE ROUNDED =
                 AM-INTEREST(WS-ACCT-SLOT) / AM-OWNERS(WS-ACCT-SLOT)
              ADD WS-OWNER-SHARE TO CP-INTEREST(CUSTOMER-MAX)
              COMPUTE WS-OWNER-SHARE ROUNDED =
                 AM-FEES(WS-ACCT-SLOT) / AM-OWNERS(WS-ACCT-SLOT)
              ADD WS-OWNER-SHARE TO CP-FEES(CUSTOMER-MAX)
              COMPUTE WS-OWNER-SHARE ROUNDED =
                 AM-CONTRIB(WS-ACCT-SLOT) / AM-OWNERS(WS-ACCT-SLOT)
              ADD WS-OWNER-SHARE TO CP-CONTRIB(CUSTOMER-MAX)
           END-IF.

      *****************************************************************
      * A household is the sum of its members' relationships. A
      * member with no linked account adds nothing but still counts
      * as a member.
      *****************************************************************
       TOTAL-HOUSEHOLDS.
           INITIALIZE HOUSEHOLD-PROFIT-TABLE
           MOVE "N" TO HSHLD-EOF-FLAG
           OPEN INPUT HOUSEHOLD-FILE
           IF HSHLD-FILE-FOUND
              PERFORM UNTIL HSHLD-EOF
                 READ HOUSEHOLD-FILE
                    AT END
                       SET HSHLD-EOF TO TRUE
                    NOT AT END
                       PERFORM ADD-MEMBER-TO-HOUSEHOLD
                 END-READ
              END-PERFORM
              CLOSE HOUSEHOLD-FILE
           END-IF.

       ADD-MEMBER-TO-HOUSEHOLD.
           MOVE HH-ID TO WS-HH-ID
           IF WS-HH-ID > 0 AND WS-HH-ID NOT > HOUSEHOLD-MAX
              IF HP-MEMBERS(WS-HH-ID) = 0
                 ADD 1 TO WS-HOUSEHOLD-COUNT
                 MOVE HH-STREET TO HP-STREET(WS-HH-ID)
                 MOVE HH-CITY   TO HP-CITY(WS-HH-ID)
              END-IF
              ADD 1 TO HP-MEMBERS(WS-HH-ID)
              MOVE HH-CUSTOMER-ID TO WS-SEARCH-CUST
              PERFORM FIND-CUSTOMER-SLOT
              IF WS-CUST-SLOT > 0
                 ADD CP-ACCOUNTS(WS-CUST-SLOT) TO HP-ACCOUNTS(WS-HH-ID)
                 ADD CP-AVERAGE(WS-CUST-SLOT)  TO HP-AVERAGE(WS-HH-ID)
                 ADD CP-INTEREST(WS-CUST-SLOT) TO HP-INTEREST(WS-HH-ID)
                 ADD CP-FEES(WS-CUST-SLOT)     TO HP-FEES(WS-HH-ID)
                 ADD CP-TXNS(WS-CUST-SLOT)     TO HP-TXNS(WS-HH-ID)
                 ADD CP-CONTRIB(WS-CUST-SLOT)  TO HP-CONTRIB(WS-HH-ID)
              END-IF
           END-IF.

      *****************************************************************
      * Both tables are in key order, so a key is found by halving
      * the range still in play until it is hit or the range is empty.
      *****************************************************************
       FIND-ACCOUNT-SLOT.
           MOVE 0 TO WS-ACCT-SLOT
           MOVE 1 TO WS-LOW
           MOVE ACCOUNT-MAX TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-ACCT-SLOT > 0
              COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
              EVALUATE TRUE
                 WHEN AM-ACCT(WS-MID) = WS-SEARCH-ACCT
                    MOVE WS-MID TO WS-ACCT-SLOT
                 WHEN AM-ACCT(WS-MID) < WS-SEARCH-ACCT
                    COMPUTE WS-LOW = WS-MID + 1
                 WHEN WS-MID = 1
                    MOVE 0 TO WS-HIGH
                 WHEN OTHER
                    COMPUTE WS-HIGH = WS-MID - 1
              END-EVALUATE
           END-PERFORM.

       FIND-CUSTOMER-SLOT.
           MOVE 0 TO WS-CUST-SLOT
           MOVE 1 TO WS-LOW
           MOVE CUSTOMER-MAX TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-CUST-SLOT > 0
              COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
              EVALUATE TRUE
                 WHEN CP-CUSTOMER(WS-MID) = WS-SEARCH-CUST
                    MOVE WS-MID TO WS-CUST-SLOT
                 WHEN CP-CUSTOMER(WS-MID) < WS-SEARCH-CUST
                    COMPUTE WS-LOW = WS-MID + 1
                 WHEN WS-MID = 1
                    MOVE 0 TO WS-HIGH
                 WHEN OTHER
                    COMPUTE WS-HIGH = WS-MID - 1
              END-EVALUATE
           END-PERFORM.

       RELEASE-CUSTOMER-RANKS.
           PERFORM VARYING CUSTOMER-IDX FROM 1 BY 1
                   UNTIL CUSTOMER-IDX > CUSTOMER-MAX
              MOVE CP-CONTRIB(CUSTOMER-IDX) TO RNK-CONTRIB
              MOVE CUSTOMER-IDX             TO RNK-SLOT
              RELEASE RANK-WORK-RECORD
           END-PERFORM.

       RELEASE-HOUSEHOLD-RANKS.
           PERFORM VARYING HOUSEHOLD-IDX FROM 1 BY 1
                   UNTIL HOUSEHOLD-IDX > HOUSEHOLD-MAX
              IF HP-MEMBERS(HOUSEHOLD-IDX) > 0
                 MOVE HP-CONTRIB(HOUSEHOLD-IDX) TO RNK-CONTRIB
                 MOVE HOUSEHOLD-IDX             TO RNK-SLOT
                 RELEASE RANK-WORK-RECORD
              END-IF
           END-PERFORM.

      *****************************************************************
      * Ranked from the largest contribution down. The decile is the
      * tenth of the ranking a line falls in - the top tenth are the
      * relationships to keep sweet with fee waivers, the bottom
      * tenth the ones a relationship manager should call.
      *****************************************************************
       PRINT-RANKING.
           MOVE 0 TO WS-RANK
           MOVE 0 TO WS-TOP-COUNT
           MOVE 0 TO WS-BOTTOM-COUNT
           MOVE "N" TO RANK-EOF-FLAG
           PERFORM UNTIL RANK-EOF
              RETURN RANK-WORK
                 AT END
                    SET RANK-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RANK
                    PERFORM WRITE-RANKING-LINE
              END-RETURN
           END-PERFORM.

       WRITE-RANKING-LINE.
           COMPUTE WS-DECILE = ((WS-RANK - 1) * 10 / WS-RANK-COUNT) + 1
           EVALUATE WS-DECILE
              WHEN 1
                 MOVE "TOP 10%" TO WS-DECILE-TEXT
                 ADD 1 TO WS-TOP-COUNT
              WHEN 10
                 MOVE "BOTTOM 10%" TO WS-DECILE-TEXT
                 ADD 1 TO WS-BOTTOM-COUNT
              WHEN OTHER
                 MOVE SPACES TO WS-DECILE-TEXT
           END-EVALUATE
           MOVE WS-RANK   TO WS-RPT-RANK
           MOVE WS-DECILE TO WS-RPT-DECILE
           IF RANKING-CUSTOMERS
              PERFORM FILL-CUSTOMER-LINE
           ELSE
              PERFORM FILL-HOUSEHOLD-LINE
           END-IF
           MOVE SPACES TO PROFIT-RPT-RECORD
           STRING WS-RPT-RANK " " WS-RPT-DECILE " " WS-RPT-ID " "
                  WS-RANK-NAME " " WS-RPT-ACCOUNTS " "
                  WS-RPT-AVERAGE " " WS-RPT-INTEREST " "
                  WS-RPT-FEES " " WS-RPT-TXNS " " WS-RPT-CONTRIB
                  " " WS-DECILE-TEXT
                  DELIMITED BY SIZE INTO PROFIT-RPT-RECORD
           WRITE PROFIT-RPT-RECORD.

       FILL-CUSTOMER-LINE.
           MOVE CP-CUSTOMER(RNK-SLOT) TO WS-RPT-ID
           MOVE "(NOT ON MASTER)" TO WS-RANK-NAME
           IF CUSTMAST-IS-OPEN
              MOVE CP-CUSTOMER(RNK-SLOT) TO CustomerID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CustomerName TO WS-RANK-NAME
              END-READ
           END-IF
           MOVE CP-ACCOUNTS(RNK-SLOT) TO WS-RPT-ACCOUNTS
           MOVE CP-AVERAGE(RNK-SLOT)  TO WS-RPT-AVERAGE
           MOVE CP-INTEREST(RNK-SLOT) TO WS-RPT-INTEREST
           MOVE CP-FEES(RNK-SLOT)     TO WS-RPT-FEES
           MOVE CP-TXNS(RNK-SLOT)     TO WS-RPT-TXNS
           MOVE CP-CONTRIB(RNK-SLOT)  TO WS-RPT-CONTRIB.

       FILL-HOUSEHOLD-LINE.
           MOVE RNK-SLOT TO WS-RPT-ID
           MOVE HP-CITY(RNK-SLOT) TO WS-RANK-NAME
           MOVE HP-ACCOUNTS(RNK-SLOT) TO WS-RPT-ACCOUNTS
           MOVE HP-AVERAGE(RNK-SLOT)  TO WS-RPT-AVERAGE
           MOVE HP-INTEREST(RNK-SLOT) TO WS-RPT-INTEREST
           MOVE HP-FEES(RNK-SLOT)     TO WS-RPT-FEES
           MOVE HP-TXNS(RNK-SLOT)     TO WS-RPT-TXNS
           MOVE HP-CONTRIB(RNK-SLOT)  TO WS-RPT-CONTRIB.

       WRITE-RANKING-HEADINGS.
           MOVE SPACES TO PROFIT-RPT-RECORD
           WRITE PROFIT-RPT-RECORD
           MOVE SPACES TO PROFIT-RPT-RECORD
           MOVE WS-FUNDS-RATE TO WS-RPT-RATE
           IF RANKING-CUSTOMERS
              STRING "CUSTOMER RELATIONSHIP PROFITABILITY - MONTH "
                     WS-RUN-YYYYMM " TO " WS-RUN-DATE
                     "  FUNDS RATE " WS-RPT-RATE
                     DELIMITED BY SIZE INTO PROFIT-RPT-RECORD
           ELSE
              STRING "HOUSEHOLD RELATIONSHIP PROFITABILITY - MONTH "
                     WS-RUN-YYYYMM " TO " WS-RUN-DATE
                     "  FUNDS RATE " WS-RPT-RATE
                     DELIMITED BY SIZE INTO PROFIT-RPT-RECORD
           END-IF
           WRITE PROFIT-RPT-RECORD
           MOVE SPACES TO PROFIT-RPT-RECORD
           IF RANKING-CUSTOMERS
              MOVE " RANK DC CUSTNO NAME" TO PROFIT-RPT-RECORD
           ELSE
              MOVE " RANK DC HHOLD  CITY" TO PROFIT-RPT-RECORD
           END-IF
           MOVE "ACC     AVG BALANCE    INTEREST        FEES  TXNS"
                TO PROFIT-RPT-RECORD(38:49)
           MOVE "    NET CONTRIB" TO PROFIT-RPT-RECORD(88:15)
           WRITE PROFIT-RPT-RECORD.

       WRITE-RANKING-TRAILER.
           MOVE SPACES TO PROFIT-RPT-RECORD
           IF RANKING-CUSTOMERS
              STRING WS-RANK-COUNT " CUSTOMER(S) RANKED, "
                     WS-TOP-COUNT " IN THE TOP DECILE, "
                     WS-BOTTOM-COUNT " IN THE BOTTOM DECILE"
                     DELIMITED BY SIZE INTO PROFIT-RPT-RECORD
           ELSE
              STRING WS-RANK-COUNT " HOUSEHOLD(S) RANKED, "
                     WS-TOP-COUNT " IN THE TOP DECILE, "
                     WS-BOTTOM-COUNT " IN THE BOTTOM DECILE"
                     DELIMITED BY SIZE INTO PROFIT-RPT-RECORD
           END-IF
           WRITE PROFIT-RPT-RECORD.

      *****************************************************************
      * Directions come from TXNCODES.DAT over the compiled fallback
      * ACCTMFEE keeps; a code with no rule anywhere reads as money
      * out, and a reversal moves money back the way it came.
      *****************************************************************
       LOAD-CODE-DIRECTIONS.
           PERFORM INIT-CODE-DIRECTIONS
           MOVE "N" TO CODE-EOF-FLAG
           OPEN INPUT TXN-CODE-FILE
           IF CODE-FILE-FOUND
              PERFORM UNTIL CODE-EOF
                 READ TXN-CODE-FILE
                    AT END
                       SET CODE-EOF TO TRUE
                    NOT AT END
                       PERFORM NOTE-ONE-DIRECTION
                 END-READ
              END-PERFORM
              CLOSE TXN-CODE-FILE
           END-IF.

       INIT-CODE-DIRECTIONS.
           MOVE 15 TO DIRECTION-MAX
           MOVE "DEPOSIT" TO DIR-CODE(1)
           MOVE "C" TO DIR-DIRECTION(1)
           MOVE "WITHDRW" TO DIR-CODE(2)
           MOVE "D" TO DIR-DIRECTION(2)
           MOVE "TRANSFR" TO DIR-CODE(3)
           MOVE "D" TO DIR-DIRECTION(3)
           MOVE "XFERIN" TO DIR-CODE(4)
           MOVE "C" TO DIR-DIRECTION(4)
           MOVE "INTRST" TO DIR-CODE(5)
           MOVE "C" TO DIR-DIRECTION(5)
           MOVE "NSFFEE" TO DIR-CODE(6)
           MOVE "D" TO DIR-DIRECTION(6)
           MOVE "LOANPMT" TO DIR-CODE(7)
           MOVE "D" TO DIR-DIRECTION(7)
           MOVE "MNTFEE" TO DIR-CODE(8)
           MOVE "D" TO DIR-DIRECTION(8)
           MOVE "WHTTAX" TO DIR-CODE(9)
           MOVE "D" TO DIR-DIRECTION(9)
           MOVE "DSPCRED" TO DIR-CODE(10)
           MOVE "C" TO DIR-DIRECTION(10)
           MOVE "EXTPAY" TO DIR-CODE(11)
           MOVE "D" TO DIR-DIRECTION(11)
           MOVE "EXTRTN" TO DIR-CODE(12)
           MOVE "C" TO DIR-DIRECTION(12)
           MOVE "CLRIN" TO DIR-CODE(13)
           MOVE "C" TO DIR-DIRECTION(13)
           MOVE "CLROUT" TO DIR-CODE(14)
           MOVE "D" TO DIR-DIRECTION(14)
           MOVE "TDPENAL" TO DIR-CODE(15)
           MOVE "D" TO DIR-DIRECTION(15).

       NOTE-ONE-DIRECTION.
           MOVE 0 TO WS-DIRECTION-SLOT
           PERFORM VARYING DIRECTION-IDX FROM 1 BY 1
                   UNTIL DIRECTION-IDX > DIRECTION-MAX
              IF DIR-CODE(DIRECTION-IDX) = TXC-CODE
                 MOVE DIRECTION-IDX TO WS-DIRECTION-SLOT
              END-IF
           END-PERFORM
           IF WS-DIRECTION-SLOT = 0 AND DIRECTION-MAX < 30
              ADD 1 TO DIRECTION-MAX
              MOVE DIRECTION-MAX TO WS-DIRECTION-SLOT
              MOVE TXC-CODE TO DIR-CODE(WS-DIRECTION-SLOT)
           END-IF
           IF WS-DIRECTION-SLOT > 0
              MOVE TXC-DIRECTION TO DIR-DIRECTION(WS-DIRECTION-SLOT)
           END-IF.

       FIND-ENTRY-DIRECTION.
           MOVE "D" TO WS-ENTRY-DIRECTION
           IF JRNL-TXN-CODE = "REVERSL"
              MOVE JRNL-ORIG-CODE TO WS-LOOKUP-CODE
           ELSE
              MOVE JRNL-TXN-CODE TO WS-LOOKUP-CODE
           END-IF
           PERFORM VARYING DIRECTION-IDX FROM 1 BY 1
                   UNTIL DIRECTION-IDX > DIRECTION-MAX
              IF DIR-CODE(DIRECTION-IDX) = WS-LOOKUP-CODE
                 MOVE DIR-DIRECTION(DIRECTION-IDX)
                      TO WS-ENTRY-DIRECTION
              END-IF
           END-PERFORM
           IF JRNL-TXN-CODE = "REVERSL"
              IF ENTRY-IS-MONEY-IN
                 MOVE "D" TO WS-ENTRY-DIRECTION
              ELSE
                 MOVE "C" TO WS-ENTRY-DIRECTION
              END-IF
           END-IF.
