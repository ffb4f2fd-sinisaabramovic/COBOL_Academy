      *****************************************************************
      * Program name:    ACCTMFEE
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the month-end account
      *                               maintenance-fee run - each
      *                               active account whose PRODUCT.DAT
      *                               product carries a monthly fee is
      *                               measured from ACCTJRNL.DAT for
      *                               the month (average daily balance
      *                               and customer transaction count),
      *                               the fee is waived when either of
      *                               the product's waiver tests is
      *                               met, and otherwise queued into
      *                               ACCTPOST.IN as an MNTFEE debit
      *                               with an MF + account + month
      *                               originator reference; the fee
      *                               register shows charged and
      *                               waived counts per product
      * 15/10/2026 SINISA ABRAMOVIC  WHTTAX interest withholding tax
      *                               added to the seed code directions
      *                               and kept out of the activity count
      * 15/10/2026 SINISA ABRAMOVIC  DSPCRED dispute provisional credit
      *                               added to the seed code directions
      *                               and kept out of the activity count
      * 15/10/2026 SINISA ABRAMOVIC  EXTPAY and EXTRTN payments to
      *                               other banks and their CLRIN and
      *                               CLROUT clearing suspense legs
      *                               added to the seed code directions,
      *                               and all but EXTPAY kept out of the
      *                               activity count
      * 15/10/2026 SINISA ABRAMOVIC  The month is now measured from the
      *                               account's own journal entries
      *                               through JRNLREAD, across the
      *                               sealed months as well, instead of
      *                               a pass over the whole journal for
      *                               every account
      * 15/10/2026 SINISA ABRAMOVIC  The TDPENAL term deposit early
      *                               withdrawal penalty is bank raised
      *                               and does not count as customer
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
       PROGRAM-ID.  ACCTMFEE.
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
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ProductCode
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT POST-TRANS ASSIGN TO "ACCTPOST.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT FEE-REGISTER ASSIGN TO "ACCTMFEE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  PRODUCT-FILE.
       01 Product.
           COPY PRODREC.

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  FEE-REGISTER.
       01 FEE-REGISTER-RECORD      PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-PRODUCT-STATUS        PIC XX VALUE "00".
           88 PRODUCT-OK                      VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND                 VALUE "00".
       01 WS-TRANS-STATUS          PIC XX VALUE "00".
           88 TRANS-FILE-NOT-FOUND            VALUE "35".
       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".
       01 PRODUCT-EOF-FLAG         PIC X  VALUE "N".
           88 PRODUCT-EOF                 VALUE "Y".
       01 CODE-EOF-FLAG            PIC X  VALUE "N".
           88 CODE-EOF                    VALUE "Y".
       01 WS-CODE-KNOWN-FLAG       PIC X  VALUE "N".
           88 MNTFEE-IS-KNOWN             VALUE "Y".

      *****************************************************************
      * The product catalog, held for the run with the register
      * counters for each product. Slot 0 is never used - an account
      * with no product, or one not in the catalog, is charged
      * nothing and counted on the NO PRODUCT line.
      *****************************************************************
       01 FEE-PRODUCT-TABLE.
           02 FEE-PRODUCT-ENTRY OCCURS 50.
              03 FPT-CODE          PIC X(3).
              03 FPT-DESC          PIC X(20).
              03 FPT-FEE           PIC 9(5)V99.
              03 FPT-WAIVE-BAL     PIC 9(7)V99.
              03 FPT-WAIVE-TXNS    PIC 9(3).
              03 FPT-ASSESSED      PIC 9(5).
              03 FPT-CHARGED       PIC 9(5).
              03 FPT-CHARGED-AMT   PIC 9(9)V99.
              03 FPT-WAIVED-BAL    PIC 9(5).
              03 FPT-WAIVED-TXNS   PIC 9(5).
              03 FPT-NO-FEE        PIC 9(5).
       01 FEE-PRODUCT-IDX          PIC 99.
       01 FEE-PRODUCT-MAX          PIC 99 VALUE 0.
       01 WS-PRODUCT-SLOT          PIC 99 VALUE 0.
       01 WS-NO-PRODUCT-COUNT      PIC 9(5) VALUE 0.

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
      * Entries the bank raises itself - interest, fees and their
      * reversals - are not customer activity and do not count
      * toward the activity waiver.
      *****************************************************************
       01 WS-ENTRY-CODE            PIC X(7).
           88 ENTRY-IS-BANK-RAISED        VALUE "INTRST" "NSFFEE"
                                                "MNTFEE" "REVERSL"
                                                "WHTTAX" "DSPCRED"
                                                "EXTRTN" "CLRIN"
                                                "CLROUT" "TDPENAL".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYYMM        PIC X(6).
           02 WS-RUN-DD            PIC 99.
       01 WS-MONTH-START           PIC X(8).
       01 WS-ENTRY-DATE            PIC X(8).
       01 WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
           02 FILLER               PIC X(6).
           02 WS-ENTRY-DD          PIC 99.

       01 WS-OPENING-FLAG          PIC X  VALUE "N".
           88 OPENING-WAS-FOUND           VALUE "Y".
       01 WS-IN-MONTH-FLAG         PIC X  VALUE "N".
           88 MONTH-HAS-ENTRIES           VALUE "Y".
       01 WS-OPENING-BALANCE       PIC S9(9)V99.
       01 WS-CURRENT-BALANCE       PIC S9(9)V99.
       01 WS-LAST-DAY              PIC 99.
       01 WS-BALANCE-DAYS          PIC S9(11)V99.
       01 WS-AVERAGE-BALANCE       PIC S9(9)V99.
       01 WS-ACTIVITY-COUNT        PIC 9(5).
       01 WS-FEE-OUTCOME           PIC X  VALUE SPACE.
           88 FEE-WAS-CHARGED             VALUE "C".
           88 FEE-WAIVED-FOR-BALANCE      VALUE "B".
           88 FEE-WAIVED-FOR-ACTIVITY     VALUE "T".

       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-ASSESSED-COUNT        PIC 9(5) VALUE 0.
       01 WS-CHARGED-COUNT         PIC 9(5) VALUE 0.
       01 WS-WAIVED-COUNT          PIC 9(5) VALUE 0.
       01 WS-CHARGED-TOTAL         PIC 9(9)V99 VALUE 0.

       01 WS-ACTION-TEXT           PIC X(20).
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-TXNS              PIC ZZZZ9.
       01 WS-RPT-FEE               PIC ZZZZ9.99.
       01 WS-RPT-BALANCE           PIC -ZZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZ9.99.

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.
       01 WS-DAY-TYPE              PIC X.
           88 DAY-IS-MONTH-END            VALUE "M".
           88 DAY-IS-YEAR-END             VALUE "Y".
       01 WS-CAL-EXISTS            PIC X.
           88 CALENDAR-IS-ON-FILE         VALUE "Y".

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ACCTMFEE".
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

           CALL "GETCAL" USING WS-RUN-DATE, WS-DAY-TYPE,
                   WS-CAL-EXISTS
           IF CALENDAR-IS-ON-FILE
              AND NOT DAY-IS-MONTH-END AND NOT DAY-IS-YEAR-END
              DISPLAY "ACCTMFEE: " WS-RUN-DATE " IS NOT A MONTH-END "
                      "DATE - NO FEES"
              MOVE "SUCCESS" TO WS-LOG-OUTCOME
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS
                      WS-LOG-RETURN-CODE
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHECK-MNTFEE-CODE
           PERFORM LOAD-CODE-DIRECTIONS
           PERFORM LOAD-FEE-PRODUCTS

           OPEN EXTEND POST-TRANS
           IF TRANS-FILE-NOT-FOUND
              OPEN OUTPUT POST-TRANS
           END-IF
           OPEN OUTPUT FEE-REGISTER
           PERFORM WRITE-REGISTER-HEADINGS

           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              PERFORM UNTIL ACCTMAST-EOF
                 READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                       SET ACCTMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF ACCOUNT-IS-ACTIVE
                          PERFORM ASSESS-ONE-ACCOUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
           END-IF

           PERFORM WRITE-PRODUCT-REGISTER

           CLOSE POST-TRANS
           CLOSE FEE-REGISTER

           DISPLAY "ACCTMFEE: " WS-READ-COUNT " ACCOUNT(S) READ"
           DISPLAY "ACCTMFEE: " WS-ASSESSED-COUNT " ACCOUNT(S) "
                   "ASSESSED FOR A MAINTENANCE FEE"
           DISPLAY "ACCTMFEE: " WS-CHARGED-COUNT " FEE(S) QUEUED, "
                   WS-WAIVED-COUNT " WAIVED"

           MOVE "MAINT-FEES-QUEUED" TO WS-CTL-COUNTER
           MOVE WS-CHARGED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-READ-COUNT    TO WS-LOG-READ-COUNT
           MOVE WS-CHARGED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-WAIVED-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC      TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * A site whose TXNCODES.DAT predates the fee has no MNTFEE
      * rule and ACCTPOST would decline every fee queued here - the
      * job carries on but ends with a warning so the code gets
      * added through TXNMAINT.
      *****************************************************************
       CHECK-MNTFEE-CODE.
           MOVE "N" TO WS-CODE-KNOWN-FLAG
           MOVE "N" TO CODE-EOF-FLAG
           OPEN INPUT TXN-CODE-FILE
           IF CODE-FILE-FOUND
              PERFORM UNTIL CODE-EOF
                 READ TXN-CODE-FILE
                    AT END
                       SET CODE-EOF TO TRUE
                    NOT AT END
                       IF TXC-CODE = "MNTFEE"
                          AND TXC-MOVES-MONEY-OUT
                          SET MNTFEE-IS-KNOWN TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TXN-CODE-FILE
              IF NOT MNTFEE-IS-KNOWN
                 DISPLAY "ACCTMFEE: TXNCODES.DAT HAS NO MNTFEE DEBIT "
                         "RULE - FEES WILL BE DECLINED"
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF.

      *****************************************************************
      * A product written before the maintenance fee existed has no
      * fee fields - it is held as a product with no fee.
      *****************************************************************
       LOAD-FEE-PRODUCTS.
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-OK
              PERFORM UNTIL PRODUCT-EOF
                 READ PRODUCT-FILE NEXT RECORD
                    AT END
                       SET PRODUCT-EOF TO TRUE
                    NOT AT END
                       PERFORM HOLD-ONE-PRODUCT
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-FILE
           END-IF.

       HOLD-ONE-PRODUCT.
           IF FEE-PRODUCT-MAX < 50
              ADD 1 TO FEE-PRODUCT-MAX
              INITIALIZE FEE-PRODUCT-ENTRY(FEE-PRODUCT-MAX)
              MOVE ProductCode TO FPT-CODE(FEE-PRODUCT-MAX)
              MOVE ProductDesc TO FPT-DESC(FEE-PRODUCT-MAX)
              IF ProductMaintFee IS NUMERIC
                 AND NOT PRODUCT-IS-LOAN
                 MOVE ProductMaintFee TO FPT-FEE(FEE-PRODUCT-MAX)
                 IF ProductWaiveAvgBal IS NUMERIC
                    MOVE ProductWaiveAvgBal
                         TO FPT-WAIVE-BAL(FEE-PRODUCT-MAX)
                 END-IF
                 IF ProductWaiveTxns IS NUMERIC
                    MOVE ProductWaiveTxns
                         TO FPT-WAIVE-TXNS(FEE-PRODUCT-MAX)
                 END-IF
              END-IF
           ELSE
              DISPLAY "ACCTMFEE: MORE THAN 50 PRODUCTS - "
                      ProductCode " CHARGED NO FEE"
              MOVE 4 TO WS-FINAL-RC
           END-IF.

       FIND-ACCOUNT-PRODUCT.
           MOVE 0 TO WS-PRODUCT-SLOT
           IF AcctProduct NOT = SPACES
              PERFORM VARYING FEE-PRODUCT-IDX FROM 1 BY 1
                      UNTIL FEE-PRODUCT-IDX > FEE-PRODUCT-MAX
                 IF FPT-CODE(FEE-PRODUCT-IDX) = AcctProduct
                    MOVE FEE-PRODUCT-IDX TO WS-PRODUCT-SLOT
                 END-IF
              END-PERFORM
           END-IF.

      *****************************************************************
      * An active account is measured only when its product charges
      * a fee. Either waiver test met is enough; a test the product
      * sets to zero is not offered.
      *****************************************************************
       ASSESS-ONE-ACCOUNT.
           PERFORM FIND-ACCOUNT-PRODUCT
           EVALUATE TRUE
              WHEN WS-PRODUCT-SLOT = 0
                 ADD 1 TO WS-NO-PRODUCT-COUNT
              WHEN FPT-FEE(WS-PRODUCT-SLOT) = 0
                 ADD 1 TO FPT-NO-FEE(WS-PRODUCT-SLOT)
              WHEN OTHER
                 ADD 1 TO WS-ASSESSED-COUNT
                 ADD 1 TO FPT-ASSESSED(WS-PRODUCT-SLOT)
                 PERFORM MEASURE-MONTH-FROM-JOURNAL
                 PERFORM DECIDE-FEE
                 IF FEE-WAS-CHARGED
                    PERFORM QUEUE-FEE-TRANSACTION
                 END-IF
                 PERFORM WRITE-ACCOUNT-LINE
           END-EVALUATE.

       DECIDE-FEE.
           SET FEE-WAS-CHARGED TO TRUE
           IF FPT-WAIVE-BAL(WS-PRODUCT-SLOT) > 0
              AND WS-AVERAGE-BALANCE NOT <
                  FPT-WAIVE-BAL(WS-PRODUCT-SLOT)
              SET FEE-WAIVED-FOR-BALANCE TO TRUE
           END-IF
           IF FEE-WAS-CHARGED
              AND FPT-WAIVE-TXNS(WS-PRODUCT-SLOT) > 0
              AND WS-ACTIVITY-COUNT NOT <
                  FPT-WAIVE-TXNS(WS-PRODUCT-SLOT)
              SET FEE-WAIVED-FOR-ACTIVITY TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN FEE-WAS-CHARGED
                 ADD 1 TO WS-CHARGED-COUNT
                 ADD 1 TO FPT-CHARGED(WS-PRODUCT-SLOT)
                 ADD FPT-FEE(WS-PRODUCT-SLOT) TO WS-CHARGED-TOTAL
                 ADD FPT-FEE(WS-PRODUCT-SLOT)
                     TO FPT-CHARGED-AMT(WS-PRODUCT-SLOT)
              WHEN FEE-WAIVED-FOR-BALANCE
                 ADD 1 TO WS-WAIVED-COUNT
                 ADD 1 TO FPT-WAIVED-BAL(WS-PRODUCT-SLOT)
              WHEN FEE-WAIVED-FOR-ACTIVITY
                 ADD 1 TO WS-WAIVED-COUNT
                 ADD 1 TO FPT-WAIVED-TXNS(WS-PRODUCT-SLOT)
           END-EVALUATE.

      *****************************************************************
      * The average daily balance runs from the 1st of the month to
      * the business date. The month opens on the balance left by
      * the account's last posted entry before the 1st; with no such
      * entry it is worked back from the first entry of the month,
      * and an account with no journal history at all has sat on its
      * master balance all month. Each posted entry sets the balance
      * from its own day onward.
      *****************************************************************
       MEASURE-MONTH-FROM-JOURNAL.
           MOVE "N" TO WS-OPENING-FLAG
           MOVE "N" TO WS-IN-MONTH-FLAG
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE 0 TO WS-CURRENT-BALANCE
           MOVE 0 TO WS-BALANCE-DAYS
           MOVE 0 TO WS-ACTIVITY-COUNT
           MOVE 1 TO WS-LAST-DAY

           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber  TO JRQ-ACCT
           MOVE "00000000"  TO JRQ-FROM-DATE
           MOVE WS-RUN-DATE TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 PERFORM NOTE-ONE-ENTRY
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM

           IF NOT MONTH-HAS-ENTRIES
              IF OPENING-WAS-FOUND
                 MOVE WS-OPENING-BALANCE TO WS-CURRENT-BALANCE
              ELSE
                 MOVE AcctBalance TO WS-CURRENT-BALANCE
              END-IF
           END-IF
           COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
              + WS-CURRENT-BALANCE * (WS-RUN-DD + 1 - WS-LAST-DAY)
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
              WS-BALANCE-DAYS / WS-RUN-DD.

       NOTE-ONE-ENTRY.
           IF JRNL-DATE < WS-MONTH-START
              MOVE JRNL-BALANCE-AFTER TO WS-OPENING-BALANCE
              SET OPENING-WAS-FOUND TO TRUE
           ELSE
              IF NOT MONTH-HAS-ENTRIES
                 SET MONTH-HAS-ENTRIES TO TRUE
                 IF NOT OPENING-WAS-FOUND
                    PERFORM WORK-BACK-OPENING-BALANCE
                 END-IF
                 MOVE WS-OPENING-BALANCE TO WS-CURRENT-BALANCE
              END-IF
              MOVE JRNL-DATE TO WS-ENTRY-DATE
              COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                 + WS-CURRENT-BALANCE * (WS-ENTRY-DD - WS-LAST-DAY)
              MOVE JRNL-BALANCE-AFTER TO WS-CURRENT-BALANCE
              MOVE WS-ENTRY-DD TO WS-LAST-DAY
              MOVE JRNL-TXN-CODE TO WS-ENTRY-CODE
              IF NOT ENTRY-IS-BANK-RAISED
                 ADD 1 TO WS-ACTIVITY-COUNT
              END-IF
           END-IF.

       WORK-BACK-OPENING-BALANCE.
           PERFORM FIND-ENTRY-DIRECTION
           IF ENTRY-IS-MONEY-IN
              COMPUTE WS-OPENING-BALANCE =
                 JRNL-BALANCE-AFTER - JRNL-AMOUNT
           ELSE
              COMPUTE WS-OPENING-BALANCE =
                 JRNL-BALANCE-AFTER + JRNL-AMOUNT
           END-IF.

      *****************************************************************
      * Directions come from TXNCODES.DAT over the same compiled
      * fallback GLSUMM keeps; a code with no rule anywhere reads as
      * money out, and a reversal moves money back the way it came.
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

      *****************************************************************
      * The fee goes to the posting engine like any other debit. Its
      * originator reference names the account and the month, so a
      * second run for the same month is caught by ACCTPOST's
      * duplicate registry instead of charging twice.
      *****************************************************************
       QUEUE-FEE-TRANSACTION.
           MOVE SPACES TO POST-TRANS-RECORD
           MOVE "MNTFEE"   TO POST-TXN-CODE
           MOVE AcctNumber TO POST-ACCT-NUMBER
           MOVE FPT-FEE(WS-PRODUCT-SLOT) TO POST-AMOUNT
           STRING "MF" DELIMITED BY SIZE
                  AcctNumber DELIMITED BY SIZE
                  WS-RUN-YYYYMM DELIMITED BY SIZE
                  INTO POST-ORIG-REF
           WRITE POST-TRANS-RECORD.

       WRITE-REGISTER-HEADINGS.
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "MONTHLY MAINTENANCE FEE REGISTER - MONTH "
                  DELIMITED BY SIZE
                  WS-RUN-YYYYMM DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE SPACES TO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "ACCOUNT  PRD  AVG BALANCE   TXNS  ACTION"
                  DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD.

       WRITE-ACCOUNT-LINE.
           EVALUATE TRUE
              WHEN FEE-WAS-CHARGED
                 MOVE FPT-FEE(WS-PRODUCT-SLOT) TO WS-RPT-FEE
                 MOVE SPACES TO WS-ACTION-TEXT
                 STRING "CHARGED " DELIMITED BY SIZE
                        WS-RPT-FEE DELIMITED BY SIZE
                        INTO WS-ACTION-TEXT
              WHEN FEE-WAIVED-FOR-BALANCE
                 MOVE "WAIVED - BALANCE" TO WS-ACTION-TEXT
              WHEN FEE-WAIVED-FOR-ACTIVITY
                 MOVE "WAIVED - ACTIVITY" TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE WS-AVERAGE-BALANCE TO WS-RPT-BALANCE
           MOVE WS-ACTIVITY-COUNT TO WS-RPT-TXNS
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING AcctNumber DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AcctProduct DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-BALANCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-TXNS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD.

      *****************************************************************
      * One line per product - accounts assessed, fees charged and
      * their value, and the waivers by test - then the run totals.
      *****************************************************************
       WRITE-PRODUCT-REGISTER.
           MOVE SPACES TO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "PRD DESCRIPTION          ASSESSED CHARGED"
                  DELIMITED BY SIZE
                  "       AMOUNT WAIVED-BAL WAIVED-TXN  NO FEE"
                  DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           PERFORM VARYING FEE-PRODUCT-IDX FROM 1 BY 1
                   UNTIL FEE-PRODUCT-IDX > FEE-PRODUCT-MAX
              PERFORM WRITE-ONE-PRODUCT-LINE
           END-PERFORM

           MOVE WS-NO-PRODUCT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "--- NO PRODUCT" DELIMITED BY SIZE
                  "                                        "
                  DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD

           MOVE SPACES TO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE WS-ASSESSED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "ACCOUNTS ASSESSED: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE WS-CHARGED-COUNT TO WS-RPT-COUNT
           MOVE WS-CHARGED-TOTAL TO WS-RPT-TOTAL
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "FEES CHARGED:      " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " VALUE " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           MOVE WS-WAIVED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO FEE-REGISTER-RECORD
           STRING "FEES WAIVED:       " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD.

       WRITE-ONE-PRODUCT-LINE.
           MOVE SPACES TO FEE-REGISTER-RECORD
           MOVE FPT-CHARGED-AMT(FEE-PRODUCT-IDX) TO WS-RPT-TOTAL
           STRING FPT-CODE(FEE-PRODUCT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FPT-DESC(FEE-PRODUCT-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  FPT-ASSESSED(FEE-PRODUCT-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  FPT-CHARGED(FEE-PRODUCT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  FPT-WAIVED-BAL(FEE-PRODUCT-IDX) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  FPT-WAIVED-TXNS(FEE-PRODUCT-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  FPT-NO-FEE(FEE-PRODUCT-IDX) DELIMITED BY SIZE
                  INTO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD.
