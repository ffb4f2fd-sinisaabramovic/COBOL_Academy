      *****************************************************************
      * Program name:    RISKRATE
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the customer risk
      *                               rating batch - scores every
      *                               CUSTOMER-MASTER record from its
      *                               compliance history on
      *                               COMPLHIT.DAT, its open identity
      *                               exceptions, the accounts and
      *                               products it holds, and its age,
      *                               rates it low, medium, or high on
      *                               CUSTRISK.DAT with the next KYC
      *                               review date the rating calls
      *                               for, logs every rating change to
      *                               RISKCHG.LOG, and prints the
      *                               review-overdue and review-due
      *                               worklist on KYCREVW.RPT
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RISKRATE.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PERS-CUST-LINK ASSIGN TO "PERSCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkJMBG
               FILE STATUS IS WS-LINK-STATUS.
           SELECT SUITE-REJECT-LOG ASSIGN TO "SUITEREJECT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT COMPLY-HITS ASSIGN TO "COMPLHIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-STATUS.
           SELECT CUST-RISK ASSIGN TO "CUSTRISK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RiskCustomerID
               FILE STATUS IS WS-RISK-STATUS.
           SELECT RISK-CHANGE-LOG ASSIGN TO "RISKCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCHG-STATUS.
           SELECT REVIEW-RPT ASSIGN TO "KYCREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  PERS-CUST-LINK.
       01 PersCustLink.
           COPY PCLNKREC.

       FD  SUITE-REJECT-LOG.
       01 SUITE-REJECT-RECORD.
           COPY REJECTREC.

       FD  COMPLY-HITS.
       01 COMPLY-HIT-RECORD.
           COPY CHITREC.

       FD  CUST-RISK.
       01 CustRisk.
           COPY RISKREC.

       FD  RISK-CHANGE-LOG.
       01 RISK-CHANGE-RECORD.
           COPY RCHGREC.

       FD  REVIEW-RPT.
       01 REVIEW-RPT-RECORD        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                 VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                     VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                 VALUE "00".
       01 WS-LINK-STATUS           PIC XX VALUE "00".
           88 LINK-OK                     VALUE "00".
       01 WS-REJECT-STATUS         PIC XX VALUE "00".
           88 REJECT-FILE-FOUND           VALUE "00".
       01 WS-HITS-STATUS           PIC XX VALUE "00".
           88 HITS-FILE-FOUND             VALUE "00".
       01 WS-RISK-STATUS           PIC XX VALUE "00".
           88 RISK-OK                     VALUE "00".
       01 WS-RCHG-STATUS           PIC XX VALUE "00".
           88 RCHG-FILE-NOT-FOUND         VALUE "35".
       01 CUSTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 CUSTMAST-EOF                VALUE "Y".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 REJECT-EOF-FLAG          PIC X  VALUE "N".
           88 REJECT-EOF                  VALUE "Y".
       01 HITS-EOF-FLAG            PIC X  VALUE "N".
           88 HITS-EOF                    VALUE "Y".
       01 RISK-EOF-FLAG            PIC X  VALUE "N".
           88 RISK-EOF                    VALUE "Y".
       01 WS-XREF-OPEN-FLAG        PIC X  VALUE "N".
           88 XREF-IS-OPEN                VALUE "Y".
       01 WS-ACCTMAST-OPEN-FLAG    PIC X  VALUE "N".
           88 ACCTMAST-IS-OPEN            VALUE "Y".
       01 WS-RISK-FOUND-FLAG       PIC X  VALUE "N".
           88 RISK-RECORD-FOUND           VALUE "Y".
       01 WS-TRUNCATED-FLAG        PIC X  VALUE "N".
           88 TABLES-TRUNCATED            VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-RUN-DAY-NUMBER        PIC 9(7).
       01 WS-WORK-DATE-NUM         PIC 9(8).
       01 WS-DUE-HORIZON           PIC X(8).
       01 WS-NEW-NEXT-REVIEW       PIC X(8).

      *****************************************************************
      * Compliance hits inside the look-back year, one entry per
      * customer per day per kind - a rerun of COMPLRPT writes the
      * same hit twice and must not count twice.
      *****************************************************************
       01 WS-LOOKBACK-DAYS         PIC 9(3) VALUE 365.
       01 HIT-TABLE.
           02 HIT-ENTRY OCCURS 500.
              03 HT-CUST          PIC 9(6).
              03 HT-DATE          PIC X(8).
              03 HT-KIND          PIC X.
       01 HIT-IDX                  PIC 999.
       01 HIT-MAX                  PIC 999 VALUE 0.
       01 WS-HIT-DUPLICATE-FLAG    PIC X.
           88 HIT-IS-DUPLICATE            VALUE "Y".
       01 WS-HIT-DAY-NUMBER        PIC 9(7).
       01 WS-HIT-DATE-NUM          PIC 9(8).

      *****************************************************************
      * Customers with an identity exception still pending on the
      * reject log - the JMBG held out by PROGRAM01 is found on
      * PERSCUST.DAT to reach the customer it belongs to.
      *****************************************************************
       01 IDENT-TABLE.
           02 IDENT-ENTRY OCCURS 200.
              03 IT-CUST          PIC 9(6).
              03 IT-COUNT         PIC 9(3).
       01 IDENT-IDX                PIC 999.
       01 IDENT-MAX                PIC 999 VALUE 0.
       01 WS-IDENT-SLOT            PIC 999.

       01 PRODUCT-SEEN-TABLE.
           02 PRODUCT-SEEN OCCURS 10 PIC X(3).
       01 PRODUCT-IDX              PIC 99.
       01 PRODUCT-MAX              PIC 99 VALUE 0.
       01 WS-PRODUCT-NEW-FLAG      PIC X.
           88 PRODUCT-IS-NEW              VALUE "Y".

      *****************************************************************
      * Score points per factor and the score at which each rating
      * starts.
      *****************************************************************
       01 WS-POINTS-OVER           PIC 9 VALUE 3.
       01 WS-POINTS-REVIEW         PIC 9 VALUE 2.
       01 WS-POINTS-IDENT          PIC 9 VALUE 4.
       01 WS-POINTS-NO-BIRTH       PIC 9 VALUE 2.
       01 WS-SCORE-MEDIUM          PIC 9(3) VALUE 2.
       01 WS-SCORE-HIGH            PIC 9(3) VALUE 4.

       01 WS-SCORE                 PIC 9(3).
       01 WS-NEW-RATING            PIC X.
       01 WS-OLD-RATING            PIC X.
       01 WS-OLD-RANK              PIC 9.
       01 WS-NEW-RANK              PIC 9.
       01 WS-COMPLY-OVER           PIC 9(3).
       01 WS-COMPLY-REVIEW         PIC 9(3).
       01 WS-IDENT-EXC             PIC 9(3).
       01 WS-ACCT-COUNT            PIC 9(3).
       01 WS-CUSTOMER-AGE          PIC 9(3).
       01 WS-REASON                PIC X(40).

       01 WS-TODAY.
           02 WS-TODAY-YYYY        PIC 9(4).
           02 WS-TODAY-MM          PIC 99.
           02 WS-TODAY-DD          PIC 99.
       01 DATE-VALID-FLAG          PIC X  VALUE "Y".
           88 BIRTH-DATE-IS-VALID        VALUE "Y".
           88 BIRTH-DATE-IS-INVALID      VALUE "N".

      *****************************************************************
      * Days between KYC reviews for each rating, and how far ahead
      * the worklist looks for reviews coming due.
      *****************************************************************
       01 WS-DAYS-HIGH             PIC 9(4) VALUE 365.
       01 WS-DAYS-MEDIUM           PIC 9(4) VALUE 730.
       01 WS-DAYS-LOW              PIC 9(4) VALUE 1095.
       01 WS-DUE-WINDOW            PIC 9(3) VALUE 30.
       01 WS-INTERVAL-DAYS         PIC 9(4).

       01 WS-CUSTOMER-COUNT        PIC 9(5) VALUE 0.
       01 WS-RATED-LOW             PIC 9(5) VALUE 0.
       01 WS-RATED-MEDIUM          PIC 9(5) VALUE 0.
       01 WS-RATED-HIGH            PIC 9(5) VALUE 0.
       01 WS-CHANGED-COUNT         PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
       01 WS-DUE-COUNT             PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT          PIC 9(5) VALUE 0.

       01 WS-LIST-OVERDUE-FLAG     PIC X.
           88 LISTING-OVERDUE             VALUE "Y".
       01 WS-RPT-COUNT             PIC ZZZZ9.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "RISKRATE".
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           MOVE WS-RUN-DATE TO WS-TODAY
           COMPUTE WS-RUN-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              WS-RUN-DAY-NUMBER + WS-DUE-WINDOW)
           MOVE WS-WORK-DATE-NUM TO WS-DUE-HORIZON

           PERFORM LOAD-REVIEW-INTERVALS
           PERFORM LOAD-COMPLIANCE-HITS
           PERFORM LOAD-IDENTITY-EXCEPTIONS

           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              SET XREF-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              SET ACCTMAST-IS-OPEN TO TRUE
           END-IF
           OPEN I-O CUST-RISK
           IF NOT RISK-OK
              CLOSE CUST-RISK
              OPEN OUTPUT CUST-RISK
              CLOSE CUST-RISK
              OPEN I-O CUST-RISK
           END-IF
           OPEN EXTEND RISK-CHANGE-LOG
           IF RCHG-FILE-NOT-FOUND
              OPEN OUTPUT RISK-CHANGE-LOG
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OK
              PERFORM UNTIL CUSTMAST-EOF
                 READ CUSTOMER-MASTER NEXT RECORD
                    AT END
                       SET CUSTMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM SCORE-ONE-CUSTOMER
                       PERFORM STORE-CUSTOMER-RATING
                 END-READ
              END-PERFORM
           END-IF

           IF XREF-IS-OPEN
              CLOSE CUST-ACCT-XREF
           END-IF
           IF ACCTMAST-IS-OPEN
              CLOSE ACCOUNT-MASTER
           END-IF
           CLOSE RISK-CHANGE-LOG

           PERFORM WRITE-REVIEW-WORKLIST

           CLOSE CUST-RISK
           IF CUSTMAST-OK
              CLOSE CUSTOMER-MASTER
           END-IF

           DISPLAY "RISKRATE: " WS-CUSTOMER-COUNT " CUSTOMER(S) RATED "
                   WS-RATED-LOW " LOW, " WS-RATED-MEDIUM " MEDIUM, "
                   WS-RATED-HIGH " HIGH - " WS-CHANGED-COUNT
                   " CHANGED"
           DISPLAY "RISKRATE: " WS-OVERDUE-COUNT
                   " REVIEW(S) OVERDUE, " WS-DUE-COUNT " DUE WITHIN "
                   WS-DUE-WINDOW " DAYS"
           IF TABLES-TRUNCATED
              DISPLAY "RISKRATE: *** A WORK TABLE OVERFLOWED - SOME "
                      "RATINGS ARE UNDERSTATED ***"
           END-IF
           IF WS-OVERDUE-COUNT > 0 OR TABLES-TRUNCATED
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE WS-CUSTOMER-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-CHANGED-COUNT  TO WS-LOG-ACCEPT-COUNT
           MOVE WS-OVERDUE-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC       TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-REVIEW-INTERVALS.
           MOVE "KYC-DAYS-HIGH" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-DAYS-HIGH = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "KYC-DAYS-MEDIUM" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-DAYS-MEDIUM = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           MOVE "KYC-DAYS-LOW" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-DAYS-LOW = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

       LOAD-COMPLIANCE-HITS.
           OPEN INPUT COMPLY-HITS
           IF HITS-FILE-FOUND
              PERFORM UNTIL HITS-EOF
                 READ COMPLY-HITS
                    AT END
                       SET HITS-EOF TO TRUE
                    NOT AT END
                       IF CHIT-DATE IS NUMERIC
                          AND CHIT-DATE NOT > WS-RUN-DATE
                          PERFORM NOTE-COMPLIANCE-HIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPLY-HITS
           END-IF.

       NOTE-COMPLIANCE-HIT.
           MOVE CHIT-DATE TO WS-HIT-DATE-NUM
           COMPUTE WS-HIT-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(WS-HIT-DATE-NUM)
           IF WS-HIT-DAY-NUMBER + WS-LOOKBACK-DAYS
              > WS-RUN-DAY-NUMBER
              MOVE "N" TO WS-HIT-DUPLICATE-FLAG
              PERFORM VARYING HIT-IDX FROM 1 BY 1
                      UNTIL HIT-IDX > HIT-MAX
                 IF HT-CUST(HIT-IDX) = CHIT-CUSTOMER
                    AND HT-DATE(HIT-IDX) = CHIT-DATE
                    AND HT-KIND(HIT-IDX) = CHIT-KIND
                    SET HIT-IS-DUPLICATE TO TRUE
                 END-IF
              END-PERFORM
              IF NOT HIT-IS-DUPLICATE
                 IF HIT-MAX < 500
                    ADD 1 TO HIT-MAX
                    MOVE CHIT-CUSTOMER TO HT-CUST(HIT-MAX)
                    MOVE CHIT-DATE     TO HT-DATE(HIT-MAX)
                    MOVE CHIT-KIND     TO HT-KIND(HIT-MAX)
                 ELSE
                    SET TABLES-TRUNCATED TO TRUE
                 END-IF
              END-IF
           END-IF.

       LOAD-IDENTITY-EXCEPTIONS.
           OPEN INPUT PERS-CUST-LINK
           IF LINK-OK
              OPEN INPUT SUITE-REJECT-LOG
              IF REJECT-FILE-FOUND
                 PERFORM UNTIL REJECT-EOF
                    READ SUITE-REJECT-LOG
                       AT END
                          SET REJECT-EOF TO TRUE
                       NOT AT END
                          IF REJ-PROGRAM-NAME = "PROGRAM01"
                             AND REJ-REASON =
                                 "SSN DIFFERS FROM REGISTERED"
                             AND REJ-IS-PENDING
                             AND REJ-INPUT(1:13) IS NUMERIC
                             PERFORM NOTE-IDENTITY-EXCEPTION
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SUITE-REJECT-LOG
              END-IF
              CLOSE PERS-CUST-LINK
           END-IF.

       NOTE-IDENTITY-EXCEPTION.
           MOVE REJ-INPUT(1:13) TO LinkJMBG
           READ PERS-CUST-LINK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 0 TO WS-IDENT-SLOT
                 PERFORM VARYING IDENT-IDX FROM 1 BY 1
                         UNTIL IDENT-IDX > IDENT-MAX
                    IF IT-CUST(IDENT-IDX) = LinkCustomerID
                       MOVE IDENT-IDX TO WS-IDENT-SLOT
                    END-IF
                 END-PERFORM
                 IF WS-IDENT-SLOT = 0
                    IF IDENT-MAX < 200
                       ADD 1 TO IDENT-MAX
                       MOVE IDENT-MAX TO WS-IDENT-SLOT
                       MOVE LinkCustomerID TO IT-CUST(WS-IDENT-SLOT)
                       MOVE 0 TO IT-COUNT(WS-IDENT-SLOT)
                    ELSE
                       SET TABLES-TRUNCATED TO TRUE
                    END-IF
                 END-IF
                 IF WS-IDENT-SLOT > 0
                    ADD 1 TO IT-COUNT(WS-IDENT-SLOT)
                 END-IF
           END-READ.

      *****************************************************************
      * Points: 3 per day over the threshold and 2 per day flagged
      * just under it in the last year, 4 per open identity
      * exception, 1 for five or more accounts and 2 for ten or more,
      * 1 for three or more products, 1 for a customer under 21 or
      * 80 and over, and 2 where no valid birth date is held. Two
      * points make a medium rating, four a high.
      *****************************************************************
       SCORE-ONE-CUSTOMER.
           MOVE 0 TO WS-SCORE
           MOVE 0 TO WS-COMPLY-OVER
           MOVE 0 TO WS-COMPLY-REVIEW
           MOVE 0 TO WS-IDENT-EXC
           MOVE 0 TO WS-CUSTOMER-AGE

           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-MAX
              IF HT-CUST(HIT-IDX) = CustomerID
                 IF HT-KIND(HIT-IDX) = "O"
                    ADD 1 TO WS-COMPLY-OVER
                 ELSE
                    ADD 1 TO WS-COMPLY-REVIEW
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING IDENT-IDX FROM 1 BY 1
                   UNTIL IDENT-IDX > IDENT-MAX
              IF IT-CUST(IDENT-IDX) = CustomerID
                 MOVE IT-COUNT(IDENT-IDX) TO WS-IDENT-EXC
              END-IF
           END-PERFORM
           COMPUTE WS-SCORE = WS-SCORE
              + WS-COMPLY-OVER * WS-POINTS-OVER
              + WS-COMPLY-REVIEW * WS-POINTS-REVIEW
              + WS-IDENT-EXC * WS-POINTS-IDENT

           PERFORM COUNT-ACCOUNTS-AND-PRODUCTS
           IF WS-ACCT-COUNT >= 10
              ADD 2 TO WS-SCORE
           ELSE
              IF WS-ACCT-COUNT >= 5
                 ADD 1 TO WS-SCORE
              END-IF
           END-IF
           IF PRODUCT-MAX >= 3
              ADD 1 TO WS-SCORE
           END-IF

           CALL "DATEVALID" USING BirthDay, BirthMonth, BirthYear,
                   DATE-VALID-FLAG
           IF BIRTH-DATE-IS-INVALID
              ADD WS-POINTS-NO-BIRTH TO WS-SCORE
           ELSE
              COMPUTE WS-CUSTOMER-AGE = WS-TODAY-YYYY - BirthYear
              IF WS-TODAY-MM < BirthMonth
                 OR (WS-TODAY-MM = BirthMonth
                     AND WS-TODAY-DD < BirthDay)
                 SUBTRACT 1 FROM WS-CUSTOMER-AGE
              END-IF
              IF WS-CUSTOMER-AGE < 21 OR WS-CUSTOMER-AGE >= 80
                 ADD 1 TO WS-SCORE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN WS-SCORE >= WS-SCORE-HIGH
                 MOVE "H" TO WS-NEW-RATING
                 MOVE 3 TO WS-NEW-RANK
                 MOVE WS-DAYS-HIGH TO WS-INTERVAL-DAYS
                 ADD 1 TO WS-RATED-HIGH
              WHEN WS-SCORE >= WS-SCORE-MEDIUM
                 MOVE "M" TO WS-NEW-RATING
                 MOVE 2 TO WS-NEW-RANK
                 MOVE WS-DAYS-MEDIUM TO WS-INTERVAL-DAYS
                 ADD 1 TO WS-RATED-MEDIUM
              WHEN OTHER
                 MOVE "L" TO WS-NEW-RATING
                 MOVE 1 TO WS-NEW-RANK
                 MOVE WS-DAYS-LOW TO WS-INTERVAL-DAYS
                 ADD 1 TO WS-RATED-LOW
           END-EVALUATE.

      *****************************************************************
      * Closed accounts no longer count toward the relationship.
      *****************************************************************
       COUNT-ACCOUNTS-AND-PRODUCTS.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 0 TO PRODUCT-MAX
           IF XREF-IS-OPEN
              MOVE "N" TO XREF-EOF-FLAG
              MOVE CustomerID TO XrefCustomerID
              MOVE 0 TO XrefAcctNumber
              START CUST-ACCT-XREF KEY IS NOT LESS THAN XrefKey
                 INVALID KEY
                    SET XREF-EOF TO TRUE
              END-START
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       IF XrefCustomerID NOT = CustomerID
                          SET XREF-EOF TO TRUE
                       ELSE
                          PERFORM NOTE-ONE-ACCOUNT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       NOTE-ONE-ACCOUNT.
           IF ACCTMAST-IS-OPEN
              MOVE XrefAcctNumber TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT ACCOUNT-IS-CLOSED
                       ADD 1 TO WS-ACCT-COUNT
                       PERFORM NOTE-ONE-PRODUCT
                    END-IF
              END-READ
           END-IF.

       NOTE-ONE-PRODUCT.
           MOVE "Y" TO WS-PRODUCT-NEW-FLAG
           PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                   UNTIL PRODUCT-IDX > PRODUCT-MAX
              IF PRODUCT-SEEN(PRODUCT-IDX) = AcctProduct
                 MOVE "N" TO WS-PRODUCT-NEW-FLAG
              END-IF
           END-PERFORM
           IF PRODUCT-IS-NEW AND PRODUCT-MAX < 10
              ADD 1 TO PRODUCT-MAX
              MOVE AcctProduct TO PRODUCT-SEEN(PRODUCT-MAX)
           END-IF.

      *****************************************************************
      * A first rating schedules the review one interval out, except
      * a high rating, which is due for review at once. A raised
      * rating brings the review forward - to now for high, to one
      * medium interval out for medium if that is sooner. A lowered
      * rating leaves the scheduled review where it is.
      *****************************************************************
       STORE-CUSTOMER-RATING.
           MOVE "N" TO WS-RISK-FOUND-FLAG
           MOVE CustomerID TO RiskCustomerID
           READ CUST-RISK
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RISK-RECORD-FOUND TO TRUE
           END-READ

           COMPUTE WS-WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              WS-RUN-DAY-NUMBER + WS-INTERVAL-DAYS)
           MOVE WS-WORK-DATE-NUM TO WS-NEW-NEXT-REVIEW

           IF NOT RISK-RECORD-FOUND
              INITIALIZE CustRisk
              MOVE CustomerID TO RiskCustomerID
              MOVE SPACE TO WS-OLD-RATING
              IF WS-NEW-RATING = "H"
                 MOVE WS-RUN-DATE TO RiskNextReview
                 MOVE "FIRST RATING - REVIEW DUE NOW" TO WS-REASON
              ELSE
                 MOVE WS-NEW-NEXT-REVIEW TO RiskNextReview
                 MOVE "FIRST RATING" TO WS-REASON
              END-IF
           ELSE
              MOVE RiskRating TO WS-OLD-RATING
              EVALUATE RiskRating
                 WHEN "H"
                    MOVE 3 TO WS-OLD-RANK
                 WHEN "M"
                    MOVE 2 TO WS-OLD-RANK
                 WHEN OTHER
                    MOVE 1 TO WS-OLD-RANK
              END-EVALUATE
              EVALUATE TRUE
                 WHEN WS-NEW-RANK > WS-OLD-RANK
                    IF WS-NEW-RATING = "H"
                       MOVE WS-RUN-DATE TO RiskNextReview
                       MOVE "RATING RAISED - REVIEW DUE NOW"
                            TO WS-REASON
                    ELSE
                       IF RiskNextReview = SPACES
                          OR WS-NEW-NEXT-REVIEW < RiskNextReview
                          MOVE WS-NEW-NEXT-REVIEW TO RiskNextReview
                       END-IF
                       MOVE "RATING RAISED" TO WS-REASON
                    END-IF
                 WHEN WS-NEW-RANK < WS-OLD-RANK
                    MOVE "RATING LOWERED" TO WS-REASON
                 WHEN OTHER
                    MOVE SPACES TO WS-REASON
              END-EVALUATE
              IF RiskNextReview = SPACES
                 MOVE WS-NEW-NEXT-REVIEW TO RiskNextReview
              END-IF
           END-IF

           MOVE WS-NEW-RATING    TO RiskRating
           MOVE WS-SCORE         TO RiskScore
           MOVE WS-RUN-DATE      TO RiskRatedDate
           MOVE WS-COMPLY-OVER   TO RiskComplyOver
           MOVE WS-COMPLY-REVIEW TO RiskComplyReview
           MOVE WS-IDENT-EXC     TO RiskIdentExc
           MOVE WS-ACCT-COUNT    TO RiskAcctCount
           MOVE PRODUCT-MAX      TO RiskProductCount
           MOVE WS-CUSTOMER-AGE  TO RiskAge
           MOVE DATE-VALID-FLAG  TO RiskBirthValid

           IF RISK-RECORD-FOUND
              REWRITE CustRisk
                 INVALID KEY
                    DISPLAY "RISKRATE: CUSTOMER " CustomerID
                            " RATING COULD NOT BE REWRITTEN"
              END-REWRITE
           ELSE
              WRITE CustRisk
                 INVALID KEY
                    DISPLAY "RISKRATE: CUSTOMER " CustomerID
                            " RATING COULD NOT BE WRITTEN"
              END-WRITE
           END-IF

           IF WS-REASON NOT = SPACES
              ADD 1 TO WS-CHANGED-COUNT
              PERFORM WRITE-RATING-CHANGE
           END-IF.

       WRITE-RATING-CHANGE.
           INITIALIZE RISK-CHANGE-RECORD WITH FILLER
           MOVE WS-RUN-DATE         TO RCHG-DATE
           MOVE WS-LOG-PROGRAM-NAME TO RCHG-PROGRAM
           MOVE CustomerID          TO RCHG-CUSTOMER
           MOVE WS-OLD-RATING       TO RCHG-OLD-RATING
           MOVE WS-NEW-RATING       TO RCHG-NEW-RATING
           MOVE WS-SCORE            TO RCHG-SCORE
           MOVE RiskNextReview      TO RCHG-NEXT-REVIEW
           MOVE WS-REASON           TO RCHG-REASON
           WRITE RISK-CHANGE-RECORD.

      *****************************************************************
      * Two passes over the ratings - overdue reviews first, then
      * those coming due inside the window. Inactive customers hold
      * no relationship to review and are left off.
      *****************************************************************
       WRITE-REVIEW-WORKLIST.
           OPEN OUTPUT REVIEW-RPT
           MOVE SPACES TO REVIEW-RPT-RECORD
           STRING "KYC REVIEW WORKLIST FOR " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REVIEW-RPT-RECORD
           WRITE REVIEW-RPT-RECORD
           MOVE SPACES TO REVIEW-RPT-RECORD
           WRITE REVIEW-RPT-RECORD

           MOVE "REVIEWS OVERDUE:" TO REVIEW-RPT-RECORD
           WRITE REVIEW-RPT-RECORD
           MOVE "Y" TO WS-LIST-OVERDUE-FLAG
           PERFORM LIST-REVIEWS
           MOVE WS-LISTED-COUNT TO WS-OVERDUE-COUNT

           MOVE SPACES TO REVIEW-RPT-RECORD
           WRITE REVIEW-RPT-RECORD
           MOVE SPACES TO REVIEW-RPT-RECORD
           STRING "REVIEWS DUE BY " DELIMITED BY SIZE
                  WS-DUE-HORIZON DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO REVIEW-RPT-RECORD
           WRITE REVIEW-RPT-RECORD
           MOVE "N" TO WS-LIST-OVERDUE-FLAG
           PERFORM LIST-REVIEWS
           MOVE WS-LISTED-COUNT TO WS-DUE-COUNT

           MOVE SPACES TO REVIEW-RPT-RECORD
           WRITE REVIEW-RPT-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO REVIEW-RPT-RECORD
           STRING "REVIEWS OVERDUE:    " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO REVIEW-RPT-RECORD
           WRITE REVIEW-RPT-RECORD
           MOVE WS-DUE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO REVIEW-RPT-RECORD
           STRING "REVIEWS DUE:        " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO REVIEW-RPT-RECORD
           WRITE REVIEW-RPT-RECORD
           CLOSE REVIEW-RPT.

       LIST-REVIEWS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO RISK-EOF-FLAG
           MOVE 0 TO RiskCustomerID
           START CUST-RISK KEY IS NOT LESS THAN RiskCustomerID
              INVALID KEY
                 SET RISK-EOF TO TRUE
           END-START
           PERFORM UNTIL RISK-EOF
              READ CUST-RISK NEXT RECORD
                 AT END
                    SET RISK-EOF TO TRUE
                 NOT AT END
                    IF LISTING-OVERDUE
                       IF RiskNextReview < WS-RUN-DATE
                          PERFORM LIST-ONE-REVIEW
                       END-IF
                    ELSE
                       IF RiskNextReview NOT < WS-RUN-DATE
                          AND RiskNextReview NOT > WS-DUE-HORIZON
                          PERFORM LIST-ONE-REVIEW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LISTED-COUNT = 0
              MOVE "  NONE" TO REVIEW-RPT-RECORD
              WRITE REVIEW-RPT-RECORD
           END-IF.

       LIST-ONE-REVIEW.
           MOVE RiskCustomerID TO CustomerID
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE "N" TO CustomerStatus
           END-READ
           IF CUSTOMER-IS-ACTIVE
              ADD 1 TO WS-LISTED-COUNT
              MOVE SPACES TO REVIEW-RPT-RECORD
              STRING "  CUSTOMER " DELIMITED BY SIZE
                     RiskCustomerID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CustomerName DELIMITED BY SIZE
                     " RATING " DELIMITED BY SIZE
                     RiskRating DELIMITED BY SIZE
                     " SCORE " DELIMITED BY SIZE
                     RiskScore DELIMITED BY SIZE
                     " REVIEW DUE " DELIMITED BY SIZE
                     RiskNextReview DELIMITED BY SIZE
                     " LAST " DELIMITED BY SIZE
                     RiskLastReview DELIMITED BY SIZE
                     INTO REVIEW-RPT-RECORD
              WRITE REVIEW-RPT-RECORD
           END-IF.
