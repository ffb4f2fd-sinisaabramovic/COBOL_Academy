      *                               effective date so every layout
      *                               keyed to the old 145 bytes
      *                               still lines up
      * 15/10/2026 SINISA ABRAMOVIC  CUSTUPDT.IN and CUSTPEND.DAT
      *                               records and the history images
      *                               widened for the six-digit customer
      *                               number
      * 15/10/2026 SINISA ABRAMOVIC  Screen every good add against the
      *                               watch list through the shared
      *                               NAMESCRN routine - a possible hit
      *                               is held on the SCRNQ.DAT screening
      *                               queue instead of being written,
      *                               counted as TRANS-SCREEN-HELD, and
      *                               carried on the checkpoint; cases a
      *                               compliance officer has cleared are
      *                               added at the start of the next run
      *                               and counted as SCREEN-RELEASED;
      *                               end with 4 when anything was held,
      *                               a cleared add failed, or there was
      *                               no watch list to screen against
      * 15/10/2026 SINISA ABRAMOVIC  Check the postal code and city of
      *                               every add and E contact-change
      *                               transaction through the shared
      *                               POSTCHK routine - an unknown code
      *                               or a city that is not the code's
      *                               own is an exception, a good pair
      *                               is applied with the city in its
      *                               official spelling, and with no
      *                               POSTCODE.DAT the addresses go
      *                               through unchecked and the run ends
      *                               with 4
      * 15/10/2026 SINISA ABRAMOVIC  An add that names a product also
      *                               opens the new customer's first
      *                               account - a deposit product from
      *                               PRODUCT.DAT at its default limit,
      *                               numbered one past the highest on
      *                               ACCTMAST.DAT - writes the
      *                               CUSTACCT.DAT link and lists it on
      *                               the NEWACCT.RPT welcome-pack
      *                               report, counted as ACCOUNTS-OPENED
      *                               and carried on the checkpoint; an
      *                               unknown or loan product leaves the
      *                               customer added without an account
      *                               on the exception report and ends
      *                               the run with 4. CUSTUPDT.IN and
      *                               CUSTPEND.DAT records widened for
      *                               the product
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      * 15/10/2026 SINISA ABRAMOVIC  A term-deposit product on an
      *                               intake add is refused like a loan
      *                               and goes on the exception report,
      *                               since the account needs its
      *                               TDEPMAST contract opened through
      *                               ACCTMAINT
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkJMBG
               FILE STATUS IS WS-LINK-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO "SCRNQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScrnCaseNumber
               FILE STATUS IS WS-QUEUE-STATUS.
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
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefKey
               FILE STATUS IS WS-XREF-STATUS.
           SELECT NEW-ACCT-RPT ASSIGN USING WS-NEWACCT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-TRANS.
       01 CUST-TRANS-RECORD.
           02 TRANS-CODE          PIC   X.
           02 TRANS-CUSTOMER-ID   PIC   9(6).
           02 TRANS-CUSTOMER-NAME PIC   X(20).
           02 TRANS-BIRTH-DAY     PIC   99.
           02 TRANS-BIRTH-MONTH   PIC   99.
              03 TRANS-EFF-MONTH  PIC   XX.
              03 TRANS-EFF-YEAR   PIC   X(4).
           02 TRANS-JMBG          PIC   X(13).
           02 TRANS-PRODUCT       PIC   X(3).

       FD  CUST-EXCPT.
       01 CUST-EXCPT-RECORD       PIC X(60).

       FD  CUST-PENDING.
       01 CUST-PENDING-RECORD     PIC X(164).

       FD  PERS-CUST-LINK.
       01 PersCustLink.
           COPY PCLNKREC.

       FD  SCREEN-QUEUE.
       01 ScreenCase.
           COPY SCRNREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  PRODUCT-FILE.
       01 Product.
           COPY PRODREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  NEW-ACCT-RPT.
       01 NEW-ACCT-RPT-RECORD     PIC X(80).

       FD  FEED-TALLY.
       01 FEED-TALLY-RECORD       PIC 9(7).

           02 CKP-MASTER-BEFORE   PIC 9(7).
           02 FILLER              PIC X     VALUE SPACE.
           02 CKP-FEED-CARRIED    PIC 9(7).
           02 FILLER              PIC X     VALUE SPACE.
           02 CKP-SCREEN-HELD     PIC 9(5).
           02 FILLER              PIC X     VALUE SPACE.
           02 CKP-SCREEN-RELEASED PIC 9(5).
           02 FILLER              PIC X     VALUE SPACE.
           02 CKP-ACCTS-OPENED    PIC 9(5).
           02 FILLER              PIC X     VALUE SPACE.
           02 CKP-ACCTS-REFUSED   PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
       01 WS-LINK-STATUS           PIC XX VALUE "00".
           88 LINK-FILE-OK               VALUE "00".
       01 WS-FEED-CARRIED          PIC 9(7) VALUE 0.
       01 WS-QUEUE-STATUS          PIC XX VALUE "00".
           88 QUEUE-FILE-OK              VALUE "00".
       01 QUEUE-EOF-FLAG           PIC X  VALUE "N".
           88 QUEUE-EOF                  VALUE "Y".
       01 WS-NEXT-SCREEN-CASE      PIC 9(7) VALUE 1.
       01 WS-SCREEN-HELD-COUNT     PIC 9(5) VALUE 0.
       01 WS-SCREEN-RELEASED-COUNT PIC 9(5) VALUE 0.
       01 WS-SCREEN-FAILED-COUNT   PIC 9(5) VALUE 0.
       01 WS-SCREEN-RESULT         PIC XX VALUE "00".
           88 SCREEN-FOUND-A-HIT         VALUE "10".
           88 SCREEN-HAD-NO-LIST         VALUE "90".
       01 WS-SCREEN-HIT.
           02 WS-SCREEN-ENTRY      PIC X(8).
           02 WS-SCREEN-SOURCE     PIC X.
           02 WS-SCREEN-LIST-NAME  PIC X(30).
           02 WS-SCREEN-KIND       PIC X(10).
       01 WS-NO-LIST-FLAG          PIC X  VALUE "N".
           88 ADDS-WENT-UNSCREENED       VALUE "Y".
       01 WS-POST-RESULT           PIC XX VALUE "00".
           88 POST-PAIR-IS-GOOD          VALUE "00".
           88 POST-CODE-UNKNOWN          VALUE "10".
           88 POST-CITY-MISMATCH         VALUE "20".
           88 POST-HAD-NO-REFERENCE      VALUE "90".
       01 WS-NO-POSTCODES-FLAG     PIC X  VALUE "N".
           88 ADDRESSES-WENT-UNCHECKED   VALUE "Y".
       01 WS-ADD-APPLIED-FLAG      PIC X  VALUE "N".
           88 ADD-WAS-APPLIED            VALUE "Y".

      *****************************************************************
      * An add that names a product opens the new customer's first
      * account in it - numbered one past the highest on the account
      * master, at the product's default limit, linked on CUSTACCT.DAT
      * and listed on the NEWACCT.RPT welcome-pack report.
      *****************************************************************
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                VALUE "00".
       01 WS-PRODUCT-STATUS        PIC XX VALUE "00".
           88 PRODUCT-OK                 VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                    VALUE "00".
       01 PRODUCT-OPEN-FLAG        PIC X  VALUE "N".
           88 PRODUCT-FILE-WAS-OPENED    VALUE "Y".
       01 ACCT-EOF-FLAG            PIC X  VALUE "N".
           88 ACCT-EOF                   VALUE "Y".
       01 WS-NEXT-ACCT-NUMBER      PIC 9(8) VALUE 1.
       01 WS-ACCTS-OPENED-COUNT    PIC 9(5) VALUE 0.
       01 WS-ACCTS-REFUSED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REFUSED-REASON        PIC X(22).
       01 WS-NEWACCT-GEN-NAME      PIC X(30).
       01 WS-NEWACCT-LINE.
           02 NA-CUSTOMER-ID       PIC 9(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 NA-CUSTOMER-NAME     PIC X(20).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 NA-PRODUCT           PIC X(3).
           02 FILLER               PIC X     VALUE SPACE.
           02 NA-PRODUCT-DESC      PIC X(20).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 NA-ACCT-NUMBER       PIC 9(7).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 NA-LIMIT             PIC Z(6)9.99.
       01 WS-NEWACCT-COUNT-EDIT    PIC ZZZZ9.
       01 WS-TODAY-NUM             PIC 9(8).
       01 WS-EFF-DATE-NUM          PIC 9(8).
       01 WS-CHECKPOINT-POSITION   PIC 9(5) VALUE 0.
       01 WS-GEN-BASE              PIC X(14).
       01 WS-EXCPT-GEN-NAME        PIC X(30).
       01 WS-GEN-ACTION            PIC X.
       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "CUSTUPDT".
       01 WS-BEFORE-IMAGE          PIC X(149) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".
              OPEN I-O PERS-CUST-LINK
           END-IF

           OPEN I-O SCREEN-QUEUE
           IF NOT QUEUE-FILE-OK
              CLOSE SCREEN-QUEUE
              OPEN OUTPUT SCREEN-QUEUE
              CLOSE SCREEN-QUEUE
              OPEN I-O SCREEN-QUEUE
           END-IF

           OPEN I-O ACCOUNT-MASTER
           IF NOT ACCTMAST-OK
              CLOSE ACCOUNT-MASTER
              OPEN OUTPUT ACCOUNT-MASTER
              CLOSE ACCOUNT-MASTER
              OPEN I-O ACCOUNT-MASTER
           END-IF

           OPEN I-O CUST-ACCT-XREF
           IF NOT XREF-OK
              CLOSE CUST-ACCT-XREF
              OPEN OUTPUT CUST-ACCT-XREF
              CLOSE CUST-ACCT-XREF
              OPEN I-O CUST-ACCT-XREF
           END-IF

           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-OK
              SET PRODUCT-FILE-WAS-OPENED TO TRUE
           END-IF

           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           PERFORM FIND-NEXT-ACCOUNT-NUMBER

           PERFORM READ-CHECKPOINT
           PERFORM TAKE-FEED-TALLY
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-EXCPT-GEN-NAME
           OPEN OUTPUT CUST-EXCPT
           MOVE "NEWACCT.RPT" TO WS-GEN-BASE
           MOVE "N" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-NEWACCT-GEN-NAME
           OPEN OUTPUT NEW-ACCT-RPT
           PERFORM WRITE-NEW-ACCOUNT-HEADING

           PERFORM RELEASE-CLEARED-SCREENINGS

           PERFORM UNTIL TRANS-EOF
              READ CUST-TRANS

           CLOSE CUSTOMER-MASTER
           CLOSE PERS-CUST-LINK
           CLOSE SCREEN-QUEUE
           CLOSE ACCOUNT-MASTER
           CLOSE CUST-ACCT-XREF
           IF PRODUCT-FILE-WAS-OPENED
              CLOSE PRODUCT-FILE
           END-IF

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOG-PROGRAM-NAME WS-LOCK-ACTION
           PERFORM CONSUME-TRANSACTION-FILE
           PERFORM CLEAR-CHECKPOINT
           CLOSE CUST-EXCPT
           PERFORM WRITE-NEW-ACCOUNT-TOTAL
           CLOSE NEW-ACCT-RPT

           DISPLAY "CUSTUPDT: " WS-TRANS-COUNT " TRANSACTION(S) READ"
           DISPLAY "CUSTUPDT: " WS-APPLIED-COUNT " TRANSACTION(S) "
                   "APPLIED"
           DISPLAY "CUSTUPDT: " WS-EXCEPTION-COUNT " EXCEPTION(S)"
           DISPLAY "CUSTUPDT: " WS-PENDED-COUNT " HELD AS PENDING"
           DISPLAY "CUSTUPDT: " WS-SCREEN-HELD-COUNT " ADD(S) HELD FOR "
                   "WATCH-LIST SCREENING"
           DISPLAY "CUSTUPDT: " WS-SCREEN-RELEASED-COUNT " CLEARED "
                   "ADD(S) APPLIED FROM THE SCREENING QUEUE"
           IF WS-SCREEN-FAILED-COUNT > 0
              DISPLAY "CUSTUPDT: " WS-SCREEN-FAILED-COUNT " CLEARED "
                      "ADD(S) COULD NOT BE APPLIED - SEE THE "
                      "EXCEPTION REPORT"
           END-IF
           DISPLAY "CUSTUPDT: " WS-ACCTS-OPENED-COUNT " ACCOUNT(S) "
                   "OPENED FOR NEW CUSTOMERS"
           IF WS-ACCTS-REFUSED-COUNT > 0
              DISPLAY "CUSTUPDT: " WS-ACCTS-REFUSED-COUNT " NEW "
                      "CUSTOMER ACCOUNT(S) NOT OPENED - SEE THE "
                      "EXCEPTION REPORT"
           END-IF
           IF ADDS-WENT-UNSCREENED
              DISPLAY "CUSTUPDT: NO WATCH LIST ON FILE - ADDS WERE "
                      "NOT SCREENED"
           END-IF
           IF ADDRESSES-WENT-UNCHECKED
              DISPLAY "CUSTUPDT: NO POSTAL CODES ON FILE - ADDRESSES "
                      "WERE NOT CHECKED"
           END-IF

           MOVE "TRANS-READ" TO WS-CTL-COUNTER
           MOVE WS-TRANS-COUNT TO WS-CTL-VALUE
                   WS-CTL-VALUE
           MOVE "TRANS-PENDED" TO WS-CTL-COUNTER
           MOVE WS-PENDED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "TRANS-SCREEN-HELD" TO WS-CTL-COUNTER
           MOVE WS-SCREEN-HELD-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "SCREEN-RELEASED" TO WS-CTL-COUNTER
           MOVE WS-SCREEN-RELEASED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "ADDS-APPLIED" TO WS-CTL-COUNTER
           MOVE WS-ADDS-APPLIED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "ACCOUNTS-OPENED" TO WS-CTL-COUNTER
           MOVE WS-ACCTS-OPENED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "MASTER-BEFORE" TO WS-CTL-COUNTER
           MOVE WS-EXCEPTION-COUNT TO WS-LOG-REJECT-COUNT
           PERFORM SET-RETURN-CODE

           MOVE WS-FINAL-RC        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       APPLY-TRANSACTION.
                 PERFORM WRITE-EXCEPTION-UNKNOWN-CODE
           END-EVALUATE.

      *****************************************************************
      * The address is checked first so a standardized city reaches
      * both the master and a held screening case. A new customer is
      * screened against the watch list once the add is otherwise
      * good - a possible hit goes to the screening queue for a
      * compliance officer instead of to the master, and counts as
      * held rather than applied or excepted.
      *****************************************************************
       APPLY-ADD-TRANSACTION.
           PERFORM CHECK-TRANS-ADDRESS
           PERFORM BUILD-NEW-CUSTOMER

           CALL "DATEVALID" USING BirthDay, BirthMonth, BirthYear,
                   DATE-VALID-FLAG
           EVALUATE TRUE
              WHEN BIRTH-DATE-IS-INVALID
                 ADD 1 TO WS-EXCEPTION-COUNT
                 PERFORM WRITE-EXCEPTION-BAD-BIRTHDATE
              WHEN POST-CODE-UNKNOWN OR POST-CITY-MISMATCH
                 ADD 1 TO WS-EXCEPTION-COUNT
                 PERFORM WRITE-EXCEPTION-BAD-ADDRESS
              WHEN OTHER
                 PERFORM SCREEN-AND-WRITE-CUSTOMER
           END-EVALUATE.

       SCREEN-AND-WRITE-CUSTOMER.
           CALL "NAMESCRN" USING TRANS-CUSTOMER-NAME,
                   WS-SCREEN-RESULT, WS-SCREEN-HIT
           IF SCREEN-HAD-NO-LIST
              SET ADDS-WENT-UNSCREENED TO TRUE
           END-IF
           IF SCREEN-FOUND-A-HIT
              ADD 1 TO WS-SCREEN-HELD-COUNT
              PERFORM HOLD-FOR-SCREENING
           ELSE
              PERFORM WRITE-NEW-CUSTOMER
              IF ADD-WAS-APPLIED
                 ADD 1 TO WS-APPLIED-COUNT
              ELSE
                 ADD 1 TO WS-EXCEPTION-COUNT
              END-IF
           END-IF.

       BUILD-NEW-CUSTOMER.
           MOVE TRANS-CUSTOMER-ID   TO CustomerID
           MOVE TRANS-CUSTOMER-NAME TO CustomerName
           MOVE TRANS-BIRTH-DAY     TO BirthDay
           PERFORM MOVE-CONTACT-FIELDS
           SET CUSTOMER-IS-ACTIVE   TO TRUE
           MOVE SPACES              TO CustInactiveDate
           SET DELIVERY-IS-PRINT    TO TRUE.

       WRITE-NEW-CUSTOMER.
           MOVE "N" TO WS-ADD-APPLIED-FLAG
           WRITE Customer
              INVALID KEY
                 PERFORM WRITE-EXCEPTION-DUPLICATE
              NOT INVALID KEY
                 SET ADD-WAS-APPLIED TO TRUE
                 ADD 1 TO WS-ADDS-APPLIED-COUNT
                 MOVE SPACES   TO WS-BEFORE-IMAGE
                 MOVE Customer TO WS-AFTER-IMAGE
                 CALL "LOGCHIST" USING WS-LOG-PROGRAM-NAME
                         WS-BEFORE-IMAGE WS-AFTER-IMAGE
                 PERFORM RECORD-PERSON-LINK
                 IF TRANS-PRODUCT NOT = SPACES
                    PERFORM OPEN-PRODUCT-ACCOUNT
                 END-IF
           END-WRITE.

      *****************************************************************
      * Only a deposit product can be opened unattended - a loan needs
      * its terms and repayment account taken at the branch, and a
      * term deposit its TDEPMAST contract through ACCTMAINT. A product
      * that cannot be opened leaves the customer added without an
      * account and goes on the exception report for the branch to
      * open by hand; it is not counted as a rejected transaction.
      *****************************************************************
       OPEN-PRODUCT-ACCOUNT.
           MOVE SPACES TO WS-REFUSED-REASON
           IF NOT PRODUCT-FILE-WAS-OPENED
              MOVE "NO PRODUCT.DAT ON FILE" TO WS-REFUSED-REASON
           ELSE
              MOVE TRANS-PRODUCT TO ProductCode
              READ PRODUCT-FILE
                 INVALID KEY
                    MOVE "NOT ON PRODUCT.DAT" TO WS-REFUSED-REASON
              END-READ
           END-IF
           IF WS-REFUSED-REASON = SPACES
              IF PRODUCT-IS-LOAN
                 MOVE "LOAN PRODUCT" TO WS-REFUSED-REASON
              END-IF
              IF PRODUCT-IS-TERM-DEPOSIT
                 MOVE "TERM DEPOSIT PRODUCT" TO WS-REFUSED-REASON
              END-IF
           END-IF
           IF WS-REFUSED-REASON = SPACES
              IF WS-NEXT-ACCT-NUMBER > 9999999
                 MOVE "NUMBERS EXHAUSTED" TO WS-REFUSED-REASON
              END-IF
           END-IF

           IF WS-REFUSED-REASON = SPACES
              PERFORM WRITE-PRODUCT-ACCOUNT
           END-IF
           IF WS-REFUSED-REASON NOT = SPACES
              ADD 1 TO WS-ACCTS-REFUSED-COUNT
              PERFORM WRITE-EXCEPTION-NO-ACCOUNT
           END-IF.

       WRITE-PRODUCT-ACCOUNT.
           INITIALIZE Account
           MOVE WS-NEXT-ACCT-NUMBER TO AcctNumber
           SET ACCOUNT-IS-ACTIVE    TO TRUE
           MOVE ProductDefLimit     TO AcctLimit
           MOVE ZERO                TO AcctBalance
           MOVE ZERO                TO AcctOverdraft
           MOVE ProductCode         TO AcctProduct
           MOVE SPACES              TO AcctCurrency
           WRITE Account
              INVALID KEY
                 MOVE "NUMBER ALREADY USED" TO WS-REFUSED-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-NEXT-ACCT-NUMBER
                 ADD 1 TO WS-ACCTS-OPENED-COUNT
                 MOVE TRANS-CUSTOMER-ID TO XrefCustomerID
                 MOVE AcctNumber        TO XrefAcctNumber
                 WRITE CustAcctXref
                    INVALID KEY
                       DISPLAY "CUSTUPDT: CUSTACCT LINK WRITE FAILED "
                               "FOR ACCOUNT " AcctNumber
                 END-WRITE
                 PERFORM WRITE-NEW-ACCOUNT-LINE
           END-WRITE.

      *****************************************************************
      * Account numbers follow on from the highest already on the
      * master, found once at the start of the run - the branch keys
      * its own numbers through ACCTMAINT outside the batch window.
      *****************************************************************
       FIND-NEXT-ACCOUNT-NUMBER.
           MOVE 1 TO WS-NEXT-ACCT-NUMBER
           MOVE "N" TO ACCT-EOF-FLAG
           MOVE ZEROES TO AcctNumber
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AcctNumber
              INVALID KEY
                 SET ACCT-EOF TO TRUE
           END-START
           PERFORM UNTIL ACCT-EOF
              READ ACCOUNT-MASTER NEXT RECORD
                 AT END
                    SET ACCT-EOF TO TRUE
                 NOT AT END
                    COMPUTE WS-NEXT-ACCT-NUMBER = AcctNumber + 1
              END-READ
           END-PERFORM.

       WRITE-NEW-ACCOUNT-HEADING.
           MOVE SPACES TO NEW-ACCT-RPT-RECORD
           STRING "NEW ACCOUNTS OPENED FOR NEW CUSTOMERS - RUN DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO NEW-ACCT-RPT-RECORD
           WRITE NEW-ACCT-RPT-RECORD
           MOVE "CUST    NAME                  PRD DESCRIPTION        "
                TO NEW-ACCT-RPT-RECORD
           MOVE "    ACCOUNT       LIMIT" TO NEW-ACCT-RPT-RECORD(53:)
           WRITE NEW-ACCT-RPT-RECORD.

       WRITE-NEW-ACCOUNT-LINE.
           MOVE TRANS-CUSTOMER-ID   TO NA-CUSTOMER-ID
           MOVE TRANS-CUSTOMER-NAME TO NA-CUSTOMER-NAME
           MOVE ProductCode         TO NA-PRODUCT
           MOVE ProductDesc         TO NA-PRODUCT-DESC
           MOVE AcctNumber          TO NA-ACCT-NUMBER
           MOVE AcctLimit           TO NA-LIMIT
           MOVE WS-NEWACCT-LINE     TO NEW-ACCT-RPT-RECORD
           WRITE NEW-ACCT-RPT-RECORD.

       WRITE-NEW-ACCOUNT-TOTAL.
           MOVE WS-ACCTS-OPENED-COUNT TO WS-NEWACCT-COUNT-EDIT
           MOVE SPACES TO NEW-ACCT-RPT-RECORD
           STRING "ACCOUNTS OPENED: " DELIMITED BY SIZE
                  WS-NEWACCT-COUNT-EDIT DELIMITED BY SIZE
                  INTO NEW-ACCT-RPT-RECORD
           WRITE NEW-ACCT-RPT-RECORD.

      *****************************************************************
      * The held add is kept whole in the CUSTUPDT.IN layout so the
      * run after it is cleared applies exactly what arrived. Batch
      * holds carry no operator - only a CUSTMAINT hold has one.
      *****************************************************************
       HOLD-FOR-SCREENING.
           INITIALIZE ScreenCase
           MOVE WS-NEXT-SCREEN-CASE TO ScrnCaseNumber
           SET SCRN-IS-HELD         TO TRUE
           MOVE WS-RUN-DATE         TO ScrnHeldDate
           MOVE SPACES              TO ScrnHeldBy
           MOVE WS-LOG-PROGRAM-NAME TO ScrnSource
           MOVE TRANS-CUSTOMER-ID   TO ScrnCustomerID
           MOVE TRANS-CUSTOMER-NAME TO ScrnCustomerName
           MOVE WS-SCREEN-ENTRY     TO ScrnListEntry
           MOVE WS-SCREEN-SOURCE    TO ScrnListSource
           MOVE WS-SCREEN-LIST-NAME TO ScrnListName
           MOVE WS-SCREEN-KIND      TO ScrnMatchKind
           MOVE CUST-TRANS-RECORD   TO ScrnTransaction
           WRITE ScreenCase
              INVALID KEY
                 DISPLAY "CUSTUPDT: SCREENING CASE WRITE FAILED FOR "
                         "CUSTOMER " TRANS-CUSTOMER-ID
           END-WRITE
           ADD 1 TO WS-NEXT-SCREEN-CASE
           PERFORM WRITE-EXCEPTION-SCREENING-HOLD.

      *****************************************************************
      * Cases a compliance officer has cleared since the last run are
      * added before the new batch - they were read and counted as
      * held by an earlier run, so they count only as adds applied
      * and as SCREEN-RELEASED here. The same pass finds the next
      * case number; case numbers are never reused.
      *****************************************************************
       RELEASE-CLEARED-SCREENINGS.
           MOVE "N" TO QUEUE-EOF-FLAG
           MOVE 0 TO ScrnCaseNumber
           START SCREEN-QUEUE KEY IS NOT LESS THAN ScrnCaseNumber
              INVALID KEY
                 SET QUEUE-EOF TO TRUE
           END-START
           PERFORM UNTIL QUEUE-EOF
              READ SCREEN-QUEUE NEXT RECORD
                 AT END
                    SET QUEUE-EOF TO TRUE
                 NOT AT END
                    COMPUTE WS-NEXT-SCREEN-CASE = ScrnCaseNumber + 1
                    IF SCRN-IS-CLEARED
                       PERFORM APPLY-CLEARED-CASE
                    END-IF
              END-READ
           END-PERFORM.

       APPLY-CLEARED-CASE.
           MOVE ScrnTransaction TO CUST-TRANS-RECORD
           PERFORM BUILD-NEW-CUSTOMER
           PERFORM WRITE-NEW-CUSTOMER
           IF ADD-WAS-APPLIED
              ADD 1 TO WS-SCREEN-RELEASED-COUNT
              SET SCRN-IS-APPLIED TO TRUE
              MOVE WS-RUN-DATE TO ScrnAppliedDate
           ELSE
              ADD 1 TO WS-SCREEN-FAILED-COUNT
              SET SCRN-IS-RELEASE-FAILED TO TRUE
           END-IF
           REWRITE ScreenCase
              INVALID KEY
                 DISPLAY "CUSTUPDT: SCREENING CASE " ScrnCaseNumber
                         " COULD NOT BE UPDATED"
           END-REWRITE.

      *****************************************************************
      * An add that arrived through the intake chain carries the JMBG
      * it was registered under - the partner feed leaves the field
                  INTO CUST-EXCPT-RECORD
           WRITE CUST-EXCPT-RECORD.

       WRITE-EXCEPTION-NO-ACCOUNT.
           MOVE SPACES TO CUST-EXCPT-RECORD
           STRING "CUSTOMER ID " DELIMITED BY SIZE
                  TRANS-CUSTOMER-ID DELIMITED BY SIZE
                  " - NO " DELIMITED BY SIZE
                  TRANS-PRODUCT DELIMITED BY SIZE
                  " ACCOUNT, " DELIMITED BY SIZE
                  WS-REFUSED-REASON DELIMITED BY SIZE
                  INTO CUST-EXCPT-RECORD
           WRITE CUST-EXCPT-RECORD.

       WRITE-EXCEPTION-SCREENING-HOLD.
           MOVE SPACES TO CUST-EXCPT-RECORD
           STRING "CUSTOMER ID " DELIMITED BY SIZE
                  TRANS-CUSTOMER-ID DELIMITED BY SIZE
                  " - ADD HELD FOR SCREENING, CASE " DELIMITED BY SIZE
                  ScrnCaseNumber DELIMITED BY SIZE
                  INTO CUST-EXCPT-RECORD
           WRITE CUST-EXCPT-RECORD.

       WRITE-EXCEPTION-NOT-FOUND.
           MOVE SPACES TO CUST-EXCPT-RECORD
           STRING "CUSTOMER ID " DELIMITED BY SIZE
           WRITE CUST-EXCPT-RECORD.

       APPLY-CONTACT-TRANSACTION.
           PERFORM CHECK-TRANS-ADDRESS
           IF POST-CODE-UNKNOWN OR POST-CITY-MISMATCH
              ADD 1 TO WS-EXCEPTION-COUNT
              PERFORM WRITE-EXCEPTION-BAD-ADDRESS
           ELSE
              PERFORM APPLY-CONTACT-CHANGE
           END-IF.

       APPLY-CONTACT-CHANGE.
           MOVE TRANS-CUSTOMER-ID TO CustomerID
           READ CUSTOMER-MASTER
              INVALID KEY
              END-REWRITE
           END-IF.

      *****************************************************************
      * The postal code must be on POSTCODE.DAT and the city the one
      * it belongs to; a good pair has its city rewritten in the
      * official spelling. With no reference file the address goes
      * through unchecked and the run ends with a warning.
      *****************************************************************
       CHECK-TRANS-ADDRESS.
           CALL "POSTCHK" USING TRANS-POSTAL-CODE, TRANS-CITY,
                   WS-POST-RESULT
           IF POST-HAD-NO-REFERENCE
              SET ADDRESSES-WENT-UNCHECKED TO TRUE
           END-IF.

       WRITE-EXCEPTION-BAD-ADDRESS.
           MOVE SPACES TO CUST-EXCPT-RECORD
           IF POST-CODE-UNKNOWN
              STRING "CUSTOMER ID " DELIMITED BY SIZE
                     TRANS-CUSTOMER-ID DELIMITED BY SIZE
                     " - ADDRESS REJECTED, POSTAL CODE UNKNOWN"
                     DELIMITED BY SIZE
                     INTO CUST-EXCPT-RECORD
           ELSE
              STRING "CUSTOMER ID " DELIMITED BY SIZE
                     TRANS-CUSTOMER-ID DELIMITED BY SIZE
                     " - ADDRESS REJECTED, CITY NOT OF POSTCODE"
                     DELIMITED BY SIZE
                     INTO CUST-EXCPT-RECORD
           END-IF
           WRITE CUST-EXCPT-RECORD.

       MOVE-CONTACT-FIELDS.
           MOVE TRANS-STREET      TO CustStreet
           MOVE TRANS-CITY        TO CustCity
                    MOVE CKP-PENDED-COUNT    TO WS-PENDED-COUNT
                    MOVE CKP-MASTER-BEFORE   TO WS-MASTER-BEFORE-COUNT
                    MOVE CKP-FEED-CARRIED    TO WS-FEED-CARRIED
                    IF CKP-SCREEN-HELD IS NUMERIC
                       MOVE CKP-SCREEN-HELD  TO WS-SCREEN-HELD-COUNT
                       MOVE CKP-SCREEN-RELEASED
                            TO WS-SCREEN-RELEASED-COUNT
                    END-IF
                    IF CKP-ACCTS-OPENED IS NUMERIC
                       MOVE CKP-ACCTS-OPENED TO WS-ACCTS-OPENED-COUNT
                       MOVE CKP-ACCTS-REFUSED
                            TO WS-ACCTS-REFUSED-COUNT
                    END-IF
              END-READ
              CLOSE CKP-FILE
           END-IF
           MOVE WS-PENDED-COUNT       TO CKP-PENDED-COUNT
           MOVE WS-MASTER-BEFORE-COUNT TO CKP-MASTER-BEFORE
           MOVE WS-FEED-CARRIED       TO CKP-FEED-CARRIED
           MOVE WS-SCREEN-HELD-COUNT  TO CKP-SCREEN-HELD
           MOVE WS-SCREEN-RELEASED-COUNT TO CKP-SCREEN-RELEASED
           MOVE WS-ACCTS-OPENED-COUNT TO CKP-ACCTS-OPENED
           MOVE WS-ACCTS-REFUSED-COUNT TO CKP-ACCTS-REFUSED
           WRITE CKP-FILE-RECORD
           CLOSE CKP-FILE.


           EVALUATE TRUE
              WHEN WS-REJECT-PCT > WS-REJECT-PCT-LIMIT
                 MOVE 8 TO WS-FINAL-RC
              WHEN WS-EXCEPTION-COUNT > 0
                 MOVE 4 TO WS-FINAL-RC
              WHEN WS-SCREEN-HELD-COUNT > 0
                 OR WS-SCREEN-FAILED-COUNT > 0
                 OR WS-ACCTS-REFUSED-COUNT > 0
                 OR ADDS-WENT-UNSCREENED
                 OR ADDRESSES-WENT-UNCHECKED
                 MOVE 4 TO WS-FINAL-RC
              WHEN RUN-WAS-RESUMED
                 MOVE 4 TO WS-FINAL-RC
              WHEN OTHER
                 MOVE 0 TO WS-FINAL-RC
           END-EVALUATE.
