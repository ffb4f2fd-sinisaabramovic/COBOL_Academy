      *                               the record area otherwise
      *                               carries the prior customer's
      *                               stamp onto the new record
      * 15/10/2026 SINISA ABRAMOVIC  Picked id and history images
      *                               widened for the six-digit customer
      *                               number
      * 15/10/2026 SINISA ABRAMOVIC  K-KYC REVIEW action - records a
      *                               completed KYC review on
      *                               CUSTRISK.DAT, schedules the next
      *                               review one interval out for the
      *                               customer's rating, and logs it to
      *                               RISKCHG.LOG
      * 15/10/2026 SINISA ABRAMOVIC  Screen the name on an add through
      *                               the shared NAMESCRN routine - a
      *                               possible watch-list hit is not
      *                               written but held on the SCRNQ.DAT
      *                               screening queue, in the
      *                               CUSTUPDT.IN layout and stamped
      *                               with the keying operator, for a
      *                               compliance officer to clear or
      *                               confirm
      * 15/10/2026 SINISA ABRAMOVIC  Check the postal code and city
      *                               keyed on an add or E-CONTACT
      *                               change through the shared POSTCHK
      *                               routine - an unknown code or a
      *                               city that is not the code's own
      *                               refuses the add or change, and a
      *                               good pair is stored with the city
      *                               in its official spelling
      * 15/10/2026 SINISA ABRAMOVIC  A change, contact change or
      *                               inactivation is no longer
      *                               rewritten at once - it is held on
      *                               MAINTREQ.DAT through HOLDREQ with
      *                               the record before and after, and
      *                               applied only when a second
      *                               maintenance operator approves it
      *                               through MREQAPPR
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUST-RISK ASSIGN TO "CUSTRISK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RiskCustomerID
               FILE STATUS IS WS-RISK-STATUS.
           SELECT RISK-CHANGE-LOG ASSIGN TO "RISKCHG.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCHG-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO "SCRNQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScrnCaseNumber
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 Customer.
           COPY CUSTREC.

       FD  CUST-RISK.
       01 CustRisk.
           COPY RISKREC.

       FD  RISK-CHANGE-LOG.
       01 RISK-CHANGE-RECORD.
           COPY RCHGREC.

       FD  SCREEN-QUEUE.
       01 ScreenCase.
           COPY SCRNREC.

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
           88 CUSTMAST-DUPLICATE              VALUE "22".
           88 CUSTMAST-NOT-FOUND              VALUE "23".
       01 WS-RISK-STATUS           PIC XX VALUE "00".
           88 RISK-OK                         VALUE "00".
       01 WS-RCHG-STATUS           PIC XX VALUE "00".
           88 RCHG-FILE-NOT-FOUND             VALUE "35".
       01 WS-RISK-OPEN-FLAG        PIC X  VALUE "N".
           88 RISK-FILE-IS-OPEN               VALUE "Y".
       01 WS-QUEUE-STATUS          PIC XX VALUE "00".
           88 QUEUE-FILE-OK                   VALUE "00".
       01 QUEUE-EOF-FLAG           PIC X  VALUE "N".
           88 QUEUE-EOF                   VALUE "Y".
       01 WS-NEXT-SCREEN-CASE      PIC 9(7).
       01 WS-SCREEN-RESULT         PIC XX VALUE "00".
           88 SCREEN-FOUND-A-HIT              VALUE "10".
           88 SCREEN-HAD-NO-LIST              VALUE "90".
       01 WS-SCREEN-HIT.
           02 WS-SCREEN-ENTRY      PIC X(8).
           02 WS-SCREEN-SOURCE     PIC X.
           02 WS-SCREEN-LIST-NAME  PIC X(30).
           02 WS-SCREEN-KIND       PIC X(10).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-POST-RESULT           PIC XX VALUE "00".
           88 ADDRESS-IS-ACCEPTED             VALUE "00" "90".
           88 ADDRESS-IS-REFUSED              VALUE "10" "20".
           88 POST-CODE-UNKNOWN               VALUE "10".
           88 POST-HAD-NO-REFERENCE           VALUE "90".
       01 WS-KEYED-CITY            PIC X(20).

      *****************************************************************
      * A change, contact change or inactivation is not rewritten here
      * - it is held as a pending maintenance request, with the record
      * before and after, for a second operator to approve.
      *****************************************************************
       01 MaintRequest.
           COPY MREQREC.
       01 WS-HOLD-RESULT           PIC XX VALUE "00".
           88 REQUEST-WAS-HELD                VALUE "00".
           88 REQUEST-ALREADY-PENDING         VALUE "10".
       01 WS-REQUEST-ACTION        PIC X  VALUE SPACE.

      *****************************************************************
      * An add held for screening is queued in the CUSTUPDT.IN layout
      * so the CUSTUPDT run after it is cleared applies it like any
      * other add.
      *****************************************************************
       01 WS-HELD-TRANS.
           02 WS-HT-CODE           PIC X     VALUE "A".
           02 WS-HT-CUSTOMER-ID    PIC 9(6).
           02 WS-HT-CUSTOMER-NAME  PIC X(20).
           02 WS-HT-BIRTH-DAY      PIC 99.
           02 WS-HT-BIRTH-MONTH    PIC 99.
           02 WS-HT-BIRTH-YEAR     PIC 9(4).
           02 WS-HT-STREET         PIC X(30).
           02 WS-HT-CITY           PIC X(20).
           02 WS-HT-POSTAL-CODE    PIC X(10).
           02 WS-HT-PHONE          PIC X(15).
           02 WS-HT-EMAIL          PIC X(30).
           02 WS-HT-EFF-DATE       PIC X(8)  VALUE SPACES.
           02 WS-HT-JMBG           PIC X(13) VALUE SPACES.

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-ADD               VALUE "A".
           88 ACTION-IS-INACTIVATE        VALUE "I".
           88 ACTION-IS-CONTACT           VALUE "E".
           88 ACTION-IS-SEARCH            VALUE "S".
           88 ACTION-IS-KYC-REVIEW        VALUE "K".
           88 ACTION-IS-EXIT              VALUE "X".

       01 SEARCH-NAME-ENTRY        PIC X(20) VALUE SPACES.
           88 BROWSE-IS-DONE              VALUE "Y".
       01 WS-BROWSE-COUNT          PIC 99 VALUE 0.
       01 WS-MORE-ANSWER           PIC X  VALUE SPACE.
       01 WS-PICKED-ID             PIC X(6) VALUE SPACES.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-NEXT-REVIEW-NUM       PIC 9(8).
       01 WS-INTERVAL-DAYS         PIC 9(4).
       01 WS-DAYS-HIGH             PIC 9(4) VALUE 365.
       01 WS-DAYS-MEDIUM           PIC 9(4) VALUE 730.
       01 WS-DAYS-LOW              PIC 9(4) VALUE 1095.
       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "CUSTMAINT".
       01 WS-DELIV-ENTRY           PIC X     VALUE SPACE.
           88 DELIV-ENTRY-IS-VALID        VALUE "P" "E".
       01 WS-BEFORE-IMAGE          PIC X(149) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".
              CLOSE CUSTOMER-MASTER
              OPEN I-O CUSTOMER-MASTER
           END-IF
           OPEN I-O CUST-RISK
           IF RISK-OK
              SET RISK-FILE-IS-OPEN TO TRUE
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (A-ADD, C-CHANGE, E-CONTACT, "
                      "I-INACTIVATE, S-SEARCH, K-KYC REVIEW, "
                      "X-EXIT): "
                      WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                    PERFORM CHANGE-CONTACT
                 WHEN ACTION-IS-SEARCH
                    PERFORM SEARCH-CUSTOMER
                 WHEN ACTION-IS-KYC-REVIEW
                    PERFORM RECORD-KYC-REVIEW
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN OTHER
           END-PERFORM

           CLOSE CUSTOMER-MASTER
           IF RISK-FILE-IS-OPEN
              CLOSE CUST-RISK
           END-IF

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOG-PROGRAM-NAME WS-LOCK-ACTION
           IF BIRTH-DATE-IS-INVALID
              DISPLAY "ADD FAILED - CUSTOMER ID " CustomerID
                      " HAS AN INVALID BIRTH DATE " BirthDate
           END-IF
           IF BIRTH-DATE-IS-VALID AND ADDRESS-IS-REFUSED
              DISPLAY "ADD FAILED - CUSTOMER ID " CustomerID
                      " ADDRESS NOT ACCEPTED"
           END-IF
           IF BIRTH-DATE-IS-VALID AND ADDRESS-IS-ACCEPTED
              CALL "NAMESCRN" USING CustomerName, WS-SCREEN-RESULT,
                      WS-SCREEN-HIT
              IF SCREEN-HAD-NO-LIST
                 DISPLAY "NO WATCH LIST ON FILE - NAME NOT SCREENED"
              END-IF
           END-IF

           IF BIRTH-DATE-IS-VALID AND ADDRESS-IS-ACCEPTED
              AND SCREEN-FOUND-A-HIT
              PERFORM HOLD-ADD-FOR-SCREENING
           END-IF

           IF BIRTH-DATE-IS-VALID AND ADDRESS-IS-ACCEPTED
              AND NOT SCREEN-FOUND-A-HIT
              WRITE Customer
                 INVALID KEY
                    DISPLAY "ADD FAILED - CUSTOMER ID " CustomerID
              END-WRITE
           END-IF.

      *****************************************************************
      * A possible watch-list hit is not written - the add waits on
      * the screening queue for a compliance officer, who cannot be
      * the operator that keyed it. An ID already on the master is
      * refused here rather than left for the officer to find.
      *****************************************************************
       HOLD-ADD-FOR-SCREENING.
           MOVE Customer TO WS-AFTER-IMAGE
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
           END-READ
           IF CUSTMAST-OK
              DISPLAY "ADD FAILED - CUSTOMER ID " CustomerID
                      " ALREADY EXISTS"
           ELSE
              MOVE WS-AFTER-IMAGE TO Customer
              PERFORM WRITE-SCREENING-CASE
           END-IF.

       WRITE-SCREENING-CASE.
           CALL "GETRUNDT" USING WS-RUN-DATE
           CALL "GETOPER" USING WS-OPERATOR-ID
           MOVE CustomerID     TO WS-HT-CUSTOMER-ID
           MOVE CustomerName   TO WS-HT-CUSTOMER-NAME
           MOVE BirthDay       TO WS-HT-BIRTH-DAY
           MOVE BirthMonth     TO WS-HT-BIRTH-MONTH
           MOVE BirthYear      TO WS-HT-BIRTH-YEAR
           MOVE CustStreet     TO WS-HT-STREET
           MOVE CustCity       TO WS-HT-CITY
           MOVE CustPostalCode TO WS-HT-POSTAL-CODE
           MOVE CustPhone      TO WS-HT-PHONE
           MOVE CustEmail      TO WS-HT-EMAIL

           OPEN I-O SCREEN-QUEUE
           IF NOT QUEUE-FILE-OK
              CLOSE SCREEN-QUEUE
              OPEN OUTPUT SCREEN-QUEUE
              CLOSE SCREEN-QUEUE
              OPEN I-O SCREEN-QUEUE
           END-IF
           PERFORM FIND-NEXT-SCREEN-CASE

           INITIALIZE ScreenCase
           MOVE WS-NEXT-SCREEN-CASE TO ScrnCaseNumber
           SET SCRN-IS-HELD         TO TRUE
           MOVE WS-RUN-DATE         TO ScrnHeldDate
           MOVE WS-OPERATOR-ID      TO ScrnHeldBy
           MOVE WS-LOG-PROGRAM-NAME TO ScrnSource
           MOVE CustomerID          TO ScrnCustomerID
           MOVE CustomerName        TO ScrnCustomerName
           MOVE WS-SCREEN-ENTRY     TO ScrnListEntry
           MOVE WS-SCREEN-SOURCE    TO ScrnListSource
           MOVE WS-SCREEN-LIST-NAME TO ScrnListName
           MOVE WS-SCREEN-KIND      TO ScrnMatchKind
           MOVE WS-HELD-TRANS       TO ScrnTransaction
           WRITE ScreenCase
              INVALID KEY
                 DISPLAY "ADD FAILED - SCREENING CASE COULD NOT BE "
                         "WRITTEN FOR CUSTOMER ID " CustomerID
              NOT INVALID KEY
                 DISPLAY "CUSTOMER " CustomerID " NOT ADDED - NAME "
                         "RESEMBLES WATCH-LIST ENTRY " WS-SCREEN-ENTRY
                 DISPLAY "HELD FOR COMPLIANCE REVIEW AS SCREENING "
                         "CASE " ScrnCaseNumber
           END-WRITE
           CLOSE SCREEN-QUEUE.

       FIND-NEXT-SCREEN-CASE.
           MOVE 1 TO WS-NEXT-SCREEN-CASE
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
              END-READ
           END-PERFORM.

       CHANGE-CUSTOMER.
           DISPLAY "CUSTOMER ID: " WITH NO ADVANCING
           ACCEPT CustomerID
                 DISPLAY "CHANGE FAILED - CUSTOMER ID " CustomerID
                         " HAS AN INVALID BIRTH DATE " BirthDate
              ELSE
                 MOVE "C" TO WS-REQUEST-ACTION
                 PERFORM HOLD-CUSTOMER-CHANGE
              END-IF
           END-IF.

              SET CUSTOMER-IS-INACTIVE TO TRUE
              CALL "GETRUNDT" USING WS-RUN-DATE
              MOVE WS-RUN-DATE TO CustInactiveDate
              MOVE "I" TO WS-REQUEST-ACTION
              PERFORM HOLD-CUSTOMER-CHANGE
           END-IF.

       ACCEPT-CONTACT-FIELDS.
           ACCEPT CustCity
           DISPLAY "POSTAL CODE: " WITH NO ADVANCING
           ACCEPT CustPostalCode
           PERFORM CHECK-CONTACT-ADDRESS
           DISPLAY "PHONE: " WITH NO ADVANCING
           ACCEPT CustPhone
           DISPLAY "E-MAIL: " WITH NO ADVANCING
           IF CUSTMAST-OK
              MOVE Customer TO WS-BEFORE-IMAGE
              PERFORM ACCEPT-CONTACT-FIELDS
           END-IF

           IF CUSTMAST-OK AND ADDRESS-IS-REFUSED
              DISPLAY "CONTACT CHANGE FAILED - CUSTOMER ID "
                      CustomerID " ADDRESS NOT ACCEPTED"
           END-IF

           IF CUSTMAST-OK AND ADDRESS-IS-ACCEPTED
              MOVE "E" TO WS-REQUEST-ACTION
              PERFORM HOLD-CUSTOMER-CHANGE
           END-IF.

      *****************************************************************
      * The customer record as read and as keyed go on MAINTREQ.DAT
      * through HOLDREQ; MREQAPPR rewrites the master, and logs the
      * images to CUSTHIST.LOG, once another operator approves. A
      * change that alters nothing is not held.
      *****************************************************************
       HOLD-CUSTOMER-CHANGE.
           MOVE Customer TO WS-AFTER-IMAGE
           IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
              DISPLAY "CUSTOMER " CustomerID " - NOTHING WAS CHANGED"
           ELSE
              INITIALIZE MaintRequest
              SET MREQ-FOR-CUSTOMER TO TRUE
              MOVE WS-REQUEST-ACTION   TO MreqAction
              MOVE CustomerID          TO MreqKey
              MOVE WS-LOG-PROGRAM-NAME TO MreqSource
              MOVE WS-BEFORE-IMAGE     TO MreqBeforeImage
              MOVE WS-AFTER-IMAGE      TO MreqAfterImage
              CALL "HOLDREQ" USING MaintRequest, WS-HOLD-RESULT
              EVALUATE TRUE
                 WHEN REQUEST-WAS-HELD
                    DISPLAY "CUSTOMER " CustomerID " CHANGE HELD FOR "
                            "APPROVAL AS REQUEST " MreqNumber
                 WHEN REQUEST-ALREADY-PENDING
                    DISPLAY "CHANGE REFUSED - REQUEST " MreqNumber
                            " FOR CUSTOMER " CustomerID
                            " IS STILL AWAITING APPROVAL"
                 WHEN OTHER
                    DISPLAY "CHANGE FAILED - CUSTOMER " CustomerID
                            " REQUEST COULD NOT BE HELD"
              END-EVALUATE
           END-IF.

      *****************************************************************
      * The postal code must be on POSTCODE.DAT and the city the one
      * it belongs to. A good pair takes the official city spelling,
      * and the operator is told when the keyed city was changed.
      *****************************************************************
       CHECK-CONTACT-ADDRESS.
           MOVE CustCity TO WS-KEYED-CITY
           CALL "POSTCHK" USING CustPostalCode, CustCity,
                   WS-POST-RESULT
           EVALUATE TRUE
              WHEN POST-HAD-NO-REFERENCE
                 DISPLAY "NO POSTAL CODES ON FILE - ADDRESS NOT "
                         "CHECKED"
              WHEN POST-CODE-UNKNOWN
                 DISPLAY "POSTAL CODE " CustPostalCode
                         " IS NOT ON THE REFERENCE FILE"
              WHEN ADDRESS-IS-REFUSED
                 DISPLAY "CITY " CustCity " IS NOT THE CITY OF "
                         "POSTAL CODE " CustPostalCode
              WHEN CustCity NOT = WS-KEYED-CITY
                 DISPLAY "CITY STANDARDIZED TO " CustCity
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       SEARCH-CUSTOMER.
           DISPLAY "FULL OR PARTIAL NAME: " WITH NO ADVANCING
           ACCEPT SEARCH-NAME-ENTRY
                 SET BROWSE-IS-DONE TO TRUE
              END-IF
           END-IF.

      *****************************************************************
      * A completed KYC review restarts the clock - the next review
      * falls one interval for the customer's current rating after
      * today. Only a customer RISKRATE has rated can be reviewed.
      *****************************************************************
       RECORD-KYC-REVIEW.
           DISPLAY "CUSTOMER ID: " WITH NO ADVANCING
           ACCEPT CustomerID
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY "KYC REVIEW FAILED - CUSTOMER ID " CustomerID
                         " NOT FOUND"
           END-READ

           IF CUSTMAST-OK
              IF NOT RISK-FILE-IS-OPEN
                 DISPLAY "KYC REVIEW REFUSED - NO CUSTOMER HAS BEEN "
                         "RATED BY RISKRATE YET"
              ELSE
                 MOVE CustomerID TO RiskCustomerID
                 READ CUST-RISK
                    INVALID KEY
                       DISPLAY "KYC REVIEW REFUSED - CUSTOMER "
                               CustomerID " HAS NOT BEEN RATED"
                    NOT INVALID KEY
                       PERFORM APPLY-KYC-REVIEW
                 END-READ
              END-IF
           END-IF.

       APPLY-KYC-REVIEW.
           PERFORM LOAD-REVIEW-INTERVALS
           EVALUATE TRUE
              WHEN RISK-IS-HIGH
                 MOVE WS-DAYS-HIGH TO WS-INTERVAL-DAYS
              WHEN RISK-IS-MEDIUM
                 MOVE WS-DAYS-MEDIUM TO WS-INTERVAL-DAYS
              WHEN OTHER
                 MOVE WS-DAYS-LOW TO WS-INTERVAL-DAYS
           END-EVALUATE
           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-NEXT-REVIEW-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              + WS-INTERVAL-DAYS)
           MOVE WS-RUN-DATE        TO RiskLastReview
           MOVE WS-NEXT-REVIEW-NUM TO RiskNextReview
           REWRITE CustRisk
              INVALID KEY
                 DISPLAY "KYC REVIEW FAILED - CUSTOMER " CustomerID
                         " RATING COULD NOT BE REWRITTEN"
              NOT INVALID KEY
                 DISPLAY "CUSTOMER " CustomerID " KYC REVIEW RECORDED"
                         " - NEXT REVIEW DUE " RiskNextReview
                 PERFORM WRITE-REVIEW-CHANGE
           END-REWRITE.

       WRITE-REVIEW-CHANGE.
           OPEN EXTEND RISK-CHANGE-LOG
           IF RCHG-FILE-NOT-FOUND
              OPEN OUTPUT RISK-CHANGE-LOG
           END-IF
           INITIALIZE RISK-CHANGE-RECORD WITH FILLER
           MOVE WS-RUN-DATE         TO RCHG-DATE
           MOVE WS-LOG-PROGRAM-NAME TO RCHG-PROGRAM
           MOVE CustomerID          TO RCHG-CUSTOMER
           MOVE RiskRating          TO RCHG-OLD-RATING
           MOVE RiskRating          TO RCHG-NEW-RATING
           MOVE RiskScore           TO RCHG-SCORE
           MOVE RiskNextReview      TO RCHG-NEXT-REVIEW
           MOVE "KYC REVIEW COMPLETED" TO RCHG-REASON
           WRITE RISK-CHANGE-RECORD
           CLOSE RISK-CHANGE-LOG.

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
