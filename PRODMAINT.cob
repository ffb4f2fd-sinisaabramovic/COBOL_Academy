      *                               ACCTINT, and ACCTPOST resolve
      *                               their rates, limits, and fees
      *                               from, in the ACCTMAINT pattern
      * 15/10/2026 SINISA ABRAMOVIC  Capture the product type on add
      *                               and change - a loan product is the
      *                               lending rate its schedules are
      *                               built at, so it never accrues
      *                               deposit interest in ACCTINT
      * 15/10/2026 SINISA ABRAMOVIC  Capture the monthly maintenance
      *                               fee and its minimum average
      *                               balance and minimum activity
      *                               waivers for deposit products, and
      *                               list them
      * 15/10/2026 SINISA ABRAMOVIC  A product change is no longer
      *                               rewritten at once - it is held on
      *                               MAINTREQ.DAT through HOLDREQ with
      *                               the record before and after, and
      *                               applied only when a second
      *                               maintenance operator approves it
      *                               through MREQAPPR
      * 15/10/2026 SINISA ABRAMOVIC  Capture and list the adult product
      *                               a youth deposit product converts
      *                               to when its holder comes of age
      * 15/10/2026 SINISA ABRAMOVIC  Term-deposit products - type T
      *                               takes its standard term in months
      *                               and whether an early withdrawal
      *                               is blocked or charged a penalty;
      *                               it never accrues monthly interest
      *                               and carries no maintenance fee
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-FEE-ENTRY             PIC X(10) VALUE SPACES.
       01 WS-ACCRUES-ENTRY         PIC X     VALUE SPACE.
           88 ACCRUES-ENTRY-IS-VALID      VALUE "Y" "N".
       01 WS-TYPE-ENTRY            PIC X     VALUE SPACE.
           88 TYPE-ENTRY-IS-VALID         VALUE "D" "L" "T".
       01 WS-TERM-ENTRY            PIC X(3)  VALUE SPACES.
       01 WS-EARLY-ENTRY           PIC X     VALUE SPACE.
           88 EARLY-ENTRY-IS-VALID        VALUE "B" "P".
       01 WS-PENALTY-ENTRY         PIC X(10) VALUE SPACES.
       01 WS-RPT-TERM              PIC ZZ9.
       01 WS-RPT-RATE              PIC 9.9999.
       01 WS-RPT-LIMIT             PIC ZZZZZZ9.99.
       01 WS-RPT-FEE               PIC ZZZZ9.99.
       01 WS-MAINT-FEE-ENTRY       PIC X(10) VALUE SPACES.
       01 WS-WAIVE-BAL-ENTRY       PIC X(10) VALUE SPACES.
       01 WS-WAIVE-TXN-ENTRY       PIC X(5)  VALUE SPACES.
       01 WS-RPT-TXNS              PIC ZZ9.

      *****************************************************************
      * A product change is held as a pending maintenance request, the
      * product record before and after, for a second operator to
      * approve.
      *****************************************************************
       01 WS-BEFORE-IMAGE          PIC X(75).
       01 WS-AFTER-IMAGE           PIC X(75).
       01 MaintRequest.
           COPY MREQREC.
       01 WS-HOLD-RESULT           PIC XX VALUE "00".
           88 REQUEST-WAS-HELD                VALUE "00".
           88 REQUEST-ALREADY-PENDING         VALUE "10".

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PRODMAINT".
       01 WS-LOG-OUTCOME           PIC X(10).
                            " LIMIT " WS-RPT-LIMIT
                            " ACCRUES " ProductAccrues
                            " NSF FEE " WS-RPT-FEE
                            " TYPE " ProductType
                    PERFORM LIST-MAINTENANCE-FEE
                    PERFORM LIST-TERM-CONDITIONS
                    IF ProductAdultCode NOT = SPACES
                       AND ProductAdultCode NOT = LOW-VALUES
                       DISPLAY "      YOUTH PRODUCT - BECOMES "
                               ProductAdultCode " AT MAJORITY"
                    END-IF
              END-READ
           END-PERFORM.

      *****************************************************************
      * A record written before the maintenance fee existed carries
      * no fee fields at all - it lists, and is charged, as no fee.
      *****************************************************************
       LIST-MAINTENANCE-FEE.
           IF ProductMaintFee IS NUMERIC
              AND ProductMaintFee > 0
              MOVE ProductMaintFee TO WS-RPT-FEE
              MOVE ProductWaiveAvgBal TO WS-RPT-LIMIT
              MOVE ProductWaiveTxns TO WS-RPT-TXNS
              DISPLAY "      MONTHLY FEE " WS-RPT-FEE
                      " WAIVED AT AVG BAL " WS-RPT-LIMIT
                      " OR TXNS " WS-RPT-TXNS
           END-IF.

      *****************************************************************
      * A term product lists its standard term and what an early
      * withdrawal meets before the deposit matures.
      *****************************************************************
       LIST-TERM-CONDITIONS.
           IF PRODUCT-IS-TERM-DEPOSIT
              AND ProductTermMonths IS NUMERIC
              MOVE ProductTermMonths TO WS-RPT-TERM
              IF PRODUCT-CHARGES-EARLY
                 MOVE ProductPenaltyRate TO WS-RPT-RATE
                 DISPLAY "      TERM " WS-RPT-TERM " MONTHS - EARLY "
                         "WITHDRAWAL CHARGED AT " WS-RPT-RATE
              ELSE
                 DISPLAY "      TERM " WS-RPT-TERM " MONTHS - EARLY "
                         "WITHDRAWAL BLOCKED"
              END-IF
           END-IF.

       ADD-PRODUCT.
           DISPLAY "PRODUCT CODE: " WITH NO ADVANCING
           ACCEPT ProductCode
           END-READ

           IF PRODUCT-OK
              MOVE Product TO WS-BEFORE-IMAGE
              PERFORM ACCEPT-PRODUCT-FIELDS
              PERFORM HOLD-PRODUCT-CHANGE
           END-IF.

      *****************************************************************
      * The changed product is not rewritten here - it goes on
      * MAINTREQ.DAT through HOLDREQ and MREQAPPR rewrites it once a
      * second maintenance operator approves it.
      *****************************************************************
       HOLD-PRODUCT-CHANGE.
           MOVE Product TO WS-AFTER-IMAGE
           IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
              DISPLAY "PRODUCT " ProductCode " NOTHING WAS CHANGED"
           ELSE
              INITIALIZE MaintRequest
              SET MREQ-FOR-PRODUCT TO TRUE
              MOVE "C"                 TO MreqAction
              MOVE ProductCode         TO MreqKey
              MOVE WS-LOG-PROGRAM-NAME TO MreqSource
              MOVE WS-BEFORE-IMAGE     TO MreqBeforeImage
              MOVE WS-AFTER-IMAGE      TO MreqAfterImage
              CALL "HOLDREQ" USING MaintRequest, WS-HOLD-RESULT
              EVALUATE TRUE
                 WHEN REQUEST-WAS-HELD
                    DISPLAY "PRODUCT " ProductCode " CHANGE HELD FOR "
                            "APPROVAL AS REQUEST " MreqNumber
                 WHEN REQUEST-ALREADY-PENDING
                    DISPLAY "CHANGE FAILED - REQUEST " MreqNumber
                            " FOR PRODUCT " ProductCode
                            " IS STILL AWAITING APPROVAL"
                 WHEN OTHER
                    DISPLAY "CHANGE FAILED - PRODUCT " ProductCode
                            " REQUEST COULD NOT BE HELD"
              END-EVALUATE
           END-IF.

       ACCEPT-PRODUCT-FIELDS.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT ProductDesc
           DISPLAY "PRODUCT TYPE (D-DEPOSIT, L-LOAN, T-TERM "
                   "DEPOSIT): " WITH NO ADVANCING
           ACCEPT WS-TYPE-ENTRY
           IF TYPE-ENTRY-IS-VALID
              MOVE WS-TYPE-ENTRY TO ProductType
           ELSE
              MOVE "D" TO ProductType
              DISPLAY "PRODUCT TYPE DEFAULTED TO D"
           END-IF
           DISPLAY "INTEREST RATE (0.0000-0.9999): " WITH NO ADVANCING
           ACCEPT WS-RATE-ENTRY
           COMPUTE ProductRate = FUNCTION NUMVAL(WS-RATE-ENTRY)
           DISPLAY "DEFAULT LIMIT (9999999.99): " WITH NO ADVANCING
           ACCEPT WS-LIMIT-ENTRY
           COMPUTE ProductDefLimit = FUNCTION NUMVAL(WS-LIMIT-ENTRY)
           EVALUATE TRUE
              WHEN PRODUCT-IS-LOAN
                 MOVE "N" TO ProductAccrues
                 DISPLAY "LOAN PRODUCT - RATE IS CHARGED THROUGH THE "
                         "SCHEDULE, NOT ACCRUED"
              WHEN PRODUCT-IS-TERM-DEPOSIT
                 MOVE "N" TO ProductAccrues
                 DISPLAY "TERM DEPOSIT - RATE IS ANNUAL AND PAID AT "
                         "MATURITY, NOT ACCRUED"
              WHEN OTHER
                 DISPLAY "INTEREST ACCRUES (Y/N): " WITH NO ADVANCING
                 ACCEPT WS-ACCRUES-ENTRY
                 IF ACCRUES-ENTRY-IS-VALID
                    MOVE WS-ACCRUES-ENTRY TO ProductAccrues
                 ELSE
                    MOVE "Y" TO ProductAccrues
                    DISPLAY "ACCRUAL FLAG DEFAULTED TO Y"
                 END-IF
           END-EVALUATE
           DISPLAY "NSF FEE (99999.99, 0 = SITE DEFAULT): "
                   WITH NO ADVANCING
           ACCEPT WS-FEE-ENTRY
           COMPUTE ProductNsfFee = FUNCTION NUMVAL(WS-FEE-ENTRY)
           PERFORM ACCEPT-MAINTENANCE-FEE
           PERFORM ACCEPT-ADULT-PRODUCT
           PERFORM ACCEPT-TERM-CONDITIONS.

      *****************************************************************
      * A term product's standard term is what ACCTMAINT offers when
      * a deposit is opened on it. An early withdrawal is blocked
      * until maturity unless the product charges a penalty instead -
      * a percentage of the amount taken out. Zero for every other
      * product type.
      *****************************************************************
       ACCEPT-TERM-CONDITIONS.
           MOVE 0 TO ProductTermMonths
           MOVE SPACE TO ProductEarlyRule
           MOVE 0 TO ProductPenaltyRate
           IF PRODUCT-IS-TERM-DEPOSIT
              DISPLAY "STANDARD TERM IN MONTHS (1-360): "
                      WITH NO ADVANCING
              ACCEPT WS-TERM-ENTRY
              COMPUTE ProductTermMonths = FUNCTION NUMVAL(WS-TERM-ENTRY)
              IF ProductTermMonths = 0 OR ProductTermMonths > 360
                 MOVE 12 TO ProductTermMonths
                 DISPLAY "STANDARD TERM DEFAULTED TO 12 MONTHS"
              END-IF
              DISPLAY "EARLY WITHDRAWAL (B-BLOCKED, P-PENALTY): "
                      WITH NO ADVANCING
              ACCEPT WS-EARLY-ENTRY
              IF EARLY-ENTRY-IS-VALID
                 MOVE WS-EARLY-ENTRY TO ProductEarlyRule
              ELSE
                 MOVE "B" TO ProductEarlyRule
                 DISPLAY "EARLY WITHDRAWAL DEFAULTED TO B"
              END-IF
              IF PRODUCT-CHARGES-EARLY
                 DISPLAY "PENALTY RATE ON THE AMOUNT WITHDRAWN "
                         "(0.0000-0.9999): " WITH NO ADVANCING
                 ACCEPT WS-PENALTY-ENTRY
                 COMPUTE ProductPenaltyRate =
                    FUNCTION NUMVAL(WS-PENALTY-ENTRY)
              END-IF
           END-IF.

      *****************************************************************
      * Only a youth deposit product names an adult product - its
      * accounts are moved to it by YOUTHCNV in the month the holder
      * comes of age. Blank for every other product.
      *****************************************************************
       ACCEPT-ADULT-PRODUCT.
           MOVE SPACES TO ProductAdultCode
           IF NOT PRODUCT-IS-LOAN AND NOT PRODUCT-IS-TERM-DEPOSIT
              DISPLAY "ADULT PRODUCT AT MAJORITY (BLANK = NOT A YOUTH "
                      "PRODUCT): " WITH NO ADVANCING
              ACCEPT ProductAdultCode
              IF ProductAdultCode = ProductCode
                 MOVE SPACES TO ProductAdultCode
                 DISPLAY "A PRODUCT CANNOT CONVERT TO ITSELF - "
                         "ADULT PRODUCT LEFT BLANK"
              END-IF
           END-IF.

      *****************************************************************
      * The monthly maintenance fee and the two tests that waive it -
      * either one met for the month is enough. A zero test is not
      * offered; a loan or a term deposit carries no maintenance
      * fee.
      *****************************************************************
       ACCEPT-MAINTENANCE-FEE.
           MOVE 0 TO ProductMaintFee
           MOVE 0 TO ProductWaiveAvgBal
           MOVE 0 TO ProductWaiveTxns
           IF NOT PRODUCT-IS-LOAN AND NOT PRODUCT-IS-TERM-DEPOSIT
              DISPLAY "MONTHLY MAINTENANCE FEE (99999.99, 0 = NONE): "
                      WITH NO ADVANCING
              ACCEPT WS-MAINT-FEE-ENTRY
              COMPUTE ProductMaintFee =
                 FUNCTION NUMVAL(WS-MAINT-FEE-ENTRY)
           END-IF
           IF ProductMaintFee > 0
              DISPLAY "WAIVE AT MINIMUM AVERAGE BALANCE "
                      "(9999999.99, 0 = NO): " WITH NO ADVANCING
              ACCEPT WS-WAIVE-BAL-ENTRY
              COMPUTE ProductWaiveAvgBal =
                 FUNCTION NUMVAL(WS-WAIVE-BAL-ENTRY)
              DISPLAY "WAIVE AT MINIMUM TRANSACTIONS IN THE MONTH "
                      "(999, 0 = NO): " WITH NO ADVANCING
              ACCEPT WS-WAIVE-TXN-ENTRY
              COMPUTE ProductWaiveTxns =
                 FUNCTION NUMVAL(WS-WAIVE-TXN-ENTRY)
           END-IF.

       DELETE-PRODUCT.
           DISPLAY "PRODUCT CODE: " WITH NO ADVANCING
