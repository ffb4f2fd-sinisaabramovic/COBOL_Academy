      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Added INSURED-LIMIT - the amount
      *                               of each depositor's deposits,
      *                               in the base currency, the
      *                               deposit insurance covers
      * 15/10/2026 SINISA ABRAMOVIC  Added the FRAUD-DAY-COUNT and
      *                               FRAUD-DAY-TOTAL daily debit
      *                               velocity limits, the
      *                               FRAUD-MULTIPLE of an account's
      *                               normal debit and the
      *                               FRAUD-DORMANT switch ACCTPOST
      *                               reads for its fraud checks;
      *                               the parameter table holds 80
      *                               entries now that there are
      *                               more than 50 known names
      * 15/10/2026 SINISA ABRAMOVIC  Added INTAKE-PRODUCT - the product
      *                               CUSTLOAD names on the intake adds
      *                               it queues, so CUSTUPDT opens each
      *                               new customer's first account;
      *                               blank opens none
      * 15/10/2026 SINISA ABRAMOVIC  Added BASE-CURRENCY - the code the
      *                               bank keeps its books in and
      *                               accounts without a currency are
      *                               held in - under a new currency-
      *                               code rule type; a change to it
      *                               is held for approval like the
      *                               numeric parameters
      * 15/10/2026 SINISA ABRAMOVIC  Added the STEP-SLOW-PCT slow-step
      *                               band and the BATCH-DEADLINE
      *                               window deadline (HHMM) STEPTIME
      *                               reads
      * 15/10/2026 SINISA ABRAMOVIC  A change to a numeric, amount or
      *                               rate parameter is no longer saved
      *                               at once - it is held on
      *                               MAINTREQ.DAT through HOLDREQ for
      *                               a second maintenance operator to
      *                               approve through MREQAPPR. Added
      *                               the MAINT-REQ-DAYS window a held
      *                               request stays approvable for
      * 15/10/2026 SINISA ABRAMOVIC  Added the IDDOC-WARN-DAYS identity
      *                               document expiry warning window
      *                               IDEXPIRY reads
      * 15/10/2026 SINISA ABRAMOVIC  Added the FUNDS-CREDIT-RATE
      *                               monthly value of balances
      *                               RELPROF reads, as a decimal
      *                               rate like INTEREST-RATE
      * 15/10/2026 SINISA ABRAMOVIC  Added the PAY-MIN-NET protected
      *                               net pay amount PAYROLL reads
      * 15/10/2026 SINISA ABRAMOVIC  Added the MAX-FAILED-SUBJECTS
      *                               limit SCHLPROM reads
      * 15/10/2026 SINISA ABRAMOVIC  Added the ARCH-RETAIN-YEARS purge
      *                               archive retention ARCHANON reads
      * 15/10/2026 SINISA ABRAMOVIC  Added the NOTICE-DAYS look-back
      *                               NOTICEGEN reads
      * 15/10/2026 SINISA ABRAMOVIC  Added the KYC-DAYS-HIGH, -MEDIUM,
      *                               and -LOW review intervals
      *                               RISKRATE and CUSTMAINT read
      * 15/10/2026 SINISA ABRAMOVIC  Added the CLEARING-ACCT suspense
      *                               account ACCTPOST and PAYRECN read
      *                               and the CLEARING-BANK-ID PAYOUT
      *                               puts on the clearing file header
      * 15/10/2026 SINISA ABRAMOVIC  Added the DISPUTE-DAYS
      *                               response deadline DISPMNT reads
      * 15/10/2026 SINISA ABRAMOVIC  Added the WHT-RATE withholding-tax
      *                               rate ACCTINT reads, as a decimal
      *                               rate like INTEREST-RATE
      * 02/09/2026 SINISA ABRAMOVIC  Added the VARIANCE-PCT band
      *                               VOLVAR reads
      * 02/09/2026 SINISA ABRAMOVIC  Added the COMPLY-LIMIT amount
           88 PARM-EOF                    VALUE "Y".

       01 PARM-TABLE.
           02 PARM-ENTRY OCCURS 80.
              03 PT-NAME          PIC X(20).
              03 PT-VALUE         PIC X(10).
       01 PARM-IDX                 PIC 99.
      * would quietly fall back to its compiled default.
      *****************************************************************
       01 RULE-TABLE.
           02 RULE-ENTRY OCCURS 53.
              03 RT-NAME          PIC X(20).
              03 RT-TYPE          PIC X.
              03 RT-LOW           PIC 9(4).
       01 WS-OPERATOR-ID           PIC X(8).

       01 WS-CHANGE-COUNT          PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.

      *****************************************************************
      * A threshold, amount or rate - a parameter of rule type N, A or
      * D - is not changed here but held as a pending maintenance
      * request, old value and new, for a second operator to approve.
      *****************************************************************
       01 MaintRequest.
           COPY MREQREC.
       01 WS-HOLD-RESULT           PIC XX VALUE "00".
           88 REQUEST-WAS-HELD                VALUE "00".
           88 REQUEST-ALREADY-PENDING         VALUE "10".

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PARMMAINT".
       01 WS-LOG-OUTCOME           PIC X(10).
           END-PERFORM

           DISPLAY "PARMMAINT: " WS-CHANGE-COUNT " CHANGE(S) APPLIED"
           DISPLAY "PARMMAINT: " WS-HELD-COUNT
                   " CHANGE(S) HELD FOR APPROVAL"

           MOVE PARM-MAX        TO WS-LOG-READ-COUNT
           MOVE WS-CHANGE-COUNT TO WS-LOG-ACCEPT-COUNT
                    AT END
                       SET PARM-EOF TO TRUE
                    NOT AT END
                       IF PARM-MAX < 80
                          ADD 1 TO PARM-MAX
                          MOVE PARM-NAME  TO PT-NAME(PARM-MAX)
                          MOVE PARM-VALUE TO PT-VALUE(PARM-MAX)
       FIND-RULE.
           MOVE 0 TO WS-RULE-IDX
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > 53
              IF RT-NAME(RULE-IDX) = WS-ENTRY-NAME
                 MOVE RULE-IDX TO WS-RULE-IDX
              END-IF
              DISPLAY "CHANGE REFUSED - VALUE " WS-ENTRY-VALUE
                      " FAILS THE RULES FOR " WS-ENTRY-NAME
           ELSE
              IF WS-RULE-IDX > 0
                 AND (RT-TYPE(WS-RULE-IDX) = "N"
                      OR RT-TYPE(WS-RULE-IDX) = "A"
                      OR RT-TYPE(WS-RULE-IDX) = "D"
                      OR RT-TYPE(WS-RULE-IDX) = "C")
                 PERFORM HOLD-PARAMETER-CHANGE
              ELSE
                 PERFORM APPLY-PARAMETER-CHANGE
              END-IF
           END-IF.

       APPLY-PARAMETER-CHANGE.
           PERFORM FIND-PARAMETER
           IF WS-FOUND-IDX > 0
              MOVE PT-VALUE(WS-FOUND-IDX) TO WS-OLD-VALUE
              MOVE WS-ENTRY-VALUE TO PT-VALUE(WS-FOUND-IDX)
           ELSE
              IF PARM-MAX >= 80
                 DISPLAY "PARAMETER TABLE FULL - ADD REFUSED"
              ELSE
                 MOVE SPACES TO WS-OLD-VALUE
                 ADD 1 TO PARM-MAX
                 MOVE WS-ENTRY-NAME  TO PT-NAME(PARM-MAX)
                 MOVE WS-ENTRY-VALUE TO PT-VALUE(PARM-MAX)
              END-IF
           END-IF
           IF WS-FOUND-IDX > 0 OR PARM-MAX < 80
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-PARM-TABLE
              PERFORM WRITE-HISTORY-RECORD
              DISPLAY "PARAMETER " WS-ENTRY-NAME " SET TO "
                      WS-ENTRY-VALUE
           END-IF.

      *****************************************************************
      * The old value, spaces when the parameter is not yet on file,
      * and the new one go on MAINTREQ.DAT through HOLDREQ. MREQAPPR
      * saves the new value and writes the PARMHIST.LOG line once a
      * second maintenance operator approves it.
      *****************************************************************
       HOLD-PARAMETER-CHANGE.
           PERFORM FIND-PARAMETER
           IF WS-FOUND-IDX > 0
              MOVE PT-VALUE(WS-FOUND-IDX) TO WS-OLD-VALUE
           ELSE
              MOVE SPACES TO WS-OLD-VALUE
           END-IF
           IF WS-FOUND-IDX > 0 AND WS-OLD-VALUE = WS-ENTRY-VALUE
              DISPLAY "PARAMETER " WS-ENTRY-NAME " NOTHING WAS CHANGED"
           ELSE
              INITIALIZE MaintRequest
              SET MREQ-FOR-PARAMETER TO TRUE
              MOVE "C"                 TO MreqAction
              MOVE WS-ENTRY-NAME       TO MreqKey
              MOVE WS-LOG-PROGRAM-NAME TO MreqSource
              MOVE WS-OLD-VALUE        TO MreqBeforeValue
              MOVE WS-ENTRY-VALUE      TO MreqAfterValue
              CALL "HOLDREQ" USING MaintRequest, WS-HOLD-RESULT
              EVALUATE TRUE
                 WHEN REQUEST-WAS-HELD
                    ADD 1 TO WS-HELD-COUNT
                    DISPLAY "PARAMETER " WS-ENTRY-NAME " CHANGE HELD "
                            "FOR APPROVAL AS REQUEST " MreqNumber
                 WHEN REQUEST-ALREADY-PENDING
                    DISPLAY "CHANGE REFUSED - REQUEST " MreqNumber
                            " FOR " WS-ENTRY-NAME
                            " IS STILL AWAITING APPROVAL"
                 WHEN OTHER
                    DISPLAY "CHANGE REFUSED - " WS-ENTRY-NAME
                            " REQUEST COULD NOT BE HELD"
              END-EVALUATE
           END-IF.

       DELETE-PARAMETER.
                    PERFORM VALIDATE-DECIMAL-VALUE
                 WHEN "A"
                    PERFORM VALIDATE-AMOUNT-VALUE
                 WHEN "C"
                    PERFORM VALIDATE-CURRENCY-VALUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
                      "MOST ONE POINT"
           END-IF.

      *****************************************************************
      * Currency-typed parameters take a three-letter ISO code and
      * nothing after it - the code is compared against AcctCurrency
      * and the FXRATE.DAT keys, so a stray character would match
      * nothing.
      *****************************************************************
       VALIDATE-CURRENCY-VALUE.
           IF WS-ENTRY-VALUE(1:3) IS NOT ALPHABETIC-UPPER
              OR WS-ENTRY-VALUE(1:1) = SPACE
              OR WS-ENTRY-VALUE(2:1) = SPACE
              OR WS-ENTRY-VALUE(3:1) = SPACE
              OR WS-ENTRY-VALUE(4:7) NOT = SPACES
              MOVE "N" TO WS-VALUE-OK-FLAG
              DISPLAY "VALUE MUST BE A THREE-LETTER CURRENCY CODE"
           END-IF.

      *****************************************************************
      * List-typed parameters take a value made only of the letters
      * in the rule's list - PASSING-GRADES is a string of grades,
           MOVE "A" TO RT-TYPE(29)
           MOVE "VARIANCE-PCT"      TO RT-NAME(30)
           MOVE "N" TO RT-TYPE(30)
           MOVE 1 TO RT-LOW(30)  MOVE 999 TO RT-HIGH(30)
           MOVE "WHT-RATE"          TO RT-NAME(31)
           MOVE "D" TO RT-TYPE(31)
           MOVE "DISPUTE-DAYS"      TO RT-NAME(32)
           MOVE "N" TO RT-TYPE(32)
           MOVE 1 TO RT-LOW(32)  MOVE 365 TO RT-HIGH(32)
           MOVE "CLEARING-ACCT"     TO RT-NAME(33)
           MOVE "X" TO RT-TYPE(33)
           MOVE "CLEARING-BANK-ID"  TO RT-NAME(34)
           MOVE "X" TO RT-TYPE(34)
           MOVE "KYC-DAYS-HIGH"     TO RT-NAME(35)
           MOVE "N" TO RT-TYPE(35)
           MOVE 1 TO RT-LOW(35)  MOVE 3650 TO RT-HIGH(35)
           MOVE "KYC-DAYS-MEDIUM"   TO RT-NAME(36)
           MOVE "N" TO RT-TYPE(36)
           MOVE 1 TO RT-LOW(36)  MOVE 3650 TO RT-HIGH(36)
           MOVE "KYC-DAYS-LOW"      TO RT-NAME(37)
           MOVE "N" TO RT-TYPE(37)
           MOVE 1 TO RT-LOW(37)  MOVE 3650 TO RT-HIGH(37)
           MOVE "NOTICE-DAYS"       TO RT-NAME(38)
           MOVE "N" TO RT-TYPE(38)
           MOVE 1 TO RT-LOW(38)  MOVE 3650 TO RT-HIGH(38)
           MOVE "ARCH-RETAIN-YEARS" TO RT-NAME(39)
           MOVE "N" TO RT-TYPE(39)
           MOVE 1 TO RT-LOW(39)  MOVE 99 TO RT-HIGH(39)
           MOVE "MAX-FAILED-SUBJECTS" TO RT-NAME(40)
           MOVE "N" TO RT-TYPE(40)
           MOVE 0 TO RT-LOW(40)  MOVE 20 TO RT-HIGH(40)
           MOVE "PAY-MIN-NET"       TO RT-NAME(41)
           MOVE "A" TO RT-TYPE(41)
           MOVE "FUNDS-CREDIT-RATE" TO RT-NAME(42)
           MOVE "D" TO RT-TYPE(42)
           MOVE "IDDOC-WARN-DAYS"   TO RT-NAME(43)
           MOVE "N" TO RT-TYPE(43)
           MOVE 1 TO RT-LOW(43)  MOVE 3650 TO RT-HIGH(43)
           MOVE "MAINT-REQ-DAYS"    TO RT-NAME(44)
           MOVE "N" TO RT-TYPE(44)
           MOVE 1 TO RT-LOW(44)  MOVE 365 TO RT-HIGH(44)
           MOVE "STEP-SLOW-PCT"     TO RT-NAME(45)
           MOVE "N" TO RT-TYPE(45)
           MOVE 1 TO RT-LOW(45)  MOVE 999 TO RT-HIGH(45)
           MOVE "BATCH-DEADLINE"    TO RT-NAME(46)
           MOVE "N" TO RT-TYPE(46)
           MOVE 0 TO RT-LOW(46)  MOVE 2359 TO RT-HIGH(46)
           MOVE "BASE-CURRENCY"     TO RT-NAME(47)
           MOVE "C" TO RT-TYPE(47)
           MOVE "INTAKE-PRODUCT"    TO RT-NAME(48)
           MOVE "X" TO RT-TYPE(48)
           MOVE "FRAUD-DAY-COUNT"   TO RT-NAME(49)
           MOVE "N" TO RT-TYPE(49)
           MOVE 1 TO RT-LOW(49)  MOVE 999 TO RT-HIGH(49)
           MOVE "FRAUD-DAY-TOTAL"   TO RT-NAME(50)
           MOVE "A" TO RT-TYPE(50)
           MOVE "FRAUD-MULTIPLE"    TO RT-NAME(51)
           MOVE "N" TO RT-TYPE(51)
           MOVE 2 TO RT-LOW(51)  MOVE 999 TO RT-HIGH(51)
           MOVE "FRAUD-DORMANT"     TO RT-NAME(52)
           MOVE "L" TO RT-TYPE(52)
           MOVE "YN" TO RT-LIST(52)
           MOVE "INSURED-LIMIT"     TO RT-NAME(53)
           MOVE "A" TO RT-TYPE(53).
