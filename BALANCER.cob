      *                               balance so the job fails visibly
      *                               instead of publishing a wrong
      *                               listing
      * 15/10/2026 SINISA ABRAMOVIC  ACCTPOST's REVERSED-DEBITS and
      *                               REVERSED-CREDITS join the value
      *                               rule - money a reversal put
      *                               back is part of the balance
      *                               movement but not of the posted
      *                               totals
      * 15/10/2026 SINISA ABRAMOVIC  CUSTUPDT's TRANS-SCREEN-HELD count
      *                               of adds held for watch-list
      *                               screening joins the READ = APPLIED
      *                               + EXCEPTIONS + PENDED cross-foot -
      *                               a held add is neither applied nor
      *                               an exception
      * 15/10/2026 SINISA ABRAMOVIC  Prove PAYROLL's PAYGL.DAT general-
      *                               ledger debits and credits each
      *                               equal the register gross when its
      *                               PAY-GROSS-TOTAL counter is on file
      * 15/10/2026 SINISA ABRAMOVIC  The posting value and transfer
      *                               rules are proved once per
      *                               currency - the base from the
      *                               ACCTPOST counters, each foreign
      *                               currency from its ACCTPOST-ccc
      *                               counters - with the FX legs of
      *                               cross-currency transfers shown
      *                               beside them; the counter table
      *                               is widened to hold them all
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88 CONTROL-EOF                 VALUE "Y".

       01 COUNTER-TABLE.
           02 COUNTER-ENTRY OCCURS 150.
              03 CNT-PROGRAM      PIC X(12).
              03 CNT-COUNTER      PIC X(20).
              03 CNT-VALUE        PIC S9(12).
       01 COUNTER-IDX              PIC 999.
       01 COUNTER-MAX              PIC 999 VALUE 0.
       01 WS-SCAN-IDX              PIC 999.
       01 WS-PRIOR-IDX             PIC 999.
       01 WS-FIRST-SEEN-FLAG       PIC X.
           88 PROGRAM-FIRST-SEEN         VALUE "Y".
       01 WS-POSTING-PROGRAM       PIC X(12).

       01 WS-LOOKUP-PROGRAM        PIC X(12).
       01 WS-LOOKUP-COUNTER        PIC X(20).
       01 WS-TRANS-APPLIED         PIC 9(7) VALUE 0.
       01 WS-TRANS-EXCEPTIONS      PIC 9(7) VALUE 0.
       01 WS-TRANS-PENDED          PIC 9(7) VALUE 0.
       01 WS-TRANS-SCREEN-HELD     PIC 9(7) VALUE 0.
       01 WS-CUSTREL-RELEASED      PIC 9(7) VALUE 0.
       01 WS-FEED-CARRIED          PIC 9(7) VALUE 0.
       01 WS-ADDS-APPLIED          PIC 9(7) VALUE 0.
       01 WS-POSTED-CREDITS        PIC S9(12) VALUE 0.
       01 WS-XFEROUT-TOTAL         PIC S9(12) VALUE 0.
       01 WS-XFERIN-TOTAL          PIC S9(12) VALUE 0.
       01 WS-REVERSED-DEBITS       PIC S9(12) VALUE 0.
       01 WS-REVERSED-CREDITS      PIC S9(12) VALUE 0.
       01 WS-BAL-BEFORE            PIC S9(12) VALUE 0.
       01 WS-BAL-AFTER             PIC S9(12) VALUE 0.
       01 WS-FXOUT-TOTAL           PIC S9(12) VALUE 0.
       01 WS-FXIN-TOTAL            PIC S9(12) VALUE 0.
       01 WS-PAY-NET-TOTAL         PIC S9(12) VALUE 0.
       01 WS-PAY-DEPOSITED         PIC S9(12) VALUE 0.
       01 WS-PAY-MANUAL            PIC S9(12) VALUE 0.
       01 WS-PAYROLL-RAN-FLAG      PIC X  VALUE "N".
           88 PAYROLL-COUNTERS-PRESENT    VALUE "Y".
       01 WS-PAY-GROSS-TOTAL       PIC S9(12) VALUE 0.
       01 WS-PAY-GL-DEBITS         PIC S9(12) VALUE 0.
       01 WS-PAY-GL-CREDITS        PIC S9(12) VALUE 0.
       01 WS-PAYROLL-GL-FLAG       PIC X  VALUE "N".
           88 PAYROLL-GL-COUNTERS-PRESENT VALUE "Y".

       01 WS-OUT-OF-BALANCE-COUNT  PIC 99 VALUE 0.
       01 WS-RPT-VALUE-A           PIC -ZZZZZZZZZZZ9.
                    AT END
                       SET CONTROL-EOF TO TRUE
                    NOT AT END
                       IF COUNTER-MAX < 150
                          ADD 1 TO COUNTER-MAX
                          MOVE CTL-PROGRAM-NAME
                               TO CNT-PROGRAM(COUNTER-MAX)
           PERFORM FIND-COUNTER-VALUE
           MOVE WS-LOOKUP-VALUE TO WS-TRANS-PENDED

           MOVE "TRANS-SCREEN-HELD" TO WS-LOOKUP-COUNTER
           PERFORM FIND-COUNTER-VALUE
           MOVE WS-LOOKUP-VALUE TO WS-TRANS-SCREEN-HELD

           MOVE "CUSTREL" TO WS-LOOKUP-PROGRAM
           MOVE "CUSTREL-RELEASED" TO WS-LOOKUP-COUNTER
           PERFORM FIND-COUNTER-VALUE
           PERFORM FIND-COUNTER-VALUE
           MOVE WS-LOOKUP-VALUE TO WS-REPORT-TOTAL

           PERFORM FETCH-PAYROLL-COUNTERS.

      *****************************************************************
      * ACCTPOST writes one set of value counters per currency - the
      * base currency's under ACCTPOST, every other's under
      * ACCTPOST-ccc. WS-POSTING-PROGRAM names the set to fetch; the
      * FX legs are optional, a run before foreign currencies had
      * none.
      *****************************************************************
       FETCH-POSTING-COUNTERS.
           MOVE WS-POSTING-PROGRAM TO WS-LOOKUP-PROGRAM
           MOVE "POSTED-DEBITS" TO WS-LOOKUP-COUNTER
           PERFORM FIND-COUNTER-VALUE
           MOVE WS-LOOKUP-VALUE TO WS-POSTED-DEBITS
           MOVE "ACCT-BAL-AFTER" TO WS-LOOKUP-COUNTER
           PERFORM FIND-COUNTER-VALUE
           MOVE WS-LOOKUP-VALUE TO WS-BAL-AFTER
           MOVE "REVERSED-DEBITS" TO WS-LOOKUP-COUNTER
           PERFORM FIND-COUNTER-VALUE
           MOVE WS-LOOKUP-VALUE TO WS-REVERSED-DEBITS
           MOVE "REVERSED-CREDITS" TO WS-LOOKUP-COUNTER
           PERFORM FIND-COUNTER-VALUE
           MOVE WS-LOOKUP-VALUE TO WS-REVERSED-CREDITS
           MOVE "FXOUT-TOTAL" TO WS-LOOKUP-COUNTER
           PERFORM FIND-OPTIONAL-COUNTER
           MOVE WS-LOOKUP-VALUE TO WS-FXOUT-TOTAL
           MOVE "FXIN-TOTAL" TO WS-LOOKUP-COUNTER
           PERFORM FIND-OPTIONAL-COUNTER
           MOVE WS-LOOKUP-VALUE TO WS-FXIN-TOTAL.

      *****************************************************************
      * PAYROLL is run on its own schedule, not in the daily chain -
              MOVE "PAY-MANUAL" TO WS-LOOKUP-COUNTER
              PERFORM FIND-OPTIONAL-COUNTER
              MOVE WS-LOOKUP-VALUE TO WS-PAY-MANUAL
              MOVE "PAY-GROSS-TOTAL" TO WS-LOOKUP-COUNTER
              PERFORM FIND-OPTIONAL-COUNTER
              IF COUNTER-WAS-FOUND
                 SET PAYROLL-GL-COUNTERS-PRESENT TO TRUE
                 MOVE WS-LOOKUP-VALUE TO WS-PAY-GROSS-TOTAL
                 MOVE "PAY-GL-DEBITS" TO WS-LOOKUP-COUNTER
                 PERFORM FIND-OPTIONAL-COUNTER
                 MOVE WS-LOOKUP-VALUE TO WS-PAY-GL-DEBITS
                 MOVE "PAY-GL-CREDITS" TO WS-LOOKUP-COUNTER
                 PERFORM FIND-OPTIONAL-COUNTER
                 MOVE WS-LOOKUP-VALUE TO WS-PAY-GL-CREDITS
              END-IF
           END-IF.

       FIND-OPTIONAL-COUNTER.

           COMPUTE WS-RPT-VALUE-A = WS-TRANS-APPLIED
              + WS-TRANS-EXCEPTIONS + WS-TRANS-PENDED
              + WS-TRANS-SCREEN-HELD
           MOVE WS-TRANS-READ TO WS-RPT-VALUE-B
           IF WS-TRANS-READ = WS-TRANS-APPLIED + WS-TRANS-EXCEPTIONS
              + WS-TRANS-PENDED + WS-TRANS-SCREEN-HELD
              PERFORM WRITE-RULE-IN-BALANCE
           ELSE
              PERFORM WRITE-RULE-OUT-OF-BALANCE
           END-IF
           PERFORM WRITE-RULE-NAME-REPORT

           MOVE "ACCTPOST" TO WS-POSTING-PROGRAM
           PERFORM PROVE-POSTING-CURRENCY
           PERFORM PROVE-FOREIGN-CURRENCIES

           IF PAYROLL-COUNTERS-PRESENT
              COMPUTE WS-RPT-VALUE-A =
                 WS-PAY-DEPOSITED + WS-PAY-MANUAL
              MOVE WS-PAY-NET-TOTAL TO WS-RPT-VALUE-B
              IF WS-PAY-DEPOSITED + WS-PAY-MANUAL
                 = WS-PAY-NET-TOTAL
                 PERFORM WRITE-RULE-IN-BALANCE
              ELSE
                 PERFORM WRITE-RULE-OUT-OF-BALANCE
              END-IF
              PERFORM WRITE-RULE-NAME-PAYROLL
           END-IF

           IF PAYROLL-GL-COUNTERS-PRESENT
              MOVE WS-PAY-GL-DEBITS   TO WS-RPT-VALUE-A
              MOVE WS-PAY-GROSS-TOTAL TO WS-RPT-VALUE-B
              IF WS-PAY-GL-DEBITS = WS-PAY-GROSS-TOTAL
                 PERFORM WRITE-RULE-IN-BALANCE
              ELSE
                 PERFORM WRITE-RULE-OUT-OF-BALANCE
              END-IF
              PERFORM WRITE-RULE-NAME-PAY-GL-DR
              MOVE WS-PAY-GL-CREDITS  TO WS-RPT-VALUE-A
              MOVE WS-PAY-GROSS-TOTAL TO WS-RPT-VALUE-B
              IF WS-PAY-GL-CREDITS = WS-PAY-GROSS-TOTAL
                 PERFORM WRITE-RULE-IN-BALANCE
              ELSE
                 PERFORM WRITE-RULE-OUT-OF-BALANCE
              END-IF
              PERFORM WRITE-RULE-NAME-PAY-GL-CR
           END-IF.

      *****************************************************************
      * Each currency's money proves on its own. A cross-currency
      * transfer leaves one currency as FX out and enters the other
      * as FX in - those legs are inside the posted debits and
      * credits, so the value rule holds in each currency, but the
      * two sides are different money and are only shown.
      *****************************************************************
       PROVE-POSTING-CURRENCY.
           PERFORM FETCH-POSTING-COUNTERS
           MOVE SPACES TO BALANCE-RPT-RECORD
           STRING "POSTING VALUES FROM " DELIMITED BY SIZE
                  WS-POSTING-PROGRAM DELIMITED BY SIZE
                  INTO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD

           COMPUTE WS-RPT-VALUE-A =
              WS-POSTED-CREDITS - WS-POSTED-DEBITS
              + WS-REVERSED-CREDITS - WS-REVERSED-DEBITS
           COMPUTE WS-RPT-VALUE-B = WS-BAL-AFTER - WS-BAL-BEFORE
           IF WS-POSTED-CREDITS - WS-POSTED-DEBITS
              + WS-REVERSED-CREDITS - WS-REVERSED-DEBITS
              = WS-BAL-AFTER - WS-BAL-BEFORE
              PERFORM WRITE-RULE-IN-BALANCE
           ELSE
           END-IF
           PERFORM WRITE-RULE-NAME-TRANSFER

           IF WS-FXOUT-TOTAL NOT = 0 OR WS-FXIN-TOTAL NOT = 0
              MOVE WS-FXOUT-TOTAL TO WS-RPT-VALUE-A
              MOVE WS-FXIN-TOTAL  TO WS-RPT-VALUE-B
              MOVE SPACES TO BALANCE-RPT-RECORD
              STRING "  FX OUT " DELIMITED BY SIZE
                     WS-RPT-VALUE-A DELIMITED BY SIZE
                     "  FX IN " DELIMITED BY SIZE
                     WS-RPT-VALUE-B DELIMITED BY SIZE
                     " (CENTS)" DELIMITED BY SIZE
                     INTO BALANCE-RPT-RECORD
              WRITE BALANCE-RPT-RECORD
           END-IF.

      *****************************************************************
      * Every distinct ACCTPOST-ccc program on the control file is a
      * currency the posting run moved or held money in.
      *****************************************************************
       PROVE-FOREIGN-CURRENCIES.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > COUNTER-MAX
              IF CNT-PROGRAM(WS-SCAN-IDX)(1:9) = "ACCTPOST-"
                 MOVE "Y" TO WS-FIRST-SEEN-FLAG
                 PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                         UNTIL WS-PRIOR-IDX NOT < WS-SCAN-IDX
                    IF CNT-PROGRAM(WS-PRIOR-IDX)
                       = CNT-PROGRAM(WS-SCAN-IDX)
                       MOVE "N" TO WS-FIRST-SEEN-FLAG
                    END-IF
                 END-PERFORM
                 IF PROGRAM-FIRST-SEEN
                    MOVE CNT-PROGRAM(WS-SCAN-IDX)
                         TO WS-POSTING-PROGRAM
                    PERFORM PROVE-POSTING-CURRENCY
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-RULE-NAME-VALUE.
           MOVE "  RULE: CREDITS - DEBITS + REVERSALS = MOVEMENT"
                TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD.

                TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD.

       WRITE-RULE-NAME-PAY-GL-DR.
           MOVE "  RULE: PAYGL.DAT DEBITS = REGISTER GROSS (CENTS)"
                TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD.

       WRITE-RULE-NAME-PAY-GL-CR.
           MOVE "  RULE: PAYGL.DAT CREDITS = REGISTER GROSS (CENTS)"
                TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD.

       WRITE-RULE-IN-BALANCE.
           MOVE SPACES TO BALANCE-RPT-RECORD
           STRING "IN BALANCE     " DELIMITED BY SIZE
           WRITE BALANCE-RPT-RECORD.

       WRITE-RULE-NAME-APPLIED.
           MOVE "  RULE: READ = APPLIED + EXCEPTIONS + PENDED + HELD"
                TO BALANCE-RPT-RECORD
           WRITE BALANCE-RPT-RECORD.

