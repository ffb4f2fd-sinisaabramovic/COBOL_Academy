      *                               once per missed due date), and a
      *                               generated-orders report shows
      *                               what was queued
      * 15/10/2026 SINISA ABRAMOVIC  Stamp each generated transaction
      *                               with an SO + order + due-date
      *                               originator reference, so a
      *                               rerun that queues the same due
      *                               date again is caught by
      *                               ACCTPOST's duplicate registry;
      *                               layout now from POSTREC
      * 15/10/2026 SINISA ABRAMOVIC  Test each generated debit against
      *                               the account's available balance -
      *                               balance plus overdraft less the
      *                               active holds from GETHOLDS - and
      *                               flag the ones ACCTPOST will
      *                               decline on the report, with their
      *                               count in the totals
      * 15/10/2026 SINISA ABRAMOVIC  MNTFEE monthly maintenance fee
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  DSPCRED dispute provisional credit
      *                               added to the seed code directions
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ORDER-RPT ASSIGN TO "STORDGEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       FD  ORDER-RPT.
       01 ORDER-RPT-RECORD         PIC X(80).

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       WORKING-STORAGE SECTION.
       01 WS-STANDORD-STATUS       PIC XX VALUE "00".
           88 STANDORD-OK                     VALUE "00".

       01 WS-ORDER-COUNT           PIC 9(5) VALUE 0.
       01 WS-GENERATED-COUNT       PIC 9(5) VALUE 0.
       01 WS-SHORT-COUNT           PIC 9(5) VALUE 0.

       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND            VALUE "00".
       01 CODE-EOF-FLAG            PIC X  VALUE "N".
           88 CODE-EOF                    VALUE "Y".
       01 DIRECTION-TABLE.
           02 DIRECTION-ENTRY OCCURS 30.
              03 DIR-CODE          PIC X(7).
              03 DIR-DIRECTION     PIC X.
       01 DIRECTION-IDX            PIC 99.
       01 DIRECTION-MAX            PIC 99 VALUE 0.
       01 WS-DIRECTION-SLOT        PIC 99.
       01 WS-ORDER-DIRECTION       PIC X.
           88 ORDER-MOVES-MONEY-OUT       VALUE "D".
       01 WS-HELD-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-AVAILABLE             PIC S9(9)V99.
       01 WS-FUNDS-SHORT-FLAG      PIC X  VALUE "N".
           88 ORDER-FUNDS-SHORT           VALUE "Y".
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
       01 WS-RPT-AVAILABLE         PIC -ZZZZZZZ9.99.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-TODAY-NUM             PIC 9(8).

           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           PERFORM LOAD-CODE-DIRECTIONS

           OPEN I-O STANDING-ORDERS
           IF NOT STANDORD-OK
              OPEN OUTPUT POST-TRANS
           END-IF
           OPEN OUTPUT ORDER-RPT
           OPEN INPUT ACCOUNT-MASTER

           MOVE "GENERATED STANDING-ORDER REPORT" TO ORDER-RPT-RECORD
           WRITE ORDER-RPT-RECORD
           CLOSE STANDING-ORDERS
           CLOSE POST-TRANS
           CLOSE ORDER-RPT
           IF ACCTMAST-OK
              CLOSE ACCOUNT-MASTER
           END-IF

           DISPLAY "STORDGEN: " WS-ORDER-COUNT " ORDER(S) READ"
           DISPLAY "STORDGEN: " WS-GENERATED-COUNT " TRANSACTION(S) "
                   "GENERATED"
           DISPLAY "STORDGEN: " WS-SHORT-COUNT " DEBIT(S) OVER THE "
                   "AVAILABLE BALANCE"

           MOVE "ORDERS-GENERATED" TO WS-CTL-COUNTER
           MOVE WS-GENERATED-COUNT TO WS-CTL-VALUE
           MOVE OrderAcctNumber  TO POST-ACCT-NUMBER
           MOVE OrderAmount      TO POST-AMOUNT
           MOVE OrderToAcct      TO POST-TO-ACCT
           STRING "SO" DELIMITED BY SIZE
                  OrderNumber DELIMITED BY SIZE
                  WS-DUE-NUM DELIMITED BY SIZE
                  INTO POST-ORIG-REF
           WRITE POST-TRANS-RECORD

           PERFORM CHECK-ORDER-FUNDS

           MOVE OrderAmount TO WS-RPT-AMOUNT
           MOVE SPACES TO ORDER-RPT-RECORD
           STRING "  ORDER " DELIMITED BY SIZE
                  " AMOUNT " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  INTO ORDER-RPT-RECORD
           WRITE ORDER-RPT-RECORD
           IF ORDER-FUNDS-SHORT
              MOVE WS-AVAILABLE TO WS-RPT-AVAILABLE
              MOVE SPACES TO ORDER-RPT-RECORD
              STRING "    ** AVAILABLE BALANCE " DELIMITED BY SIZE
                     WS-RPT-AVAILABLE DELIMITED BY SIZE
                     " - EXPECT ACCTPOST TO DECLINE" DELIMITED BY SIZE
                     INTO ORDER-RPT-RECORD
              WRITE ORDER-RPT-RECORD
           END-IF.

      *****************************************************************
      * A generated debit is tested against the account's available
      * balance - balance plus overdraft less its active holds - as
      * it stands before today's posting run. It is still queued,
      * since ACCTPOST makes the posting decision and journals the
      * bounce, but the shortfall is flagged here so the order's
      * owner can be warned before the fee is charged.
      *****************************************************************
       CHECK-ORDER-FUNDS.
           MOVE "N" TO WS-FUNDS-SHORT-FLAG
           PERFORM FIND-ORDER-DIRECTION
           IF ORDER-MOVES-MONEY-OUT AND ACCTMAST-OK
              MOVE OrderAcctNumber TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    CALL "GETHOLDS" USING AcctNumber WS-HELD-TOTAL
                    COMPUTE WS-AVAILABLE = AcctBalance
                       + AcctOverdraft - WS-HELD-TOTAL
                    IF OrderAmount > WS-AVAILABLE
                       SET ORDER-FUNDS-SHORT TO TRUE
                       ADD 1 TO WS-SHORT-COUNT
                    END-IF
              END-READ
           END-IF.

      *****************************************************************
      * Which codes move money out comes from TXNCODES.DAT, over the
      * same compiled fallback ACCTPOST keeps; a code with no rule
      * anywhere reads as money out.
      *****************************************************************
       LOAD-CODE-DIRECTIONS.
           PERFORM INIT-CODE-DIRECTIONS
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
           MOVE 6 TO DIRECTION-MAX
           MOVE "DEPOSIT" TO DIR-CODE(1)
           MOVE "C" TO DIR-DIRECTION(1)
           MOVE "WITHDRW" TO DIR-CODE(2)
           MOVE "D" TO DIR-DIRECTION(2)
           MOVE "TRANSFR" TO DIR-CODE(3)
           MOVE "D" TO DIR-DIRECTION(3)
           MOVE "LOANPMT" TO DIR-CODE(4)
           MOVE "D" TO DIR-DIRECTION(4)
           MOVE "MNTFEE" TO DIR-CODE(5)
           MOVE "D" TO DIR-DIRECTION(5)
           MOVE "DSPCRED" TO DIR-CODE(6)
           MOVE "C" TO DIR-DIRECTION(6).

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

       FIND-ORDER-DIRECTION.
           MOVE "D" TO WS-ORDER-DIRECTION
           PERFORM VARYING DIRECTION-IDX FROM 1 BY 1
                   UNTIL DIRECTION-IDX > DIRECTION-MAX
              IF DIR-CODE(DIRECTION-IDX) = OrderTxnCode
                 MOVE DIR-DIRECTION(DIRECTION-IDX)
                      TO WS-ORDER-DIRECTION
              END-IF
           END-PERFORM.

       ADVANCE-DUE-DATE.
           MOVE WS-DUE-NUM TO WS-DUE-PARTS
           STRING "TRANSACTIONS GENERATED: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ORDER-RPT-RECORD
           WRITE ORDER-RPT-RECORD
           MOVE WS-SHORT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ORDER-RPT-RECORD
           STRING "DEBITS OVER AVAILABLE:  " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ORDER-RPT-RECORD
           WRITE ORDER-RPT-RECORD.
