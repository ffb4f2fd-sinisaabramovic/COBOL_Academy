      *                               balance, and a grand-total proof
      *                               that the computed closings match
      *                               the balances on ACCOUNT-MASTER
      * 15/10/2026 SINISA ABRAMOVIC  A REVERSL entry runs the opposite
      *                               way to the code it reverses and
      *                               prints with a line naming the
      *                               entry it corrects, so the
      *                               customer sees a correction, not
      *                               a fresh deposit or withdrawal
      * 15/10/2026 SINISA ABRAMOVIC  Widened the owning customer number
      *                               to six digits to match CUSTREC
      * 15/10/2026 SINISA ABRAMOVIC  LOANPMT loan installment debit
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  MNTFEE monthly maintenance fee
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  WHTTAX interest withholding tax
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  DSPCRED dispute provisional credit
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  EXTPAY and EXTRTN payments to
      *                               other banks and their CLRIN and
      *                               CLROUT clearing suspense legs
      *                               added to the seed code directions
      * 15/10/2026 SINISA ABRAMOVIC  Each account's entries now come
      *                               through JRNLREAD from the last
      *                               statement date onward, so a cycle
      *                               that spans months JRNLCLOS has
      *                               sealed reads their ACCTJRNL.yyyymm
      *                               partitions too; the cycle control
      *                               carries the last printed reference
      *                               (StmtLastRef) on the last
      *                               statement date instead of a count
      *                               of posted entries
      * 15/10/2026 SINISA ABRAMOVIC  The statement heading names the
      *                               currency the account is held in -
      *                               the base currency when the account
      *                               carries none
      * 15/10/2026 SINISA ABRAMOVIC  Show the TDPENAL term deposit
      *                               early withdrawal penalty as a
      *                               debit
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT STMT-RPT ASSIGN TO "ACCTSTMT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-CONTROL ASSIGN TO "STMTCTL.DAT"
       01 Account.
           COPY ACCTREC.

       FD  STMT-RPT.
       01 STMT-RPT-RECORD          PIC X(70).

       01 WS-DIRECTION-SLOT        PIC 99.
       01 WS-ENTRY-DIRECTION       PIC X.
           88 ENTRY-IS-MONEY-IN           VALUE "C".
       01 WS-LOOKUP-CODE           PIC X(7).

       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 WS-STMTCTL-STATUS        PIC XX VALUE "00".
           88 STMTCTL-OK                      VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 XREF-EOF                    VALUE "Y".
       01 WS-OWNER-FOUND-FLAG      PIC X  VALUE "N".
           88 OWNER-WAS-FOUND             VALUE "Y".
       01 WS-OWNER-ID              PIC 9(6).
       01 WS-STMT-DEST             PIC X  VALUE "P".
           88 STATEMENT-GOES-PRINT        VALUE "P".
           88 STATEMENT-GOES-EMAIL        VALUE "E".

       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".

       01 WS-ACCOUNT-COUNT         PIC 9(5)     VALUE 0.
       01 WS-LAST-STMT-DATE        PIC X(8)     VALUE "00000000".
       01 WS-STMT-WATERMARK        PIC 9(9)     VALUE 0.
       01 WS-NEW-STMT-DATE         PIC X(8)     VALUE "00000000".
       01 WS-NEW-WATERMARK         PIC 9(9)     VALUE 0.
       01 WS-CYCLE-FOUND-FLAG      PIC X        VALUE "N".
           88 CYCLE-CONTROL-FOUND             VALUE "Y".
       01 WS-RUN-DATE              PIC X(8).
       01 WS-POSTED-NET            PIC S9(8)V99 VALUE ZERO.
       01 WS-STMT-CLOSE-TOTAL      PIC S9(9)V99 VALUE ZERO.
       01 WS-MASTER-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 WS-STMT-CURRENCY         PIC X(3).

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-RPT-BALANCE           PIC -ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC -ZZZZZZZZ9.99.
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           PERFORM LOAD-BASE-CURRENCY
           PERFORM LOAD-CODE-DIRECTIONS

           OPEN OUTPUT STMT-RPT
           STOP RUN.

      *****************************************************************
      * JRNLREAD returns an account's entries in date order, posting
      * order within a date, from any sealed month the period reaches
      * as well as the open journal. An account with a cycle control
      * opens with the carried balance and covers the posted entries
      * dated after the last statement, or on its date but past the
      * last reference it printed; a first-time account - or a
      * control from before the watermark existed - opens with the
      * balance recovered by backing its whole posted net out of the
      * master, which is the pre-cycle behaviour.
      *****************************************************************
       PRINT-ONE-STATEMENT.
           PERFORM RESOLVE-ACCOUNT-OWNER
           PERFORM READ-CYCLE-CONTROL
           IF CYCLE-CONTROL-FOUND AND StmtLastRef IS NUMERIC
              MOVE StmtLastDate  TO WS-LAST-STMT-DATE
              MOVE StmtCloseBal  TO WS-OPENING-BALANCE
              MOVE StmtLastRef   TO WS-STMT-WATERMARK
           ELSE
              MOVE "00000000" TO WS-LAST-STMT-DATE
              MOVE 0 TO WS-STMT-WATERMARK

      *****************************************************************
      * End of cycle - the control carries this statement's closing
      * balance, and the date and reference of the last entry it
      * covered, forward as the next statement's opening and
      * starting position.
      *****************************************************************
       ROLL-CYCLE-FORWARD.
           MOVE AcctNumber         TO StmtAcctNumber
           MOVE WS-NEW-STMT-DATE   TO StmtLastDate
           MOVE WS-RUNNING-BALANCE TO StmtCloseBal
           MOVE WS-NEW-WATERMARK   TO StmtLastRef
           IF CYCLE-CONTROL-FOUND
              REWRITE StmtControl
                 INVALID KEY
      *****************************************************************
       SUM-POSTED-NET.
           MOVE ZERO TO WS-POSTED-NET
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber TO JRQ-ACCT
           MOVE "00000000" TO JRQ-FROM-DATE
           MOVE "99999999" TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 PERFORM ADD-SIGNED-AMOUNT
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       ADD-SIGNED-AMOUNT.
           PERFORM FIND-ENTRY-DIRECTION
              SUBTRACT JRNL-AMOUNT FROM WS-POSTED-NET
           END-IF.

      *****************************************************************
      * The new watermark is the last entry printed - normally on the
      * business date, later only when entries are dated past it -
      * and stays the old one when nothing new is printed on the
      * date the last statement already stopped at.
      *****************************************************************
       LIST-ACCOUNT-TRANSACTIONS.
           IF WS-LAST-STMT-DATE < WS-RUN-DATE
              MOVE WS-RUN-DATE TO WS-NEW-STMT-DATE
              MOVE 0 TO WS-NEW-WATERMARK
           ELSE
              MOVE WS-LAST-STMT-DATE TO WS-NEW-STMT-DATE
              MOVE WS-STMT-WATERMARK TO WS-NEW-WATERMARK
           END-IF
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber        TO JRQ-ACCT
           MOVE WS-LAST-STMT-DATE TO JRQ-FROM-DATE
           MOVE "99999999"        TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 AND (JRNL-DATE > WS-LAST-STMT-DATE
                      OR JRNL-REFERENCE > WS-STMT-WATERMARK)
                 PERFORM WRITE-TRANSACTION-LINE
                 PERFORM ADVANCE-WATERMARK
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       ADVANCE-WATERMARK.
           IF JRNL-DATE > WS-NEW-STMT-DATE
              MOVE JRNL-DATE      TO WS-NEW-STMT-DATE
              MOVE JRNL-REFERENCE TO WS-NEW-WATERMARK
           ELSE
              IF JRNL-DATE = WS-NEW-STMT-DATE
                 AND JRNL-REFERENCE > WS-NEW-WATERMARK
                 MOVE JRNL-REFERENCE TO WS-NEW-WATERMARK
              END-IF
           END-IF.

       WRITE-TRANSACTION-LINE.
                  "  BALANCE " DELIMITED BY SIZE
                  WS-RPT-BALANCE DELIMITED BY SIZE
                  INTO STMT-RPT-RECORD
           PERFORM PUT-STATEMENT-LINE
           IF JRNL-TXN-CODE = "REVERSL"
              MOVE SPACES TO STMT-RPT-RECORD
              STRING "             REVERSAL OF " DELIMITED BY SIZE
                     JRNL-ORIG-CODE DELIMITED BY SIZE
                     " REF " DELIMITED BY SIZE
                     JRNL-LINKED-REF DELIMITED BY SIZE
                     INTO STMT-RPT-RECORD
              PERFORM PUT-STATEMENT-LINE
           END-IF.

       WRITE-STATEMENT-HEADER.
           IF AcctCurrency = SPACES
              MOVE WS-BASE-CURRENCY TO WS-STMT-CURRENCY
           ELSE
              MOVE AcctCurrency TO WS-STMT-CURRENCY
           END-IF
           MOVE SPACES TO STMT-RPT-RECORD
           STRING "STATEMENT FOR ACCOUNT " DELIMITED BY SIZE
                  AcctNumber DELIMITED BY SIZE
                  "  CURRENCY " DELIMITED BY SIZE
                  WS-STMT-CURRENCY DELIMITED BY SIZE
                  INTO STMT-RPT-RECORD
           IF STATEMENT-GOES-EMAIL
              PERFORM PUT-STATEMENT-LINE
                  INTO STMT-RPT-RECORD
           PERFORM PUT-STATEMENT-LINE.

      *****************************************************************
      * The base currency is the BASE-CURRENCY parameter, RSD when
      * none is on file - an account with no currency holds the base.
      *****************************************************************
       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.

       WRITE-STATEMENT-TRAILER.
           MOVE WS-RUNNING-BALANCE TO WS-RPT-BALANCE
           MOVE SPACES TO STMT-RPT-RECORD
           END-IF.

       INIT-CODE-DIRECTIONS.
           MOVE 15 TO DIRECTION-MAX
           MOVE "DEPOSIT" TO DIR-CODE(1)
           MOVE "C" TO DIR-DIRECTION(1)
           MOVE "WITHDRW" TO DIR-CODE(2)
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
      *****************************************************************
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
      *    A reversal moves the money back the way it came.
           IF JRNL-TXN-CODE = "REVERSL"
              IF ENTRY-IS-MONEY-IN
                 MOVE "D" TO WS-ENTRY-DIRECTION
              ELSE
                 MOVE "C" TO WS-ENTRY-DIRECTION
              END-IF
           END-IF.

       WRITE-GRAND-TOTAL-PROOF.
           MOVE WS-STMT-CLOSE-TOTAL TO WS-RPT-TOTAL
