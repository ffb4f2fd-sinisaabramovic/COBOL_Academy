      *                               and ACCTPOST read, and refuses
      *                               to delete a code the posting
      *                               engine is built around
      * 15/10/2026 SINISA ABRAMOVIC  LOANPMT protected - LOANDUE
      *                               generates it for every installment
      *                               it bills
      * 15/10/2026 SINISA ABRAMOVIC  MNTFEE protected - ACCTMFEE
      *                               generates it for every monthly
      *                               maintenance fee it charges
      * 15/10/2026 SINISA ABRAMOVIC  DSPCRED protected - DISPMNT
      *                               generates it for every provisional
      *                               dispute credit
      * 15/10/2026 SINISA ABRAMOVIC  EXTPAY and EXTRTN protected -
      *                               ACCTPOST builds the clearing
      *                               suspense legs and the payment
      *                               register around them
      * 15/10/2026 SINISA ABRAMOVIC  Each code carries its debit and
      *                               credit ledger accounts for GLSUMM
      *                               - both or neither (the standard
      *                               mapping), and both must be on the
      *                               GLACCTS.DAT chart of accounts
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT GL-CHART ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  GL-CHART.
       01 GL-CHART-RECORD.
           COPY GLACREC.

       WORKING-STORAGE SECTION.
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND            VALUE "00".
              03 CT-DESC          PIC X(20).
              03 CT-DIRECTION     PIC X.
              03 CT-HAS-AMOUNT    PIC X.
              03 CT-DEBIT-LEDGER  PIC X(6).
              03 CT-CREDIT-LEDGER PIC X(6).
       01 CODE-IDX                 PIC 99.
       01 CODE-MAX                 PIC 99 VALUE 0.
       01 WS-FOUND-IDX             PIC 99 VALUE 0.
           88 DIRECTION-IS-VALID          VALUE "C" "D" "N".
       01 WS-ENTRY-AMOUNT          PIC X     VALUE SPACE.
           88 AMOUNT-FLAG-IS-VALID        VALUE "Y" "N".
       01 WS-ENTRY-DEBIT-LEDGER    PIC X(6)  VALUE SPACES.
       01 WS-ENTRY-CREDIT-LEDGER   PIC X(6)  VALUE SPACES.
       01 WS-CHECK-LEDGER          PIC X(6)  VALUE SPACES.

       01 WS-CHART-STATUS          PIC XX VALUE "00".
           88 CHART-FILE-FOUND           VALUE "00".
       01 CHART-EOF-FLAG           PIC X  VALUE "N".
           88 CHART-EOF                   VALUE "Y".
       01 WS-LEDGER-FOUND-FLAG     PIC X  VALUE "N".
           88 LEDGER-IS-ON-CHART          VALUE "Y".
       01 WS-MAPPING-OK-FLAG       PIC X  VALUE "Y".
           88 MAPPING-IS-VALID            VALUE "Y".

      *****************************************************************
      * The codes the posting engine's own paragraphs are keyed to -
           02 FILLER              PIC X(7) VALUE "TRANSFR".
           02 FILLER              PIC X(7) VALUE "XFERIN".
           02 FILLER              PIC X(7) VALUE "INQUIRY".
           02 FILLER              PIC X(7) VALUE "LOANPMT".
           02 FILLER              PIC X(7) VALUE "MNTFEE".
           02 FILLER              PIC X(7) VALUE "DSPCRED".
           02 FILLER              PIC X(7) VALUE "EXTPAY".
           02 FILLER              PIC X(7) VALUE "EXTRTN".
       01 WS-PROTECTED-TABLE REDEFINES WS-PROTECTED-CODES.
           02 WS-PROTECTED-CODE   PIC X(7) OCCURS 10.
       01 WS-PROTECT-IDX           PIC 99.
       01 WS-PROTECTED-FLAG        PIC X  VALUE "N".
           88 CODE-IS-PROTECTED           VALUE "Y".

                               TO CT-DIRECTION(CODE-MAX)
                          MOVE TXC-HAS-AMOUNT
                               TO CT-HAS-AMOUNT(CODE-MAX)
                          MOVE TXC-DEBIT-LEDGER
                               TO CT-DEBIT-LEDGER(CODE-MAX)
                          MOVE TXC-CREDIT-LEDGER
                               TO CT-CREDIT-LEDGER(CODE-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              MOVE CT-DESC(CODE-IDX)       TO TXC-DESC
              MOVE CT-DIRECTION(CODE-IDX)  TO TXC-DIRECTION
              MOVE CT-HAS-AMOUNT(CODE-IDX) TO TXC-HAS-AMOUNT
              MOVE CT-DEBIT-LEDGER(CODE-IDX)  TO TXC-DEBIT-LEDGER
              MOVE CT-CREDIT-LEDGER(CODE-IDX) TO TXC-CREDIT-LEDGER
              WRITE TXN-CODE-RECORD
           END-PERFORM
           CLOSE TXN-CODE-FILE.
           END-IF
           PERFORM VARYING CODE-IDX FROM 1 BY 1
                   UNTIL CODE-IDX > CODE-MAX
              IF CT-DEBIT-LEDGER(CODE-IDX) = SPACES
                 DISPLAY "  " CT-CODE(CODE-IDX) " "
                         CT-DESC(CODE-IDX)
                         " DIRECTION " CT-DIRECTION(CODE-IDX)
                         " AMOUNT " CT-HAS-AMOUNT(CODE-IDX)
                         " GL STANDARD"
              ELSE
                 DISPLAY "  " CT-CODE(CODE-IDX) " "
                         CT-DESC(CODE-IDX)
                         " DIRECTION " CT-DIRECTION(CODE-IDX)
                         " AMOUNT " CT-HAS-AMOUNT(CODE-IDX)
                         " GL DR " CT-DEBIT-LEDGER(CODE-IDX)
                         " CR " CT-CREDIT-LEDGER(CODE-IDX)
              END-IF
           END-PERFORM.

       FIND-CODE.
           ACCEPT WS-ENTRY-DIRECTION
           DISPLAY "CARRIES AN AMOUNT (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-AMOUNT
           DISPLAY "DEBIT LEDGER ACCOUNT (BLANK - STANDARD MAPPING): "
                   WITH NO ADVANCING
           ACCEPT WS-ENTRY-DEBIT-LEDGER
           DISPLAY "CREDIT LEDGER ACCOUNT (BLANK - STANDARD MAPPING): "
                   WITH NO ADVANCING
           ACCEPT WS-ENTRY-CREDIT-LEDGER

           IF NOT DIRECTION-IS-VALID
              DISPLAY "CHANGE REFUSED - DIRECTION "
                 DISPLAY "CHANGE REFUSED - AMOUNT FLAG "
                         WS-ENTRY-AMOUNT " IS NOT Y OR N"
              ELSE
                 PERFORM VALIDATE-LEDGER-MAPPING
                 IF MAPPING-IS-VALID
                    PERFORM APPLY-CODE-CHANGE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * A code maps to both its ledgers or to neither - GLSUMM books
      * every entry to a debit and a credit account, and a blank
      * pair takes the standard mapping. Both must be accounts on
      * the GLACCTS.DAT chart GLACMNT keeps.
      *****************************************************************
       VALIDATE-LEDGER-MAPPING.
           MOVE "Y" TO WS-MAPPING-OK-FLAG
           EVALUATE TRUE
              WHEN WS-ENTRY-DEBIT-LEDGER = SPACES
                 AND WS-ENTRY-CREDIT-LEDGER = SPACES
                 CONTINUE
              WHEN WS-ENTRY-DEBIT-LEDGER = SPACES
                 OR WS-ENTRY-CREDIT-LEDGER = SPACES
                 MOVE "N" TO WS-MAPPING-OK-FLAG
                 DISPLAY "CHANGE REFUSED - GIVE BOTH LEDGER ACCOUNTS "
                         "OR NEITHER"
              WHEN WS-ENTRY-DEBIT-LEDGER IS NOT NUMERIC
                 OR WS-ENTRY-CREDIT-LEDGER IS NOT NUMERIC
                 MOVE "N" TO WS-MAPPING-OK-FLAG
                 DISPLAY "CHANGE REFUSED - LEDGER ACCOUNTS ARE SIX "
                         "DIGITS"
              WHEN OTHER
                 MOVE WS-ENTRY-DEBIT-LEDGER TO WS-CHECK-LEDGER
                 PERFORM CHECK-LEDGER-ON-CHART
                 MOVE WS-ENTRY-CREDIT-LEDGER TO WS-CHECK-LEDGER
                 PERFORM CHECK-LEDGER-ON-CHART
           END-EVALUATE.

       CHECK-LEDGER-ON-CHART.
           MOVE "N" TO WS-LEDGER-FOUND-FLAG
           MOVE "N" TO CHART-EOF-FLAG
           OPEN INPUT GL-CHART
           IF CHART-FILE-FOUND
              PERFORM UNTIL CHART-EOF
                 READ GL-CHART
                    AT END
                       SET CHART-EOF TO TRUE
                    NOT AT END
                       IF GLA-LEDGER = WS-CHECK-LEDGER
                          SET LEDGER-IS-ON-CHART TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-CHART
           END-IF
           IF NOT LEDGER-IS-ON-CHART
              MOVE "N" TO WS-MAPPING-OK-FLAG
              DISPLAY "CHANGE REFUSED - LEDGER ACCOUNT "
                      WS-CHECK-LEDGER " IS NOT ON THE CHART OF "
                      "ACCOUNTS (GLACMNT)"
           END-IF.

       APPLY-CODE-CHANGE.
           PERFORM FIND-CODE
           IF WS-FOUND-IDX = 0
              MOVE WS-ENTRY-DESC      TO CT-DESC(WS-FOUND-IDX)
              MOVE WS-ENTRY-DIRECTION TO CT-DIRECTION(WS-FOUND-IDX)
              MOVE WS-ENTRY-AMOUNT    TO CT-HAS-AMOUNT(WS-FOUND-IDX)
              MOVE WS-ENTRY-DEBIT-LEDGER
                   TO CT-DEBIT-LEDGER(WS-FOUND-IDX)
              MOVE WS-ENTRY-CREDIT-LEDGER
                   TO CT-CREDIT-LEDGER(WS-FOUND-IDX)
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-CODE-TABLE
              DISPLAY "CODE " WS-ENTRY-CODE " SET"

           MOVE "N" TO WS-PROTECTED-FLAG
           PERFORM VARYING WS-PROTECT-IDX FROM 1 BY 1
                   UNTIL WS-PROTECT-IDX > 10
              IF WS-PROTECTED-CODE(WS-PROTECT-IDX) = WS-ENTRY-CODE
                 SET CODE-IS-PROTECTED TO TRUE
              END-IF
