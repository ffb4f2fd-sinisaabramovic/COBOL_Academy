      *****************************************************************
      * Program name:    ACCTINQ
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the account inquiry
      *                               behind the new MAINMENU option -
      *                               takes an AcctNumber and shows the
      *                               account's status, product,
      *                               limit, overdraft, balance and
      *                               available balance, the owning
      *                               customers from CUSTACCT.DAT,
      *                               and a mini-statement of the
      *                               account's last entries on
      *                               ACCTJRNL.DAT with the balance
      *                               after each and its disposition;
      *                               read-only for every role
      * 15/10/2026 SINISA ABRAMOVIC  The mini-statement now reads the
      *                               account's entries on the open
      *                               journal through JRNLREAD, and any
      *                               past month - one sealed into its
      *                               ACCTJRNL.yyyymm partition included
      *                               - can be listed in full for the
      *                               account on request
      * 15/10/2026 SINISA ABRAMOVIC  Show the currency the account is
      *                               held in
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTINQ.
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

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  PRODUCT-FILE.
       01 Product.
           COPY PRODREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-PRODUCT-STATUS        PIC XX VALUE "00".
           88 PRODUCT-FILE-OK                 VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.

       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 CUSTMAST-OPEN-FLAG       PIC X  VALUE "N".
           88 CUSTMAST-IS-OPEN            VALUE "Y".

       01 WS-INQUIRY-ACCT          PIC 9(7).
       01 WS-LINES-ENTRY           PIC X(3)  VALUE SPACES.
       01 WS-MINI-LINES            PIC 99.
       01 WS-MAX-MINI-LINES        PIC 99 VALUE 20.
       01 WS-DEFAULT-MINI-LINES    PIC 99 VALUE 10.
       01 WS-OWNER-COUNT           PIC 9(3).
       01 WS-STATUS-TEXT           PIC X(8).
       01 WS-PRODUCT-TEXT          PIC X(20).
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 WS-CURRENCY-TEXT         PIC X(3).
       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-HELD-TOTAL            PIC 9(9)V99.
       01 WS-AVAILABLE             PIC S9(9)V99.
       01 WS-SEALED-PERIOD         PIC X(6).
       01 WS-ARCHIVE-PERIOD        PIC X(6)  VALUE SPACES.
       01 WS-ARCHIVE-MONTH         PIC 99.
       01 WS-ARCHIVE-COUNT         PIC 9(5).

      *****************************************************************
      * The account's most recent journal entries are kept in a ring
      * as the account's entries are read oldest first - when it is
      * full the oldest entry is overwritten, so at the end the ring
      * holds the last entries in posting order from the next slot.
      *****************************************************************
       01 MINI-STMT-RING.
           02 MINI-ENTRY OCCURS 20.
              03 MINI-DATE         PIC X(8).
              03 MINI-TXN-CODE     PIC X(7).
              03 MINI-AMOUNT       PIC 9(7)V99.
              03 MINI-DISPOSITION  PIC X(8).
              03 MINI-BALANCE      PIC S9(7)V99.
              03 MINI-REFERENCE    PIC 9(9).
       01 MINI-NEXT-SLOT           PIC 99.
       01 MINI-FILLED              PIC 99.
       01 MINI-IDX                 PIC 99.
       01 MINI-SHOWN               PIC 99.

       01 WS-DISP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-MINI-AMOUNT      PIC Z,ZZZ,ZZ9.99.
       01 WS-DISP-MINI-BALANCE     PIC -Z,ZZZ,ZZ9.99.
       01 WS-DISP-MINI-BAL-TEXT REDEFINES WS-DISP-MINI-BALANCE
                                   PIC X(13).

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ACCTINQ".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LOperator-Role           PIC X.

       PROCEDURE DIVISION USING LOperator-Role.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           DISPLAY "ACCOUNT NUMBER TO INQUIRE ON: " WITH NO ADVANCING
           ACCEPT WS-INQUIRY-ACCT
           DISPLAY "RECENT ENTRIES TO SHOW (BLANK = "
                   WS-DEFAULT-MINI-LINES ", MAX "
                   WS-MAX-MINI-LINES "): " WITH NO ADVANCING
           MOVE SPACES TO WS-LINES-ENTRY
           ACCEPT WS-LINES-ENTRY
           PERFORM SET-MINI-LINES

           PERFORM SHOW-THE-ACCOUNT

           MOVE 1 TO WS-LOG-READ-COUNT
           MOVE RETURN-CODE TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

       SET-MINI-LINES.
           IF WS-LINES-ENTRY = SPACES
              MOVE WS-DEFAULT-MINI-LINES TO WS-MINI-LINES
           ELSE
              COMPUTE WS-MINI-LINES = FUNCTION NUMVAL(WS-LINES-ENTRY)
              IF WS-MINI-LINES = 0
                 MOVE WS-DEFAULT-MINI-LINES TO WS-MINI-LINES
              END-IF
              IF WS-MINI-LINES > WS-MAX-MINI-LINES
                 MOVE WS-MAX-MINI-LINES TO WS-MINI-LINES
              END-IF
           END-IF.

      *****************************************************************
      * Everything is opened INPUT - the inquiry changes nothing, so
      * an inquiry-only operator sees the same screen as anyone.
      *****************************************************************
       SHOW-THE-ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT ACCTMAST-OK
              DISPLAY "NO ACCOUNT-MASTER ON FILE"
           ELSE
              MOVE WS-INQUIRY-ACCT TO AcctNumber
              READ ACCOUNT-MASTER
                 INVALID KEY
                    DISPLAY "ACCOUNT " WS-INQUIRY-ACCT
                            " IS NOT ON THE MASTER"
                 NOT INVALID KEY
                    MOVE 1 TO WS-LOG-ACCEPT-COUNT
                    PERFORM SHOW-ACCOUNT-DETAIL
                    PERFORM SHOW-ACCOUNT-OWNERS
                    PERFORM SHOW-MINI-STATEMENT
                    PERFORM SHOW-ARCHIVED-MONTH
              END-READ
              CLOSE ACCOUNT-MASTER
           END-IF.

       SHOW-ACCOUNT-DETAIL.
           EVALUATE TRUE
              WHEN ACCOUNT-IS-ACTIVE
                 MOVE "ACTIVE" TO WS-STATUS-TEXT
              WHEN ACCOUNT-IS-FROZEN
                 MOVE "FROZEN" TO WS-STATUS-TEXT
              WHEN ACCOUNT-IS-CLOSED
                 MOVE "CLOSED" TO WS-STATUS-TEXT
              WHEN ACCOUNT-IS-DORMANT
                 MOVE "DORMANT" TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE AcctStatus TO WS-STATUS-TEXT
           END-EVALUATE
           PERFORM RESOLVE-PRODUCT-TEXT
           PERFORM RESOLVE-CURRENCY-TEXT

           DISPLAY "================================================="
           DISPLAY "ACCOUNT " AcctNumber "  STATUS " WS-STATUS-TEXT
           DISPLAY "PRODUCT " AcctProduct " " WS-PRODUCT-TEXT
           DISPLAY "CURRENCY " WS-CURRENCY-TEXT
           MOVE AcctLimit TO WS-DISP-AMOUNT
           DISPLAY "LIMIT              " WS-DISP-AMOUNT
           MOVE AcctOverdraft TO WS-DISP-AMOUNT
           DISPLAY "OVERDRAFT          " WS-DISP-AMOUNT
           MOVE AcctBalance TO WS-DISP-BALANCE
           DISPLAY "CURRENT BALANCE   " WS-DISP-BALANCE
           CALL "GETHOLDS" USING AcctNumber WS-HELD-TOTAL
           IF WS-HELD-TOTAL > 0
              MOVE WS-HELD-TOTAL TO WS-DISP-AMOUNT
              DISPLAY "HELD               " WS-DISP-AMOUNT
           END-IF
           COMPUTE WS-AVAILABLE = AcctBalance + AcctOverdraft
              - WS-HELD-TOTAL
           MOVE WS-AVAILABLE TO WS-DISP-BALANCE
           DISPLAY "AVAILABLE         " WS-DISP-BALANCE.

      *****************************************************************
      * An account with no currency is held in the base currency -
      * the BASE-CURRENCY parameter, RSD when none is on file.
      *****************************************************************
       RESOLVE-CURRENCY-TEXT.
           IF AcctCurrency NOT = SPACES
              MOVE AcctCurrency TO WS-CURRENCY-TEXT
           ELSE
              MOVE "BASE-CURRENCY" TO WS-PARM-NAME
              MOVE "N" TO WS-PARM-FOUND-FLAG
              CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                      WS-PARM-FOUND-FLAG
              IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
                 MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
              END-IF
              MOVE WS-BASE-CURRENCY TO WS-CURRENCY-TEXT
           END-IF.

       RESOLVE-PRODUCT-TEXT.
           MOVE SPACES TO WS-PRODUCT-TEXT
           IF AcctProduct NOT = SPACES
              OPEN INPUT PRODUCT-FILE
              IF PRODUCT-FILE-OK
                 MOVE AcctProduct TO ProductCode
                 READ PRODUCT-FILE
                    INVALID KEY
                       MOVE "(NOT IN CATALOG)" TO WS-PRODUCT-TEXT
                    NOT INVALID KEY
                       MOVE ProductDesc TO WS-PRODUCT-TEXT
                 END-READ
                 CLOSE PRODUCT-FILE
              END-IF
           END-IF.

      *****************************************************************
      * CUSTACCT.DAT is keyed customer first, so the owners of one
      * account are found by reading the whole cross-reference, as
      * ACCTSTMT does when it looks for a statement's owner.
      *****************************************************************
       SHOW-ACCOUNT-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           MOVE "N" TO XREF-EOF-FLAG
           MOVE "N" TO CUSTMAST-OPEN-FLAG
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OK
              SET CUSTMAST-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       IF XrefAcctNumber = AcctNumber
                          PERFORM SHOW-ONE-OWNER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUST-ACCT-XREF
           END-IF
           IF CUSTMAST-IS-OPEN
              CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-OWNER-COUNT = 0
              DISPLAY "NO OWNING CUSTOMER ON CUSTACCT.DAT"
           END-IF.

       SHOW-ONE-OWNER.
           ADD 1 TO WS-OWNER-COUNT
           IF CUSTMAST-IS-OPEN
              MOVE XrefCustomerID TO CustomerID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    DISPLAY "OWNER " XrefCustomerID
                            " (NO LONGER ON THE MASTER)"
                 NOT INVALID KEY
                    DISPLAY "OWNER " CustomerID " " CustomerName
                            " STATUS " CustomerStatus
              END-READ
           ELSE
              DISPLAY "OWNER " XrefCustomerID
           END-IF.

      *****************************************************************
      * The mini-statement is the account's last entries on the
      * open journal, oldest first, each with the balance it left
      * behind - the months JRNLCLOS has sealed are listed only on
      * request. Starting after day 99 of the last sealed month
      * reaches no entry of it. A declined entry moved no money and
      * shows no balance.
      *****************************************************************
       SHOW-MINI-STATEMENT.
           MOVE 1 TO MINI-NEXT-SLOT
           MOVE 0 TO MINI-FILLED
           CALL "GETJSEAL" USING WS-SEALED-PERIOD
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber TO JRQ-ACCT
           IF WS-SEALED-PERIOD = SPACES
              MOVE "00000000" TO JRQ-FROM-DATE
           ELSE
              MOVE SPACES TO JRQ-FROM-DATE
              STRING WS-SEALED-PERIOD "99" DELIMITED BY SIZE
                     INTO JRQ-FROM-DATE
           END-IF
           MOVE "99999999" TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              PERFORM KEEP-MINI-ENTRY
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM

           DISPLAY "-------------------------------------------------"
           DISPLAY "LAST " WS-MINI-LINES " JOURNAL ENTRIES"
           DISPLAY "DATE     CODE          AMOUNT DISPOSN  "
                   "BALANCE AFTER REFERENCE"
           IF MINI-FILLED = 0
              DISPLAY "NO JOURNAL ENTRIES FOR THIS ACCOUNT"
           ELSE
              IF MINI-FILLED < WS-MINI-LINES
                 MOVE 1 TO MINI-IDX
              ELSE
                 MOVE MINI-NEXT-SLOT TO MINI-IDX
              END-IF
              PERFORM VARYING MINI-SHOWN FROM 1 BY 1
                      UNTIL MINI-SHOWN > MINI-FILLED
                 PERFORM SHOW-ONE-MINI-ENTRY
                 ADD 1 TO MINI-IDX
                 IF MINI-IDX > WS-MINI-LINES
                    MOVE 1 TO MINI-IDX
                 END-IF
              END-PERFORM
           END-IF.

       KEEP-MINI-ENTRY.
           MOVE JRNL-DATE          TO MINI-DATE(MINI-NEXT-SLOT)
           MOVE JRNL-TXN-CODE      TO MINI-TXN-CODE(MINI-NEXT-SLOT)
           MOVE JRNL-AMOUNT        TO MINI-AMOUNT(MINI-NEXT-SLOT)
           MOVE JRNL-DISPOSITION   TO MINI-DISPOSITION(MINI-NEXT-SLOT)
           MOVE JRNL-BALANCE-AFTER TO MINI-BALANCE(MINI-NEXT-SLOT)
           MOVE JRNL-REFERENCE     TO MINI-REFERENCE(MINI-NEXT-SLOT)
           IF MINI-FILLED < WS-MINI-LINES
              ADD 1 TO MINI-FILLED
           END-IF
           ADD 1 TO MINI-NEXT-SLOT
           IF MINI-NEXT-SLOT > WS-MINI-LINES
              MOVE 1 TO MINI-NEXT-SLOT
           END-IF.

       SHOW-ONE-MINI-ENTRY.
           MOVE MINI-AMOUNT(MINI-IDX) TO WS-DISP-MINI-AMOUNT
           IF MINI-DISPOSITION(MINI-IDX) = "POSTED"
              MOVE MINI-BALANCE(MINI-IDX) TO WS-DISP-MINI-BALANCE
           ELSE
              MOVE SPACES TO WS-DISP-MINI-BAL-TEXT
           END-IF
           DISPLAY MINI-DATE(MINI-IDX) " " MINI-TXN-CODE(MINI-IDX)
                   " " WS-DISP-MINI-AMOUNT " "
                   MINI-DISPOSITION(MINI-IDX) " "
                   WS-DISP-MINI-BALANCE " " MINI-REFERENCE(MINI-IDX).

      *****************************************************************
      * Any month - a sealed one read from its ACCTJRNL.yyyymm
      * partition - can be listed in full for the account on request.
      *****************************************************************
       SHOW-ARCHIVED-MONTH.
           DISPLAY "-------------------------------------------------"
           DISPLAY "LIST A PAST MONTH (YYYYMM, BLANK = NONE): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ARCHIVE-PERIOD
           ACCEPT WS-ARCHIVE-PERIOD
           IF WS-ARCHIVE-PERIOD NOT = SPACES
              IF WS-ARCHIVE-PERIOD IS NOT NUMERIC
                 DISPLAY "MONTH " WS-ARCHIVE-PERIOD " IS NOT YYYYMM"
              ELSE
                 MOVE WS-ARCHIVE-PERIOD(5:2) TO WS-ARCHIVE-MONTH
                 IF WS-ARCHIVE-MONTH < 1 OR WS-ARCHIVE-MONTH > 12
                    DISPLAY "MONTH " WS-ARCHIVE-PERIOD
                            " IS NOT YYYYMM"
                 ELSE
                    PERFORM LIST-ARCHIVED-MONTH
                 END-IF
              END-IF
           END-IF.

       LIST-ARCHIVED-MONTH.
           MOVE 0 TO WS-ARCHIVE-COUNT
           DISPLAY "ENTRIES FOR " WS-ARCHIVE-PERIOD
           DISPLAY "DATE     CODE          AMOUNT DISPOSN  "
                   "BALANCE AFTER REFERENCE"
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber TO JRQ-ACCT
           MOVE SPACES TO JRQ-FROM-DATE
           STRING WS-ARCHIVE-PERIOD "01" DELIMITED BY SIZE
                  INTO JRQ-FROM-DATE
           MOVE SPACES TO JRQ-TO-DATE
           STRING WS-ARCHIVE-PERIOD "31" DELIMITED BY SIZE
                  INTO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              ADD 1 TO WS-ARCHIVE-COUNT
              PERFORM SHOW-ONE-ARCHIVED-ENTRY
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM
           IF WS-ARCHIVE-COUNT = 0
              DISPLAY "NO JOURNAL ENTRIES FOR THIS ACCOUNT IN "
                      WS-ARCHIVE-PERIOD
           END-IF.

       SHOW-ONE-ARCHIVED-ENTRY.
           MOVE JRNL-AMOUNT TO WS-DISP-MINI-AMOUNT
           IF JRNL-WAS-POSTED
              MOVE JRNL-BALANCE-AFTER TO WS-DISP-MINI-BALANCE
           ELSE
              MOVE SPACES TO WS-DISP-MINI-BAL-TEXT
           END-IF
           DISPLAY JRNL-DATE " " JRNL-TXN-CODE " "
                   WS-DISP-MINI-AMOUNT " " JRNL-DISPOSITION " "
                   WS-DISP-MINI-BALANCE " " JRNL-REFERENCE.
