      *                               table overflows - a regulatory
      *                               report must not under-report
      *                               in silence
      * 15/10/2026 SINISA ABRAMOVIC  Widened the customer numbers in
      *                               the link and tally tables to six
      *                               digits
      * 15/10/2026 SINISA ABRAMOVIC  Append each customer reported over
      *                               the threshold or flagged just
      *                               under it to the COMPLHIT.DAT
      *                               history RISKRATE weighs when it
      *                               rates the customer
      * 15/10/2026 SINISA ABRAMOVIC  The day's cash entries now come
      *                               through JRNLREAD on the journal's
      *                               date key instead of a pass over
      *                               the whole journal
      * 15/10/2026 SINISA ABRAMOVIC  Cash entries are converted into
      *                               the base currency at the entry
      *                               date's GETFXRT rate before they
      *                               are added up and held against
      *                               COMPLY-LIMIT; an entry with no
      *                               rate is listed and left out with
      *                               return code 4, and the return code
      *                               is moved to RETURN-CODE after the
      *                               closing LOGAUDIT call
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-XREF-STATUS.
           SELECT COMPLY-RPT ASSIGN TO "COMPLRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLY-HITS ASSIGN TO "COMPLHIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HITS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.
       FD  COMPLY-RPT.
       01 COMPLY-RPT-RECORD        PIC X(80).

       FD  COMPLY-HITS.
       01 COMPLY-HIT-RECORD.
           COPY CHITREC.

       WORKING-STORAGE SECTION.
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 WS-HITS-STATUS           PIC XX VALUE "00".
           88 HITS-FILE-NOT-FOUND             VALUE "35".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".

       01 LINK-TABLE.
           02 LINK-ENTRY OCCURS 500.
              03 LNK-ACCT         PIC 9(7).
              03 LNK-CUST         PIC 9(6).
       01 LINK-IDX                 PIC 999.
       01 LINK-MAX                 PIC 999 VALUE 0.
       01 WS-OWNER-ID              PIC 9(6).
       01 WS-OWNER-FOUND-FLAG      PIC X.
           88 OWNER-WAS-FOUND             VALUE "Y".

       01 CUST-TALLY-TABLE.
           02 CUST-TALLY-ENTRY OCCURS 200.
              03 CTY-CUST         PIC 9(6).
              03 CTY-TOTAL        PIC 9(9)V99.
              03 CTY-TXN-COUNT    PIC 9(5).
              03 CTY-FIRST-ACCT   PIC 9(7).
       01 WS-OVER-COUNT            PIC 9(5) VALUE 0.
       01 WS-REVIEW-COUNT          PIC 9(5) VALUE 0.
       01 WS-ENTRY-COUNT           PIC 9(5) VALUE 0.
       01 WS-HIT-KIND              PIC X.

      *****************************************************************
      * JRNL-AMOUNT is in the account's own currency, so every entry
      * is taken into the base currency at its date's rate before it
      * is added to the customer or held against COMPLY-LIMIT, each
      * currency's rate looked up once as DEPINS does. An entry whose
      * currency has no rate is named on the report and left out.
      *****************************************************************
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 CURRENCY-TABLE.
           02 CURRENCY-ENTRY OCCURS 50.
              03 CUR-CODE          PIC X(3).
              03 CUR-RATE          PIC 9(5)V9(6).
              03 CUR-RATE-FLAG     PIC X.
                 88 CUR-RATE-FOUND        VALUE "Y".
       01 CUR-IDX                  PIC 99.
       01 CUR-MAX                  PIC 99 VALUE 0.
       01 WS-CUR-SLOT              PIC 99.
       01 WS-ENTRY-CURRENCY        PIC X(3).
       01 WS-BASE-AMOUNT           PIC 9(9)V99.
       01 WS-CONVERT-FLAG          PIC X.
           88 ENTRY-WAS-CONVERTED         VALUE "Y".
       01 WS-FX-CURRENCY           PIC X(3).
       01 WS-FX-RATE               PIC 9(5)V9(6).
       01 WS-FX-FOUND              PIC X.
           88 WS-FX-WAS-FOUND             VALUE "Y".
       01 WS-UNCONVERTED-COUNT     PIC 9(5) VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RPT-AMOUNT            PIC ZZZZZZZZ9.99.
       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-BASE-AMOUNT       PIC ZZZZZZZZ9.99.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "COMPLRPT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.

           CALL "GETRUNDT" USING WS-RUN-DATE
           PERFORM LOAD-COMPLY-LIMIT
           PERFORM LOAD-BASE-CURRENCY
           COMPUTE WS-REVIEW-FLOOR = WS-COMPLY-LIMIT * 8 / 10
           PERFORM LOAD-LINK-TABLE

           OPEN OUTPUT COMPLY-RPT
           OPEN EXTEND COMPLY-HITS
           IF HITS-FILE-NOT-FOUND
              OPEN OUTPUT COMPLY-HITS
           END-IF
           MOVE SPACES TO COMPLY-RPT-RECORD
           STRING "LARGE-MOVEMENT COMPLIANCE REPORT FOR "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD
           MOVE SPACES TO COMPLY-RPT-RECORD
           STRING "AMOUNTS IN " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  " - OTHER CURRENCIES AT THE ENTRY DATE'S RATE"
                  DELIMITED BY SIZE
                  INTO COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD

           PERFORM TALLY-DAYS-CASH-MOVEMENT
           PERFORM REPORT-OVER-THRESHOLD
           END-IF

           CLOSE COMPLY-RPT
           CLOSE COMPLY-HITS

           DISPLAY "COMPLRPT: " WS-OVER-COUNT " CUSTOMER(S) OVER "
                   "THE THRESHOLD, " WS-REVIEW-COUNT " FLAGGED FOR "
           IF REPORT-IS-TRUNCATED
              DISPLAY "COMPLRPT: *** A WORK TABLE OVERFLOWED - THE "
                      "REPORT IS INCOMPLETE ***"
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-UNCONVERTED-COUNT > 0
              DISPLAY "COMPLRPT: *** " WS-UNCONVERTED-COUNT
                      " CASH ENTRY(IES) WITH NO EXCHANGE RATE NOT "
                      "AGGREGATED ***"
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE WS-ENTRY-COUNT  TO WS-LOG-READ-COUNT
           MOVE WS-OVER-COUNT   TO WS-LOG-ACCEPT-COUNT
           MOVE WS-REVIEW-COUNT TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-COMPLY-LIMIT.
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.

       LOAD-LINK-TABLE.
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
      * interest and fees are ours, not theirs.
      *****************************************************************
       TALLY-DAYS-CASH-MOVEMENT.
           SET JRNL-START-DATES TO TRUE
           MOVE WS-RUN-DATE TO JRQ-FROM-DATE
           MOVE WS-RUN-DATE TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 AND (JRNL-TXN-CODE = "DEPOSIT"
                      OR JRNL-TXN-CODE = "WITHDRW")
                 ADD 1 TO WS-ENTRY-COUNT
                 PERFORM TALLY-ONE-ENTRY
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       TALLY-ONE-ENTRY.
           PERFORM FIND-ACCOUNT-OWNER
           PERFORM CONVERT-ENTRY-AMOUNT
           EVALUATE TRUE
              WHEN NOT OWNER-WAS-FOUND
                 DISPLAY "COMPLRPT: ACCOUNT " JRNL-ACCT-NUMBER
                         " HAS NO OWNER - MOVEMENT NOT AGGREGATED"
              WHEN NOT ENTRY-WAS-CONVERTED
                 PERFORM REPORT-UNCONVERTED-ENTRY
              WHEN OTHER
                 PERFORM ADD-ENTRY-TO-TALLY
           END-EVALUATE.

       ADD-ENTRY-TO-TALLY.
           PERFORM FIND-TALLY-SLOT
           IF WS-TALLY-SLOT > 0
              ADD WS-BASE-AMOUNT TO CTY-TOTAL(WS-TALLY-SLOT)
              ADD 1 TO CTY-TXN-COUNT(WS-TALLY-SLOT)
              IF JRNL-ACCT-NUMBER NOT =
                 CTY-FIRST-ACCT(WS-TALLY-SLOT)
                 MOVE "Y" TO CTY-MULTI-FLAG(WS-TALLY-SLOT)
              END-IF
           END-IF.

      *****************************************************************
      * The entries left out for want of a rate are listed under the
      * report title, so the gap in the aggregates is on paper.
      *****************************************************************
       REPORT-UNCONVERTED-ENTRY.
           ADD 1 TO WS-UNCONVERTED-COUNT
           IF WS-UNCONVERTED-COUNT = 1
              MOVE SPACES TO COMPLY-RPT-RECORD
              STRING "CASH ENTRIES NOT AGGREGATED - NO EXCHANGE RATE:"
                     DELIMITED BY SIZE
                     INTO COMPLY-RPT-RECORD
              WRITE COMPLY-RPT-RECORD
           END-IF
           MOVE JRNL-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO COMPLY-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  JRNL-TXN-CODE DELIMITED BY SIZE
                  " ACCOUNT " DELIMITED BY SIZE
                  JRNL-ACCT-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENTRY-CURRENCY DELIMITED BY SIZE
                  " NO RATE ON " DELIMITED BY SIZE
                  JRNL-DATE DELIMITED BY SIZE
                  INTO COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD
           DISPLAY "COMPLRPT: ACCOUNT " JRNL-ACCT-NUMBER " "
                   WS-ENTRY-CURRENCY " ENTRY " JRNL-REFERENCE
                   " HAS NO EXCHANGE RATE - NOT AGGREGATED".

      *****************************************************************
      * A blank entry currency is the base currency.
      *****************************************************************
       CONVERT-ENTRY-AMOUNT.
           MOVE "N" TO WS-CONVERT-FLAG
           MOVE 0 TO WS-BASE-AMOUNT
           IF JRNL-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-ENTRY-CURRENCY
           ELSE
              MOVE JRNL-CURRENCY TO WS-ENTRY-CURRENCY
           END-IF
           IF WS-ENTRY-CURRENCY = WS-BASE-CURRENCY
              MOVE JRNL-AMOUNT TO WS-BASE-AMOUNT
              SET ENTRY-WAS-CONVERTED TO TRUE
           ELSE
              PERFORM FIND-CURRENCY-SLOT
              IF WS-CUR-SLOT > 0
                 IF CUR-RATE-FOUND(WS-CUR-SLOT)
                    COMPUTE WS-BASE-AMOUNT ROUNDED =
                       JRNL-AMOUNT * CUR-RATE(WS-CUR-SLOT)
                    SET ENTRY-WAS-CONVERTED TO TRUE
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * Every entry is of the business date, so each currency's rate
      * is looked up once, at the first entry's date.
      *****************************************************************
       FIND-CURRENCY-SLOT.
           MOVE 0 TO WS-CUR-SLOT
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-MAX OR WS-CUR-SLOT > 0
              IF CUR-CODE(CUR-IDX) = WS-ENTRY-CURRENCY
                 MOVE CUR-IDX TO WS-CUR-SLOT
              END-IF
           END-PERFORM
           IF WS-CUR-SLOT = 0 AND CUR-MAX < 50
              ADD 1 TO CUR-MAX
              MOVE CUR-MAX TO WS-CUR-SLOT
              MOVE WS-ENTRY-CURRENCY TO CUR-CODE(CUR-MAX)
              MOVE WS-ENTRY-CURRENCY TO WS-FX-CURRENCY
              MOVE "N" TO WS-FX-FOUND
              CALL "GETFXRT" USING JRNL-DATE, WS-FX-CURRENCY,
                      WS-FX-RATE, WS-FX-FOUND
              IF WS-FX-WAS-FOUND
                 MOVE WS-FX-RATE TO CUR-RATE(CUR-MAX)
                 MOVE "Y" TO CUR-RATE-FLAG(CUR-MAX)
              ELSE
                 MOVE 0 TO CUR-RATE(CUR-MAX)
                 MOVE "N" TO CUR-RATE-FLAG(CUR-MAX)
              END-IF
           END-IF.

       FIND-ACCOUNT-OWNER.
           MOVE "N" TO WS-OWNER-FOUND-FLAG
           PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL WS-REPORT-SLOT > CUST-TALLY-MAX
              IF CTY-TOTAL(WS-REPORT-SLOT) >= WS-COMPLY-LIMIT
                 ADD 1 TO WS-OVER-COUNT
                 MOVE "O" TO WS-HIT-KIND
                 PERFORM WRITE-COMPLY-HIT
                 PERFORM WRITE-CUSTOMER-HEADER
                 PERFORM LIST-CONTRIBUTING-ENTRIES
              END-IF
                  CTY-CUST(WS-REPORT-SLOT) DELIMITED BY SIZE
                  " MOVED " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  " IN " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " TRANSACTION(S)" DELIMITED BY SIZE
           WRITE COMPLY-RPT-RECORD.

      *****************************************************************
      * One pass over the day's entries per reported customer lists
      * what made up the aggregate - the date key keeps each pass to
      * the business date alone. An entry in another currency shows
      * its own amount and what it counted for in the base currency.
      *****************************************************************
       LIST-CONTRIBUTING-ENTRIES.
           SET JRNL-START-DATES TO TRUE
           MOVE WS-RUN-DATE TO JRQ-FROM-DATE
           MOVE WS-RUN-DATE TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 AND (JRNL-TXN-CODE = "DEPOSIT"
                      OR JRNL-TXN-CODE = "WITHDRW")
                 PERFORM FIND-ACCOUNT-OWNER
                 IF OWNER-WAS-FOUND
                    AND WS-OWNER-ID = CTY-CUST(WS-REPORT-SLOT)
                    PERFORM CONVERT-ENTRY-AMOUNT
                    IF ENTRY-WAS-CONVERTED
                       PERFORM WRITE-CONTRIBUTING-LINE
                    END-IF
                 END-IF
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       WRITE-CONTRIBUTING-LINE.
           MOVE JRNL-AMOUNT TO WS-RPT-AMOUNT
                  JRNL-ACCT-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENTRY-CURRENCY DELIMITED BY SIZE
                  INTO COMPLY-RPT-RECORD
           IF WS-ENTRY-CURRENCY NOT = WS-BASE-CURRENCY
              MOVE WS-BASE-AMOUNT TO WS-RPT-BASE-AMOUNT
              MOVE " =" TO COMPLY-RPT-RECORD(44:2)
              MOVE WS-RPT-BASE-AMOUNT TO COMPLY-RPT-RECORD(47:12)
              MOVE WS-BASE-CURRENCY TO COMPLY-RPT-RECORD(60:3)
           END-IF
           WRITE COMPLY-RPT-RECORD.

      *****************************************************************
                 AND CTY-TOTAL(WS-REPORT-SLOT) >= WS-REVIEW-FLOOR
                 AND CTY-TOTAL(WS-REPORT-SLOT) < WS-COMPLY-LIMIT
                 ADD 1 TO WS-REVIEW-COUNT
                 MOVE "R" TO WS-HIT-KIND
                 PERFORM WRITE-COMPLY-HIT
                 MOVE CTY-TOTAL(WS-REPORT-SLOT) TO WS-RPT-AMOUNT
                 MOVE SPACES TO COMPLY-RPT-RECORD
                 STRING "  CUSTOMER " DELIMITED BY SIZE
                        CTY-CUST(WS-REPORT-SLOT) DELIMITED BY SIZE
                        " MOVED " DELIMITED BY SIZE
                        WS-RPT-AMOUNT DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-BASE-CURRENCY DELIMITED BY SIZE
                        " ACROSS SEVERAL ACCOUNTS - REVIEW"
                        DELIMITED BY SIZE
                        INTO COMPLY-RPT-RECORD
              END-IF
           END-PERFORM.

      *****************************************************************
      * Every customer reported over or flagged under the threshold
      * goes on the COMPLHIT.DAT history RISKRATE weighs.
      *****************************************************************
       WRITE-COMPLY-HIT.
           INITIALIZE COMPLY-HIT-RECORD WITH FILLER
           MOVE WS-RUN-DATE TO CHIT-DATE
           MOVE WS-HIT-KIND TO CHIT-KIND
           MOVE CTY-CUST(WS-REPORT-SLOT) TO CHIT-CUSTOMER
           MOVE CTY-TOTAL(WS-REPORT-SLOT) TO CHIT-TOTAL
           WRITE COMPLY-HIT-RECORD.

       WRITE-COMPLY-TOTALS.
           MOVE WS-OVER-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO COMPLY-RPT-RECORD
           STRING "FLAGGED FOR REVIEW:        " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO COMPLY-RPT-RECORD
           WRITE COMPLY-RPT-RECORD

           IF WS-UNCONVERTED-COUNT > 0
              MOVE WS-UNCONVERTED-COUNT TO WS-RPT-COUNT
              MOVE SPACES TO COMPLY-RPT-RECORD
              STRING "NOT AGGREGATED - NO RATE:  " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     INTO COMPLY-RPT-RECORD
              WRITE COMPLY-RPT-RECORD
           END-IF.
