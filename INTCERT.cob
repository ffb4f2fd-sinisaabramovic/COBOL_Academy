      *****************************************************************
      * Program name:    INTCERT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the year-end interest
      *                               certificate run - for each
      *                               customer on CUSTACCT.DAT the
      *                               year's INTRST interest and
      *                               WHTTAX tax withheld are summed
      *                               from ACCTJRNL.DAT across all
      *                               their accounts, net of any
      *                               reversals, and printed as one
      *                               certificate per customer, with
      *                               the same figures written to the
      *                               INTCERT.TAX summary file for the
      *                               tax office
      * 15/10/2026 SINISA ABRAMOVIC  The year's entries now come
      *                               through JRNLREAD on the journal's
      *                               date key, from the sealed
      *                               ACCTJRNL.yyyymm months of the year
      *                               as well as the open journal
      * 15/10/2026 SINISA ABRAMOVIC  Interest and tax on accounts held
      *                               in another currency are converted
      *                               into the base currency at the
      *                               certificate date's GETFXRT rate,
      *                               as DEPINS does, and the
      *                               certificate says so; an entry with
      *                               no rate that day is named and left
      *                               off
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTCERT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefKey
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CERT-RPT ASSIGN TO "INTCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-SUMMARY ASSIGN TO "INTCERT.TAX"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  CERT-RPT.
       01 CERT-RPT-RECORD          PIC X(80).

      *****************************************************************
      * The tax office file - a header naming the year, one detail
      * line per certified customer, and a trailer carrying the count
      * and the totals so the receiving side can prove the file.
      *****************************************************************
       FD  TAX-SUMMARY.
       01 TAX-HEADER-RECORD.
           02 TAXH-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 TAXH-YEAR            PIC   9(4).
           02 FILLER               PIC   X.
           02 TAXH-RUN-DATE        PIC   X(8).
           02 FILLER               PIC   X(65).
       01 TAX-DETAIL-RECORD.
           02 TAXD-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 TAXD-CUSTOMER-ID     PIC   9(6).
           02 FILLER               PIC   X.
           02 TAXD-NAME            PIC   X(20).
           02 FILLER               PIC   X.
           02 TAXD-ACCOUNTS        PIC   9(3).
           02 FILLER               PIC   X.
           02 TAXD-INTEREST        PIC   9(9)V99.
           02 FILLER               PIC   X.
           02 TAXD-TAX             PIC   9(9)V99.
           02 FILLER               PIC   X(23).
       01 TAX-TRAILER-RECORD.
           02 TAXT-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 TAXT-COUNT           PIC   9(6).
           02 FILLER               PIC   X.
           02 TAXT-INTEREST        PIC   9(11)V99.
           02 FILLER               PIC   X.
           02 TAXT-TAX             PIC   9(11)V99.
           02 FILLER               PIC   X(44).

       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-CERT-YEAR         PIC 9(4).
           02 WS-RUN-MMDD          PIC X(4).
       01 WS-DAY-TYPE              PIC X.
           88 DAY-IS-YEAR-END             VALUE "Y".
       01 WS-CAL-EXISTS            PIC X.
           88 CALENDAR-IS-ON-FILE         VALUE "Y".
       01 WS-YEAR-END-FLAG         PIC X  VALUE "N".
           88 RUN-IS-YEAR-END             VALUE "Y".

      *****************************************************************
      * The accounts of the customer in hand, with the year's figures
      * for each. CUSTACCT.DAT is keyed customer first, so a
      * customer's links arrive together.
      *****************************************************************
       01 CERT-ACCOUNT-TABLE.
           02 CERT-ACCOUNT-ENTRY OCCURS 20.
              03 CAT-ACCT          PIC 9(7).
              03 CAT-INTEREST      PIC S9(9)V99.
              03 CAT-TAX           PIC S9(9)V99.
              03 CAT-CURRENCY      PIC X(3).
              03 CAT-UNCONVERTED   PIC 9(3).
       01 CERT-ACCOUNT-IDX         PIC 99.
       01 CERT-ACCOUNT-MAX         PIC 99 VALUE 0.
       01 WS-CURRENT-CUSTOMER      PIC 9(6) VALUE 0.
       01 WS-CUSTOMER-NAME         PIC X(20).
       01 WS-CUST-INTEREST         PIC S9(9)V99.
       01 WS-CUST-TAX              PIC S9(9)V99.

      *****************************************************************
      * The certificate and the tax file are in the base currency. An
      * entry on an account held in another currency is converted at
      * the certificate date's rate, each currency's rate looked up
      * once, as DEPINS does; an entry whose currency has no rate
      * that day is left off and named on the certificate.
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
       01 WS-BASE-AMOUNT           PIC S9(9)V99.
       01 WS-CONVERT-FLAG          PIC X.
           88 ENTRY-WAS-CONVERTED         VALUE "Y".
       01 WS-FX-CURRENCY           PIC X(3).
       01 WS-FX-RATE               PIC 9(5)V9(6).
       01 WS-FX-FOUND              PIC X.
           88 WS-FX-WAS-FOUND             VALUE "Y".
       01 WS-UNCONVERTED-COUNT     PIC 9(5) VALUE 0.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-ENTRY-CODE            PIC X(7).
           88 ENTRY-IS-INTEREST           VALUE "INTRST".
           88 ENTRY-IS-TAX                VALUE "WHTTAX".

       01 WS-LINK-COUNT            PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-COUNT        PIC 9(5) VALUE 0.
       01 WS-CERT-COUNT            PIC 9(5) VALUE 0.
       01 WS-NIL-COUNT             PIC 9(5) VALUE 0.
       01 WS-OVERFLOW-COUNT        PIC 9(5) VALUE 0.
       01 WS-TOTAL-INTEREST        PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-TAX             PIC S9(11)V99 VALUE 0.

       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-INTEREST          PIC ZZZZZZZZ9.99.
       01 WS-RPT-TAX               PIC ZZZZZZZZ9.99.
       01 WS-RPT-NET               PIC -ZZZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZZZ9.99.
       01 WS-RPT-UNCONVERTED       PIC ZZ9.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "INTCERT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           PERFORM LOAD-BASE-CURRENCY

      * With a calendar on file the year-end flag decides; without
      * one the certificates come on the last day of December.
           CALL "GETCAL" USING WS-RUN-DATE, WS-DAY-TYPE,
                   WS-CAL-EXISTS
           IF CALENDAR-IS-ON-FILE
              IF DAY-IS-YEAR-END
                 SET RUN-IS-YEAR-END TO TRUE
              END-IF
           ELSE
              IF WS-RUN-MMDD = "1231"
                 SET RUN-IS-YEAR-END TO TRUE
              END-IF
           END-IF
           IF NOT RUN-IS-YEAR-END
              DISPLAY "INTCERT: " WS-RUN-DATE " IS NOT A YEAR-END "
                      "DATE - NO CERTIFICATES"
              MOVE "SUCCESS" TO WS-LOG-OUTCOME
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS
                      WS-LOG-RETURN-CODE
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CERT-RPT
           OPEN OUTPUT TAX-SUMMARY

           MOVE SPACES TO TAX-HEADER-RECORD
           MOVE "H"          TO TAXH-TYPE
           MOVE WS-CERT-YEAR TO TAXH-YEAR
           MOVE WS-RUN-DATE  TO TAXH-RUN-DATE
           WRITE TAX-HEADER-RECORD

           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINK-COUNT
                       PERFORM NOTE-ONE-LINK
                 END-READ
              END-PERFORM
              CLOSE CUST-ACCT-XREF
              IF CERT-ACCOUNT-MAX > 0
                 PERFORM CERTIFY-ONE-CUSTOMER
              END-IF
           ELSE
              MOVE "NO CUSTACCT.DAT ON FILE - NO CERTIFICATES"
                   TO CERT-RPT-RECORD
              WRITE CERT-RPT-RECORD
           END-IF

           MOVE SPACES TO TAX-TRAILER-RECORD
           MOVE "T"               TO TAXT-TYPE
           MOVE WS-CERT-COUNT     TO TAXT-COUNT
           MOVE WS-TOTAL-INTEREST TO TAXT-INTEREST
           MOVE WS-TOTAL-TAX      TO TAXT-TAX
           WRITE TAX-TRAILER-RECORD

           PERFORM WRITE-CERTIFICATE-TOTALS

           CLOSE CERT-RPT
           CLOSE TAX-SUMMARY

           DISPLAY "INTCERT: " WS-CUSTOMER-COUNT " CUSTOMER(S) READ "
                   "FOR YEAR " WS-CERT-YEAR
           DISPLAY "INTCERT: " WS-CERT-COUNT " CERTIFICATE(S) "
                   "PRINTED, " WS-NIL-COUNT " WITH NO INTEREST"
           IF WS-OVERFLOW-COUNT > 0
              DISPLAY "INTCERT: " WS-OVERFLOW-COUNT " ACCOUNT LINK(S) "
                      "OVER 20 PER CUSTOMER NOT CERTIFIED"
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-UNCONVERTED-COUNT > 0
              DISPLAY "INTCERT: " WS-UNCONVERTED-COUNT " ENTRY(IES) "
                      "WITH NO " WS-RUN-DATE " EXCHANGE RATE NOT "
                      "CERTIFIED"
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE WS-CUSTOMER-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-CERT-COUNT     TO WS-LOG-ACCEPT-COUNT
           MOVE WS-OVERFLOW-COUNT TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC       TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       NOTE-ONE-LINK.
           IF CERT-ACCOUNT-MAX > 0
              AND XrefCustomerID NOT = WS-CURRENT-CUSTOMER
              PERFORM CERTIFY-ONE-CUSTOMER
           END-IF
           MOVE XrefCustomerID TO WS-CURRENT-CUSTOMER
           IF CERT-ACCOUNT-MAX < 20
              ADD 1 TO CERT-ACCOUNT-MAX
              MOVE XrefAcctNumber TO CAT-ACCT(CERT-ACCOUNT-MAX)
              MOVE 0 TO CAT-INTEREST(CERT-ACCOUNT-MAX)
              MOVE 0 TO CAT-TAX(CERT-ACCOUNT-MAX)
              MOVE SPACES TO CAT-CURRENCY(CERT-ACCOUNT-MAX)
              MOVE 0 TO CAT-UNCONVERTED(CERT-ACCOUNT-MAX)
           ELSE
              ADD 1 TO WS-OVERFLOW-COUNT
              DISPLAY "INTCERT: CUSTOMER " XrefCustomerID
                      " ACCOUNT " XrefAcctNumber " NOT CERTIFIED"
           END-IF.

      *****************************************************************
      * A customer with nothing earned and nothing withheld in the
      * year gets no certificate and no line on the tax file.
      *****************************************************************
       CERTIFY-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           PERFORM SUM-YEAR-FROM-JOURNAL
           MOVE 0 TO WS-CUST-INTEREST
           MOVE 0 TO WS-CUST-TAX
           PERFORM VARYING CERT-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL CERT-ACCOUNT-IDX > CERT-ACCOUNT-MAX
              ADD CAT-INTEREST(CERT-ACCOUNT-IDX) TO WS-CUST-INTEREST
              ADD CAT-TAX(CERT-ACCOUNT-IDX)      TO WS-CUST-TAX
           END-PERFORM

           IF WS-CUST-INTEREST > 0 OR WS-CUST-TAX > 0
              ADD 1 TO WS-CERT-COUNT
              ADD WS-CUST-INTEREST TO WS-TOTAL-INTEREST
              ADD WS-CUST-TAX      TO WS-TOTAL-TAX
              PERFORM RESOLVE-CUSTOMER-NAME
              PERFORM WRITE-CERTIFICATE
              PERFORM WRITE-TAX-DETAIL
           ELSE
              ADD 1 TO WS-NIL-COUNT
           END-IF
           MOVE 0 TO CERT-ACCOUNT-MAX.

      *****************************************************************
      * Interest and tax count in the year they were posted; a
      * reversal of either, posted in the same year, takes it back
      * off the certificate.
      *****************************************************************
       SUM-YEAR-FROM-JOURNAL.
           SET JRNL-START-DATES TO TRUE
           MOVE SPACES TO JRQ-FROM-DATE
           STRING WS-CERT-YEAR "0101" DELIMITED BY SIZE
                  INTO JRQ-FROM-DATE
           MOVE SPACES TO JRQ-TO-DATE
           STRING WS-CERT-YEAR "1231" DELIMITED BY SIZE
                  INTO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 PERFORM NOTE-ONE-ENTRY
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       NOTE-ONE-ENTRY.
           PERFORM VARYING CERT-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL CERT-ACCOUNT-IDX > CERT-ACCOUNT-MAX
              IF CAT-ACCT(CERT-ACCOUNT-IDX) = JRNL-ACCT-NUMBER
                 PERFORM APPLY-ONE-ENTRY
              END-IF
           END-PERFORM.

       APPLY-ONE-ENTRY.
           IF JRNL-TXN-CODE = "REVERSL"
              MOVE JRNL-ORIG-CODE TO WS-ENTRY-CODE
           ELSE
              MOVE JRNL-TXN-CODE TO WS-ENTRY-CODE
           END-IF
           IF ENTRY-IS-INTEREST OR ENTRY-IS-TAX
              PERFORM CONVERT-ENTRY-AMOUNT
              IF NOT ENTRY-WAS-CONVERTED
                 ADD 1 TO CAT-UNCONVERTED(CERT-ACCOUNT-IDX)
                 ADD 1 TO WS-UNCONVERTED-COUNT
              ELSE
                 IF JRNL-TXN-CODE = "REVERSL"
                    COMPUTE WS-BASE-AMOUNT = 0 - WS-BASE-AMOUNT
                 END-IF
                 IF ENTRY-IS-INTEREST
                    ADD WS-BASE-AMOUNT
                        TO CAT-INTEREST(CERT-ACCOUNT-IDX)
                 ELSE
                    ADD WS-BASE-AMOUNT TO CAT-TAX(CERT-ACCOUNT-IDX)
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * A blank entry currency is the base currency. The account's
      * currency is kept for the certificate line.
      *****************************************************************
       CONVERT-ENTRY-AMOUNT.
           MOVE "N" TO WS-CONVERT-FLAG
           IF JRNL-CURRENCY = SPACES
              MOVE WS-BASE-CURRENCY TO WS-ENTRY-CURRENCY
           ELSE
              MOVE JRNL-CURRENCY TO WS-ENTRY-CURRENCY
           END-IF
           MOVE WS-ENTRY-CURRENCY TO CAT-CURRENCY(CERT-ACCOUNT-IDX)
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
              CALL "GETFXRT" USING WS-RUN-DATE, WS-FX-CURRENCY,
                      WS-FX-RATE, WS-FX-FOUND
              IF WS-FX-WAS-FOUND
                 MOVE WS-FX-RATE TO CUR-RATE(CUR-MAX)
                 MOVE "Y" TO CUR-RATE-FLAG(CUR-MAX)
              ELSE
                 MOVE 0 TO CUR-RATE(CUR-MAX)
                 MOVE "N" TO CUR-RATE-FLAG(CUR-MAX)
              END-IF
           END-IF.

       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.

       RESOLVE-CUSTOMER-NAME.
           MOVE "(NOT ON CUSTOMER-MASTER)" TO WS-CUSTOMER-NAME
           MOVE SPACES TO CustContact
           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OK
              MOVE WS-CURRENT-CUSTOMER TO CustomerID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE SPACES TO CustContact
                 NOT INVALID KEY
                    MOVE CustomerName TO WS-CUSTOMER-NAME
              END-READ
              CLOSE CUSTOMER-MASTER
           END-IF.

       WRITE-CERTIFICATE.
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "CERTIFICATE OF INTEREST EARNED AND TAX WITHHELD - "
                  DELIMITED BY SIZE
                  "YEAR " DELIMITED BY SIZE
                  WS-CERT-YEAR DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD AFTER ADVANCING PAGE

           MOVE SPACES TO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "CUSTOMER " DELIMITED BY SIZE
                  WS-CURRENT-CUSTOMER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUSTOMER-NAME DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           IF CustStreet NOT = SPACES
              MOVE SPACES TO CERT-RPT-RECORD
              STRING "         " DELIMITED BY SIZE
                     CustStreet DELIMITED BY SIZE
                     INTO CERT-RPT-RECORD
              WRITE CERT-RPT-RECORD
              MOVE SPACES TO CERT-RPT-RECORD
              STRING "         " DELIMITED BY SIZE
                     CustPostalCode DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CustCity DELIMITED BY SIZE
                     INTO CERT-RPT-RECORD
              WRITE CERT-RPT-RECORD
           END-IF

           MOVE SPACES TO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           PERFORM WRITE-CURRENCY-BASIS
           MOVE SPACES TO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           MOVE "  ACCOUNT       INTEREST EARNED    TAX WITHHELD  FROM"
                TO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           PERFORM VARYING CERT-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL CERT-ACCOUNT-IDX > CERT-ACCOUNT-MAX
              IF CAT-INTEREST(CERT-ACCOUNT-IDX) NOT = 0
                 OR CAT-TAX(CERT-ACCOUNT-IDX) NOT = 0
                 OR CAT-UNCONVERTED(CERT-ACCOUNT-IDX) > 0
                 PERFORM WRITE-CERTIFICATE-ACCOUNT
              END-IF
           END-PERFORM

           MOVE WS-CUST-INTEREST TO WS-RPT-INTEREST
           MOVE WS-CUST-TAX      TO WS-RPT-TAX
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "  TOTAL        " DELIMITED BY SIZE
                  WS-RPT-INTEREST DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RPT-TAX DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           COMPUTE WS-RPT-NET = WS-CUST-INTEREST - WS-CUST-TAX
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "  NET INTEREST CREDITED      " DELIMITED BY SIZE
                  WS-RPT-NET DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD.

       WRITE-CERTIFICATE-ACCOUNT.
           MOVE CAT-INTEREST(CERT-ACCOUNT-IDX) TO WS-RPT-INTEREST
           MOVE CAT-TAX(CERT-ACCOUNT-IDX)      TO WS-RPT-TAX
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  CAT-ACCT(CERT-ACCOUNT-IDX) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-RPT-INTEREST DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RPT-TAX DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           IF CAT-CURRENCY(CERT-ACCOUNT-IDX) NOT = SPACES
              AND CAT-CURRENCY(CERT-ACCOUNT-IDX)
                  NOT = WS-BASE-CURRENCY
              MOVE CAT-CURRENCY(CERT-ACCOUNT-IDX)
                   TO CERT-RPT-RECORD(50:3)
           END-IF
           WRITE CERT-RPT-RECORD
           IF CAT-UNCONVERTED(CERT-ACCOUNT-IDX) > 0
              MOVE CAT-UNCONVERTED(CERT-ACCOUNT-IDX)
                   TO WS-RPT-UNCONVERTED
              MOVE SPACES TO CERT-RPT-RECORD
              STRING "     " DELIMITED BY SIZE
                     WS-RPT-UNCONVERTED DELIMITED BY SIZE
                     " ENTRY(IES) IN " DELIMITED BY SIZE
                     CAT-CURRENCY(CERT-ACCOUNT-IDX) DELIMITED BY SIZE
                     " NOT INCLUDED - NO RATE ON " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO CERT-RPT-RECORD
              WRITE CERT-RPT-RECORD
           END-IF.

       WRITE-CURRENCY-BASIS.
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "ALL AMOUNTS IN " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  " - OTHER CURRENCIES CONVERTED AT THE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " RATE" DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD.

       WRITE-TAX-DETAIL.
           MOVE SPACES TO TAX-DETAIL-RECORD
           MOVE "D"                 TO TAXD-TYPE
           MOVE WS-CURRENT-CUSTOMER TO TAXD-CUSTOMER-ID
           MOVE WS-CUSTOMER-NAME    TO TAXD-NAME
           MOVE CERT-ACCOUNT-MAX    TO TAXD-ACCOUNTS
           MOVE WS-CUST-INTEREST    TO TAXD-INTEREST
           MOVE WS-CUST-TAX         TO TAXD-TAX
           WRITE TAX-DETAIL-RECORD.

       WRITE-CERTIFICATE-TOTALS.
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "INTEREST CERTIFICATE TOTALS - YEAR "
                  DELIMITED BY SIZE
                  WS-CERT-YEAR DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD AFTER ADVANCING PAGE
           PERFORM WRITE-CURRENCY-BASIS

           MOVE WS-CERT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "CERTIFICATES PRINTED:  " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           MOVE WS-NIL-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "CUSTOMERS WITH NO INTEREST: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           MOVE WS-TOTAL-INTEREST TO WS-RPT-TOTAL
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "TOTAL INTEREST EARNED: " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           MOVE WS-TOTAL-TAX TO WS-RPT-TOTAL
           MOVE SPACES TO CERT-RPT-RECORD
           STRING "TOTAL TAX WITHHELD:    " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD
           WRITE CERT-RPT-RECORD
           IF WS-UNCONVERTED-COUNT > 0
              MOVE WS-UNCONVERTED-COUNT TO WS-RPT-COUNT
              MOVE SPACES TO CERT-RPT-RECORD
              STRING "ENTRIES NOT CERTIFIED: " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     " - NO EXCHANGE RATE ON " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO CERT-RPT-RECORD
              WRITE CERT-RPT-RECORD
           END-IF.
