      *****************************************************************
      * Program name:    YOUTHCNV
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the month-end youth
      *                               product conversion - every active
      *                               customer whose BirthDate makes
      *                               them VOTING-AGE in the business
      *                               month has each account on a youth
      *                               product (one whose PRODUCT.DAT
      *                               record names an adult product)
      *                               found through CUSTACCT.DAT and
      *                               moved to that adult product with
      *                               its default limit; each change
      *                               goes to ACCTEVT.LOG as PRODCONV
      *                               for NOTICEGEN to send the
      *                               conversion notice, and the dated
      *                               YOUTHCNV.RPT lists conversions and
      *                               the accounts that could not move
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      * 15/10/2026 SINISA ABRAMOVIC  An account is converted only onto
      *                               a plain deposit product; an adult
      *                               product that is a loan or a term
      *                               deposit is refused and listed
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  YOUTHCNV.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CONVERT-RPT ASSIGN USING WS-CONVERT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  PRODUCT-FILE.
       01 Product.
           COPY PRODREC.

       FD  CONVERT-RPT.
       01 CONVERT-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-PRODUCT-STATUS        PIC XX VALUE "00".
           88 PRODUCT-OK                      VALUE "00".

       01 CUSTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 CUSTMAST-EOF                VALUE "Y".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 WS-FILES-FLAG            PIC X  VALUE "Y".
           88 ALL-FILES-OPENED            VALUE "Y".

       01 WS-ADULT-AGE             PIC 99 VALUE 18.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYY          PIC 9(4).
           02 WS-RUN-MM            PIC 99.
           02 WS-RUN-DD            PIC 99.
       01 WS-MAJORITY-YEAR         PIC 9(4).

       01 WS-COMING-OF-AGE         PIC 9(6).
       01 WS-YOUTH-PRODUCT         PIC X(3).
       01 WS-ADULT-PRODUCT         PIC X(3).
       01 WS-REFUSED-REASON        PIC X(24).
       01 WS-EVENT-CODE            PIC X(8)  VALUE "PRODCONV".
       01 WS-EVENT-REFERENCE       PIC X(10).

       01 WS-CONVERT-LINE.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CL-CUSTOMER-ID       PIC 9(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CL-ACCT-NUMBER       PIC 9(7).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CL-YOUTH-PRODUCT     PIC X(3).
           02 FILLER               PIC X(4)  VALUE " TO ".
           02 CL-ADULT-PRODUCT     PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CL-LIMIT             PIC Z(6)9.99.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 CL-NOTE              PIC X(24).

       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-OF-AGE-COUNT          PIC 9(5) VALUE 0.
       01 WS-CONVERTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZ9.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-GEN-BASE              PIC X(14).
       01 WS-CONVERT-GEN-NAME      PIC X(30).
       01 WS-GEN-ACTION            PIC X.
       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "YOUTHCNV".
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
           PERFORM LOAD-ADULT-AGE
           COMPUTE WS-MAJORITY-YEAR = WS-RUN-YYYY - WS-ADULT-AGE

           MOVE "YOUTHCNV.RPT" TO WS-GEN-BASE
           MOVE "N" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-CONVERT-GEN-NAME
           OPEN OUTPUT CONVERT-RPT
           PERFORM WRITE-CONVERT-HEADING

           PERFORM OPEN-CONVERSION-FILES
           IF ALL-FILES-OPENED
              PERFORM UNTIL CUSTMAST-EOF
                 READ CUSTOMER-MASTER NEXT RECORD
                    AT END
                       SET CUSTMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF CUSTOMER-IS-ACTIVE
                          AND BirthYear IS NUMERIC
                          AND BirthMonth IS NUMERIC
                          AND BirthYear = WS-MAJORITY-YEAR
                          AND BirthMonth = WS-RUN-MM
                          PERFORM CONVERT-CUSTOMER-ACCOUNTS
                       END-IF
                 END-READ
              END-PERFORM
           ELSE
              DISPLAY "YOUTHCNV: A MASTER FILE IS NOT AVAILABLE - "
                      "NO ACCOUNTS CONVERTED"
              MOVE 4 TO WS-FINAL-RC
           END-IF
           PERFORM CLOSE-CONVERSION-FILES

           PERFORM WRITE-CONVERT-TOTALS
           CLOSE CONVERT-RPT

           DISPLAY "YOUTHCNV: " WS-OF-AGE-COUNT " CUSTOMER(S) CAME OF "
                   "AGE THIS MONTH"
           DISPLAY "YOUTHCNV: " WS-CONVERTED-COUNT " ACCOUNT(S) MOVED "
                   "TO AN ADULT PRODUCT"
           IF WS-REFUSED-COUNT > 0
              DISPLAY "YOUTHCNV: " WS-REFUSED-COUNT " YOUTH "
                      "ACCOUNT(S) COULD NOT BE CONVERTED - SEE "
                      WS-CONVERT-GEN-NAME
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE "ACCOUNTS-CONVERTED" TO WS-CTL-COUNTER
           MOVE WS-CONVERTED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-READ-COUNT      TO WS-LOG-READ-COUNT
           MOVE WS-CONVERTED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-REFUSED-COUNT   TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * The age of majority is the VOTING-AGE parameter PROGRAM04 and
      * AGEELIG already work to, 18 unless it is set.
      *****************************************************************
       LOAD-ADULT-AGE.
           MOVE "VOTING-AGE" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-ADULT-AGE = FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

       OPEN-CONVERSION-FILES.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CUSTMAST-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF
           OPEN INPUT CUST-ACCT-XREF
           IF NOT XREF-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF NOT ACCTMAST-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF NOT PRODUCT-OK
              MOVE "N" TO WS-FILES-FLAG
           END-IF.

       CLOSE-CONVERSION-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE CUST-ACCT-XREF
           CLOSE ACCOUNT-MASTER
           CLOSE PRODUCT-FILE.

       WRITE-CONVERT-HEADING.
           MOVE SPACES TO CONVERT-RPT-RECORD
           STRING "YOUTH PRODUCT CONVERSION REPORT - RUN DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO CONVERT-RPT-RECORD
           WRITE CONVERT-RPT-RECORD
           MOVE SPACES TO CONVERT-RPT-RECORD
           STRING "  CUSTOMER  ACCOUNT  PRODUCT       NEW LIMIT  "
                  DELIMITED BY SIZE
                  "RESULT" DELIMITED BY SIZE
                  INTO CONVERT-RPT-RECORD
           WRITE CONVERT-RPT-RECORD.

      *****************************************************************
      * Every account linked to the customer coming of age - a joint
      * account moves too, since the youth product no longer fits the
      * customer it was opened for.
      *****************************************************************
       CONVERT-CUSTOMER-ACCOUNTS.
           ADD 1 TO WS-OF-AGE-COUNT
           MOVE CustomerID TO WS-COMING-OF-AGE
           MOVE "N" TO XREF-EOF-FLAG
           MOVE WS-COMING-OF-AGE TO XrefCustomerID
           MOVE ZEROES TO XrefAcctNumber
           START CUST-ACCT-XREF KEY IS NOT LESS THAN XrefKey
              INVALID KEY
                 SET XREF-EOF TO TRUE
           END-START
           PERFORM UNTIL XREF-EOF
              READ CUST-ACCT-XREF NEXT RECORD
                 AT END
                    SET XREF-EOF TO TRUE
                 NOT AT END
                    IF XrefCustomerID NOT = WS-COMING-OF-AGE
                       SET XREF-EOF TO TRUE
                    ELSE
                       PERFORM CHECK-ONE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           MOVE XrefAcctNumber TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 DISPLAY "YOUTHCNV: LINKED ACCOUNT " XrefAcctNumber
                         " NOT ON ACCOUNT-MASTER"
           END-READ
           IF ACCTMAST-OK
              AND NOT ACCOUNT-IS-CLOSED
              AND AcctProduct NOT = SPACES
              MOVE AcctProduct TO ProductCode
              READ PRODUCT-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PRODUCT-OK
                 AND ProductAdultCode NOT = SPACES
                 AND ProductAdultCode NOT = LOW-VALUES
                 MOVE AcctProduct      TO WS-YOUTH-PRODUCT
                 MOVE ProductAdultCode TO WS-ADULT-PRODUCT
                 PERFORM CONVERT-ONE-ACCOUNT
              END-IF
           END-IF.

      *****************************************************************
      * The adult product must be on file and be a plain deposit
      * product - not a loan, and not a term deposit, which needs a
      * TDEPMAST contract; otherwise the account stays where it is and
      * is listed for the product team to put right before next month.
      *****************************************************************
       CONVERT-ONE-ACCOUNT.
           MOVE SPACES TO WS-REFUSED-REASON
           MOVE WS-ADULT-PRODUCT TO ProductCode
           READ PRODUCT-FILE
              INVALID KEY
                 MOVE "ADULT PRODUCT NOT ON FILE"
                      TO WS-REFUSED-REASON
           END-READ
           IF PRODUCT-OK AND NOT PRODUCT-IS-DEPOSIT
              MOVE "ADULT IS NOT A DEPOSIT" TO WS-REFUSED-REASON
           END-IF

           IF WS-REFUSED-REASON = SPACES
              MOVE WS-ADULT-PRODUCT TO AcctProduct
              MOVE ProductDefLimit  TO AcctLimit
              REWRITE Account
                 INVALID KEY
                    MOVE "REWRITE FAILED" TO WS-REFUSED-REASON
              END-REWRITE
           END-IF

           IF WS-REFUSED-REASON = SPACES
              ADD 1 TO WS-CONVERTED-COUNT
              MOVE SPACES TO WS-EVENT-REFERENCE
              STRING WS-YOUTH-PRODUCT DELIMITED BY SIZE
                     " TO " DELIMITED BY SIZE
                     WS-ADULT-PRODUCT DELIMITED BY SIZE
                     INTO WS-EVENT-REFERENCE
              CALL "LOGACEVT" USING WS-LOG-PROGRAM-NAME
                      WS-EVENT-CODE AcctNumber WS-EVENT-REFERENCE
              MOVE AcctLimit   TO CL-LIMIT
              MOVE "CONVERTED" TO CL-NOTE
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE ZERO TO CL-LIMIT
              MOVE WS-REFUSED-REASON TO CL-NOTE
           END-IF
           MOVE WS-COMING-OF-AGE TO CL-CUSTOMER-ID
           MOVE AcctNumber       TO CL-ACCT-NUMBER
           MOVE WS-YOUTH-PRODUCT TO CL-YOUTH-PRODUCT
           MOVE WS-ADULT-PRODUCT TO CL-ADULT-PRODUCT
           MOVE WS-CONVERT-LINE  TO CONVERT-RPT-RECORD
           WRITE CONVERT-RPT-RECORD.

       WRITE-CONVERT-TOTALS.
           MOVE SPACES TO CONVERT-RPT-RECORD
           WRITE CONVERT-RPT-RECORD
           MOVE WS-OF-AGE-COUNT TO WS-RPT-COUNT
           STRING "CUSTOMERS COMING OF AGE:    " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO CONVERT-RPT-RECORD
           WRITE CONVERT-RPT-RECORD
           MOVE WS-CONVERTED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CONVERT-RPT-RECORD
           STRING "ACCOUNTS CONVERTED:         " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO CONVERT-RPT-RECORD
           WRITE CONVERT-RPT-RECORD
           MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CONVERT-RPT-RECORD
           STRING "ACCOUNTS NOT CONVERTED:     " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO CONVERT-RPT-RECORD
           WRITE CONVERT-RPT-RECORD.
