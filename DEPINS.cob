      *****************************************************************
      * Program name:    DEPINS
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the deposit insurance
      *                               coverage run - every positive
      *                               balance on a deposit product is
      *                               shared equally among the holders
      *                               CUSTACCT.DAT links to it, the
      *                               shares of customers PERSCUST.DAT
      *                               ties to one JMBG are put together
      *                               as one depositor, each depositor
      *                               is covered up to INSURED-LIMIT in
      *                               the base currency, the agency's
      *                               DEPINS.SUB file is written with
      *                               a line per depositor and the
      *                               DEPINS.RPT summary printed by
      *                               product, reconciled currency by
      *                               currency to ACCOUNT-MASTER
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEPINS.
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
           SELECT PERS-CUST-LINK ASSIGN TO "PERSCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkJMBG
               FILE STATUS IS WS-LINK-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ProductCode
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT LINK-SORT ASSIGN TO "DEPINS.SRT".
           SELECT SHARE-SORT ASSIGN TO "DEPINS.SR2".
           SELECT DEPOSITOR-SORT ASSIGN TO "DEPINS.SR3".
           SELECT LINKS-BY-ACCT ASSIGN TO "DEPINS.WK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT DEPOSITOR-SHARES ASSIGN TO "DEPINS.WK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARES-STATUS.
           SELECT INSURANCE-FILE ASSIGN USING WS-SUB-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSURANCE-RPT ASSIGN USING WS-RPT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  PERS-CUST-LINK.
       01 PersCustLink.
           COPY PCLNKREC.

       FD  PRODUCT-FILE.
       01 Product.
           COPY PRODREC.

       SD  LINK-SORT.
       01 LINK-SORT-RECORD.
           02 LS-ACCT-NUMBER      PIC 9(7).
           02 LS-CUSTOMER-ID      PIC 9(6).

      *****************************************************************
      * Customer order - a customer's JMBG link (type 1) sorts ahead
      * of the customer's account shares (type 2).
      *****************************************************************
       SD  SHARE-SORT.
       01 SHARE-SORT-RECORD.
           02 SS-CUSTOMER-ID      PIC 9(6).
           02 SS-TYPE             PIC X.
              88 SS-IS-PERSON-LINK       VALUE "1".
              88 SS-IS-ACCOUNT-SHARE     VALUE "2".
           02 SS-JMBG             PIC 9(13).
           02 SS-ACCT-NUMBER      PIC 9(7).
           02 SS-PRODUCT          PIC X(3).
           02 SS-CURRENCY         PIC X(3).
           02 SS-SHARE            PIC 9(7)V99.
           02 SS-BASE-SHARE       PIC 9(11)V99.
           02 SS-RATE-FLAG        PIC X.

       SD  DEPOSITOR-SORT.
       01 DEPOSITOR-SORT-RECORD.
           02 DS-DEPOSITOR        PIC X(14).
           02 DS-CUSTOMER-ID      PIC 9(6).
           02 DS-ACCT-NUMBER      PIC 9(7).
           02 DS-PRODUCT          PIC X(3).
           02 DS-CURRENCY         PIC X(3).
           02 DS-SHARE            PIC 9(7)V99.
           02 DS-BASE-SHARE       PIC 9(11)V99.
           02 DS-RATE-FLAG        PIC X.
              88 DS-RATE-MISSING         VALUE "N".

       FD  LINKS-BY-ACCT.
       01 LINKS-BY-ACCT-RECORD.
           02 LBA-ACCT-NUMBER     PIC 9(7).
           02 LBA-CUSTOMER-ID     PIC 9(6).

       FD  DEPOSITOR-SHARES.
       01 DEPOSITOR-SHARES-RECORD.
           02 DSH-DEPOSITOR       PIC X(14).
           02 DSH-CUSTOMER-ID     PIC 9(6).
           02 DSH-ACCT-NUMBER     PIC 9(7).
           02 DSH-PRODUCT         PIC X(3).
           02 DSH-CURRENCY        PIC X(3).
           02 DSH-SHARE           PIC 9(7)V99.
           02 DSH-BASE-SHARE      PIC 9(11)V99.
           02 DSH-RATE-FLAG       PIC X.

      *****************************************************************
      * Deposit insurance agency layout - a header naming the bank,
      * the date and the limit applied, a detail line per insured
      * depositor with the amounts in the base currency, and a
      * trailer with the count and the totals.
      *****************************************************************
       FD  INSURANCE-FILE.
       01 INS-HEADER-RECORD.
           02 INSH-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 INSH-BANK-ID         PIC   X(11).
           02 FILLER               PIC   X.
           02 INSH-REPORT-DATE     PIC   X(8).
           02 FILLER               PIC   X.
           02 INSH-CURRENCY        PIC   X(3).
           02 FILLER               PIC   X.
           02 INSH-INSURED-LIMIT   PIC   9(11)V99.
           02 FILLER               PIC   X(80).
       01 INS-DETAIL-RECORD.
           02 INSD-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 INSD-SEQUENCE        PIC   9(7).
           02 FILLER               PIC   X.
           02 INSD-ID-TYPE         PIC   X.
           02 FILLER               PIC   X.
           02 INSD-DEPOSITOR-ID    PIC   X(13).
           02 FILLER               PIC   X.
           02 INSD-NAME            PIC   X(20).
           02 FILLER               PIC   X.
           02 INSD-CUSTOMERS       PIC   9(3).
           02 FILLER               PIC   X.
           02 INSD-ACCOUNTS        PIC   9(5).
           02 FILLER               PIC   X.
           02 INSD-DEPOSITS        PIC   9(11)V99.
           02 FILLER               PIC   X.
           02 INSD-COVERED         PIC   9(11)V99.
           02 FILLER               PIC   X.
           02 INSD-UNCOVERED       PIC   9(11)V99.
           02 FILLER               PIC   X(21).
       01 INS-TRAILER-RECORD.
           02 INST-TYPE            PIC   X.
           02 FILLER               PIC   X.
           02 INST-COUNT           PIC   9(7).
           02 FILLER               PIC   X.
           02 INST-DEPOSITS        PIC   9(13)V99.
           02 FILLER               PIC   X.
           02 INST-COVERED         PIC   9(13)V99.
           02 FILLER               PIC   X.
           02 INST-UNCOVERED       PIC   9(13)V99.
           02 FILLER               PIC   X(63).

       FD  INSURANCE-RPT.
       01 INSURANCE-RPT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-LINK-STATUS           PIC XX VALUE "00".
           88 LINK-OK                         VALUE "00".
       01 WS-PRODUCT-STATUS        PIC XX VALUE "00".
           88 PRODUCT-OK                      VALUE "00".
       01 WS-WORK-STATUS           PIC XX VALUE "00".
           88 WORK-FILE-FOUND                 VALUE "00".
       01 WS-SHARES-STATUS         PIC XX VALUE "00".

       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 LINK-EOF-FLAG            PIC X  VALUE "N".
           88 LINK-EOF                    VALUE "Y".
       01 WORK-EOF-FLAG            PIC X  VALUE "N".
           88 WORK-EOF                    VALUE "Y".
       01 SORT-EOF-FLAG            PIC X  VALUE "N".
           88 SORT-EOF                    VALUE "Y".
       01 WS-DEPOSIT-FLAG          PIC X  VALUE "N".
           88 ACCOUNT-IS-DEPOSIT          VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".
       01 WS-BANK-ID               PIC X(11) VALUE SPACES.
       01 WS-INSURED-LIMIT         PIC 9(9)V99 VALUE 0.
       01 WS-FINAL-RC              PIC 9(4) VALUE 0.

      *****************************************************************
      * The customers holding the account in hand. Beyond 50 holders
      * the balance is shared among the first 50.
      *****************************************************************
       01 HOLDER-TABLE.
           02 HOLDER-CUSTOMER-ID   PIC 9(6) OCCURS 50.
       01 HOLDER-IDX               PIC 99.
       01 HOLDER-MAX               PIC 99 VALUE 0.
       01 WS-ACCOUNT-CURRENCY      PIC X(3).
       01 WS-HOLDER-SHARE          PIC 9(7)V99.
       01 WS-FIRST-SHARE           PIC 9(7)V99.

      *****************************************************************
      * One entry per currency met - the rate into the base currency
      * looked up once, and the three sides of the reconciliation:
      * the deposits ACCOUNT-MASTER holds, the part shared out to
      * depositors and the part on accounts with no holder.
      *****************************************************************
       01 CURRENCY-TABLE.
           02 CURRENCY-ENTRY OCCURS 50.
              03 CUR-CODE          PIC X(3).
              03 CUR-RATE          PIC 9(5)V9(6).
              03 CUR-RATE-FLAG     PIC X.
                 88 CUR-RATE-FOUND        VALUE "Y".
              03 CUR-MASTER        PIC 9(13)V99.
              03 CUR-ATTRIBUTED    PIC 9(13)V99.
              03 CUR-UNATTRIBUTED  PIC 9(13)V99.
              03 CUR-NO-RATE       PIC 9(13)V99.
       01 CUR-IDX                  PIC 99.
       01 CUR-MAX                  PIC 99 VALUE 0.
       01 WS-CUR-SLOT              PIC 99.
       01 WS-FX-CURRENCY           PIC X(3).
       01 WS-FX-RATE               PIC 9(5)V9(6).
       01 WS-FX-FOUND              PIC X.
           88 WS-FX-WAS-FOUND             VALUE "Y".

      *****************************************************************
      * The depositor being gathered - the deposits by product in the
      * base currency, so the covered part can be spread back over
      * the products they came from.
      *****************************************************************
       01 WS-DEPOSITOR-KEY.
           02 DK-KIND              PIC X.
              88 DEPOSITOR-BY-JMBG        VALUE "J".
              88 DEPOSITOR-BY-CUSTOMER    VALUE "C".
           02 DK-ID                PIC X(13).
           02 DK-JMBG REDEFINES DK-ID PIC 9(13).
       01 WS-CURRENT-DEPOSITOR     PIC X(14).
       01 WS-CURRENT-CUSTOMER      PIC 9(6).
       01 WS-CURRENT-JMBG          PIC 9(13).
       01 WS-JMBG-FLAG             PIC X  VALUE "N".
           88 CUSTOMER-HAS-JMBG           VALUE "Y".
       01 WS-FIRST-CUSTOMER        PIC 9(6).
       01 WS-DEP-CUSTOMERS         PIC 9(3).
       01 WS-DEP-ACCOUNTS          PIC 9(5).
       01 WS-DEP-TOTAL             PIC 9(11)V99.
       01 WS-DEP-COVERED           PIC 9(11)V99.
       01 WS-DEP-UNCOVERED         PIC 9(11)V99.
       01 WS-DEP-ALLOCATED         PIC 9(11)V99.
       01 WS-PART-COVERED          PIC 9(11)V99.
       01 WS-LARGEST-IDX           PIC 99.
       01 WS-DP-SLOT               PIC 99.
       01 DEP-PRODUCT-TABLE.
           02 DEP-PRODUCT-ENTRY OCCURS 99.
              03 DP-PRODUCT        PIC X(3).
              03 DP-DEPOSITS       PIC 9(11)V99.
              03 DP-COVERED        PIC 9(11)V99.
       01 DP-IDX                   PIC 99.
       01 DP-MAX                   PIC 99 VALUE 0.

      *****************************************************************
      * The summary by product, in the base currency.
      *****************************************************************
       01 PRODUCT-SUMMARY-TABLE.
           02 PRODUCT-SUMMARY-ENTRY OCCURS 99.
              03 PS-PRODUCT        PIC X(3).
              03 PS-DEPOSITORS     PIC 9(7).
              03 PS-DEPOSITS       PIC 9(13)V99.
              03 PS-COVERED        PIC 9(13)V99.
              03 PS-UNCOVERED      PIC 9(13)V99.
       01 PS-IDX                   PIC 99.
       01 PS-MAX                   PIC 99 VALUE 0.
       01 WS-PS-SLOT               PIC 99.

       01 WS-TOTAL-DEPOSITS        PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-COVERED         PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-UNCOVERED       PIC 9(13)V99 VALUE 0.

       01 WS-ACCOUNT-COUNT         PIC 9(7) VALUE 0.
       01 WS-DEPOSIT-COUNT         PIC 9(7) VALUE 0.
       01 WS-JOINT-COUNT           PIC 9(7) VALUE 0.
       01 WS-NO-HOLDER-COUNT       PIC 9(7) VALUE 0.
       01 WS-NO-RATE-COUNT         PIC 9(7) VALUE 0.
       01 WS-SHARE-COUNT           PIC 9(7) VALUE 0.
       01 WS-DEPOSITOR-COUNT       PIC 9(7) VALUE 0.
       01 WS-OVER-LIMIT-COUNT      PIC 9(7) VALUE 0.
       01 WS-MERGED-COUNT          PIC 9(7) VALUE 0.
       01 WS-DOUBLE-LINK-COUNT     PIC 9(7) VALUE 0.
       01 WS-HOLDER-OVERFLOW       PIC 9(7) VALUE 0.
       01 WS-TABLE-OVERFLOW        PIC 9(7) VALUE 0.
       01 WS-DIFFER-COUNT          PIC 9(3) VALUE 0.
       01 WS-RPT-COUNT             PIC Z(6)9.
       01 WS-RPT-AMOUNT            PIC Z(12)9.99.

       01 WS-PRODUCT-LINE.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 PL-PRODUCT           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 PL-DESC              PIC X(20).
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-DEPOSITORS        PIC Z(6)9.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-DEPOSITS          PIC Z(12)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-COVERED           PIC Z(12)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-UNCOVERED         PIC Z(12)9.99.

       01 WS-RECON-LINE.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RL-CURRENCY          PIC X(3).
           02 FILLER               PIC X     VALUE SPACE.
           02 RL-MASTER            PIC Z(12)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RL-ATTRIBUTED        PIC Z(12)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RL-UNATTRIBUTED      PIC Z(12)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RL-NO-RATE           PIC Z(12)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RL-RESULT            PIC X(7).

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-GEN-BASE              PIC X(14).
       01 WS-SUB-GEN-NAME          PIC X(30).
       01 WS-RPT-GEN-NAME          PIC X(30).
       01 WS-GEN-ACTION            PIC X.
       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "DEPINS".
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
           PERFORM LOAD-INSURED-LIMIT
           IF WS-FINAL-RC > 4
              MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS
                      WS-LOG-RETURN-CODE
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-BANK-ID

           PERFORM SORT-LINKS-BY-ACCOUNT

           OPEN INPUT PRODUCT-FILE
           OPEN INPUT CUSTOMER-MASTER
           SORT SHARE-SORT ON ASCENDING KEY SS-CUSTOMER-ID SS-TYPE
               INPUT PROCEDURE IS RELEASE-DEPOSIT-SHARES
               OUTPUT PROCEDURE IS ASSIGN-DEPOSITORS

           MOVE "DEPINS.SUB" TO WS-GEN-BASE
           MOVE "N" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-SUB-GEN-NAME
           OPEN OUTPUT INSURANCE-FILE
           PERFORM WRITE-SUBMISSION-HEADER

           SORT DEPOSITOR-SORT ON ASCENDING KEY DS-DEPOSITOR
                                              DS-CUSTOMER-ID
                                              DS-ACCT-NUMBER
               USING DEPOSITOR-SHARES
               OUTPUT PROCEDURE IS SUMMARIZE-DEPOSITORS

           PERFORM WRITE-SUBMISSION-TRAILER
           CLOSE INSURANCE-FILE

           MOVE "DEPINS.RPT" TO WS-GEN-BASE
           MOVE "N" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-RPT-GEN-NAME
           OPEN OUTPUT INSURANCE-RPT
           PERFORM WRITE-COVERAGE-HEADING
           PERFORM WRITE-PRODUCT-SUMMARY
           PERFORM WRITE-COVERAGE-COUNTS
           PERFORM WRITE-RECONCILIATION
           CLOSE INSURANCE-RPT
           CLOSE CUSTOMER-MASTER
           CLOSE PRODUCT-FILE

           DISPLAY "DEPINS: " WS-DEPOSITOR-COUNT " DEPOSITOR(S) ON "
                   WS-SUB-GEN-NAME
           DISPLAY "DEPINS: SUMMARY ON " WS-RPT-GEN-NAME
           IF WS-NO-HOLDER-COUNT > 0
              DISPLAY "DEPINS: " WS-NO-HOLDER-COUNT " DEPOSIT "
                      "ACCOUNT(S) WITH NO HOLDER - NOT INSURED"
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-NO-RATE-COUNT > 0
              DISPLAY "DEPINS: " WS-NO-RATE-COUNT " SHARE(S) WITH NO "
                      "EXCHANGE RATE FOR " WS-RUN-DATE
                      " - LEFT OUT OF THE COVERAGE"
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-HOLDER-OVERFLOW > 0
              DISPLAY "DEPINS: " WS-HOLDER-OVERFLOW " ACCOUNT(S) WITH "
                      "MORE THAN 50 HOLDERS - SHARED AMONG THE FIRST 50"
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-DOUBLE-LINK-COUNT > 0
              DISPLAY "DEPINS: " WS-DOUBLE-LINK-COUNT " CUSTOMER(S) "
                      "LINKED TO MORE THAN ONE JMBG - FIRST ONE USED"
              MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-TABLE-OVERFLOW > 0
              DISPLAY "DEPINS: " WS-TABLE-OVERFLOW " AMOUNT(S) BEYOND "
                      "THE CURRENCY OR PRODUCT TABLES - NOT COUNTED"
              MOVE 8 TO WS-FINAL-RC
           END-IF
           IF WS-DIFFER-COUNT > 0
              DISPLAY "DEPINS: " WS-DIFFER-COUNT " CURRENCY(IES) DO "
                      "NOT RECONCILE TO ACCOUNT-MASTER"
              MOVE 8 TO WS-FINAL-RC
           END-IF

           MOVE "INSURED-DEPOSITORS" TO WS-CTL-COUNTER
           MOVE WS-DEPOSITOR-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "INSURED-COVERED" TO WS-CTL-COUNTER
           MOVE WS-TOTAL-COVERED TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "INSURED-UNCOVERED" TO WS-CTL-COUNTER
           MOVE WS-TOTAL-UNCOVERED TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-DEPOSIT-COUNT   TO WS-LOG-READ-COUNT
           MOVE WS-DEPOSITOR-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-NO-HOLDER-COUNT TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * The limit is in the base currency, so every deposit is taken
      * into it before the limit is applied; a blank account currency
      * is the base currency.
      *****************************************************************
       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.

      *****************************************************************
      * There is no safe default for the insured limit - without it
      * the agency would be sent a file covering nothing or
      * everything, so the run stops.
      *****************************************************************
       LOAD-INSURED-LIMIT.
           MOVE "INSURED-LIMIT" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-INSURED-LIMIT =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF
           IF WS-INSURED-LIMIT = 0
              DISPLAY "DEPINS: NO INSURED-LIMIT PARAMETER - "
                      "COVERAGE CANNOT BE WORKED OUT"
              MOVE 8 TO WS-FINAL-RC
           END-IF.

      *****************************************************************
      * The bank's identity for the agency is the one it clears
      * under; left blank the file is still written, with a warning.
      *****************************************************************
       LOAD-BANK-ID.
           MOVE "CLEARING-BANK-ID" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              MOVE WS-PARM-VALUE TO WS-BANK-ID
           ELSE
              DISPLAY "DEPINS: NO CLEARING-BANK-ID PARAMETER - "
                      "FILE HEADER SENT WITHOUT THE BANK IDENTITY"
              MOVE 4 TO WS-FINAL-RC
           END-IF.

      *****************************************************************
      * The cross-reference is keyed customer-first, so the links are
      * re-sequenced by account once, as PORTSTAT does.
      *****************************************************************
       SORT-LINKS-BY-ACCOUNT.
           SORT LINK-SORT ON ASCENDING KEY LS-ACCT-NUMBER
                                           LS-CUSTOMER-ID
               INPUT PROCEDURE IS RELEASE-EVERY-LINK
               OUTPUT PROCEDURE IS KEEP-SORTED-LINKS.

       RELEASE-EVERY-LINK.
           MOVE "N" TO XREF-EOF-FLAG
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       MOVE XrefAcctNumber TO LS-ACCT-NUMBER
                       MOVE XrefCustomerID TO LS-CUSTOMER-ID
                       RELEASE LINK-SORT-RECORD
                 END-READ
              END-PERFORM
              CLOSE CUST-ACCT-XREF
           END-IF.

       KEEP-SORTED-LINKS.
           OPEN OUTPUT LINKS-BY-ACCT
           PERFORM UNTIL SORT-EOF
              RETURN LINK-SORT
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    MOVE LS-ACCT-NUMBER TO LBA-ACCT-NUMBER
                    MOVE LS-CUSTOMER-ID TO LBA-CUSTOMER-ID
                    WRITE LINKS-BY-ACCT-RECORD
              END-RETURN
           END-PERFORM
           CLOSE LINKS-BY-ACCT
           MOVE "N" TO SORT-EOF-FLAG.

      *****************************************************************
      * Every JMBG link goes in first, then every deposit shared out
      * over its holders; the master and the sorted links both arrive
      * in account order, so one forward pass finds the holders.
      *****************************************************************
       RELEASE-DEPOSIT-SHARES.
           MOVE "N" TO LINK-EOF-FLAG
           OPEN INPUT PERS-CUST-LINK
           IF LINK-OK
              PERFORM UNTIL LINK-EOF
                 READ PERS-CUST-LINK NEXT RECORD
                    AT END
                       SET LINK-EOF TO TRUE
                    NOT AT END
                       INITIALIZE SHARE-SORT-RECORD
                       MOVE LinkCustomerID TO SS-CUSTOMER-ID
                       SET SS-IS-PERSON-LINK TO TRUE
                       MOVE LinkJMBG       TO SS-JMBG
                       RELEASE SHARE-SORT-RECORD
                 END-READ
              END-PERFORM
              CLOSE PERS-CUST-LINK
           END-IF

           MOVE "N" TO WORK-EOF-FLAG
           OPEN INPUT LINKS-BY-ACCT
           IF NOT WORK-FILE-FOUND
              SET WORK-EOF TO TRUE
           ELSE
              PERFORM READ-NEXT-SORTED-LINK
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              PERFORM UNTIL ACCTMAST-EOF
                 READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                       SET ACCTMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM SHARE-ONE-ACCOUNT
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
           ELSE
              DISPLAY "DEPINS: ACCTMAST.DAT NOT AVAILABLE - STATUS "
                      WS-ACCTMAST-STATUS
              MOVE 8 TO WS-FINAL-RC
           END-IF

           IF WORK-FILE-FOUND
              CLOSE LINKS-BY-ACCT
           END-IF.

       SHARE-ONE-ACCOUNT.
           PERFORM UNTIL WORK-EOF
                   OR LBA-ACCT-NUMBER >= AcctNumber
              PERFORM READ-NEXT-SORTED-LINK
           END-PERFORM

           MOVE 0 TO HOLDER-MAX
           PERFORM UNTIL WORK-EOF
                   OR LBA-ACCT-NUMBER NOT = AcctNumber
              IF HOLDER-MAX < 50
                 ADD 1 TO HOLDER-MAX
                 MOVE LBA-CUSTOMER-ID TO HOLDER-CUSTOMER-ID(HOLDER-MAX)
              ELSE
                 IF HOLDER-MAX = 50
                    ADD 1 TO WS-HOLDER-OVERFLOW
                    MOVE 51 TO HOLDER-MAX
                 END-IF
              END-IF
              PERFORM READ-NEXT-SORTED-LINK
           END-PERFORM
           IF HOLDER-MAX > 50
              MOVE 50 TO HOLDER-MAX
           END-IF

           PERFORM CHECK-DEPOSIT-ACCOUNT
           IF ACCOUNT-IS-DEPOSIT
              ADD 1 TO WS-DEPOSIT-COUNT
              IF AcctCurrency = SPACES
                 MOVE WS-BASE-CURRENCY TO WS-ACCOUNT-CURRENCY
              ELSE
                 MOVE AcctCurrency TO WS-ACCOUNT-CURRENCY
              END-IF
              PERFORM FIND-CURRENCY-SLOT
              IF WS-CUR-SLOT = 0
                 ADD 1 TO WS-TABLE-OVERFLOW
              ELSE
                 ADD AcctBalance TO CUR-MASTER(WS-CUR-SLOT)
                 IF HOLDER-MAX = 0
                    ADD 1 TO WS-NO-HOLDER-COUNT
                    ADD AcctBalance TO CUR-UNATTRIBUTED(WS-CUR-SLOT)
                 ELSE
                    PERFORM RELEASE-ACCOUNT-SHARES
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * A deposit is a credit balance on any product that is not a
      * loan; an account whose product is no longer on PRODUCT.DAT
      * is taken as a deposit rather than left out.
      *****************************************************************
       CHECK-DEPOSIT-ACCOUNT.
           MOVE "N" TO WS-DEPOSIT-FLAG
           IF AcctBalance > 0
              SET ACCOUNT-IS-DEPOSIT TO TRUE
              MOVE AcctProduct TO ProductCode
              READ PRODUCT-FILE
                 INVALID KEY
                    CONTINUE
              END-READ
              IF PRODUCT-OK AND PRODUCT-IS-LOAN
                 MOVE "N" TO WS-DEPOSIT-FLAG
              END-IF
           END-IF.

      *****************************************************************
      * A joint account is shared equally; the cent the division
      * leaves over goes to the first holder, so the shares always
      * add back to the balance.
      *****************************************************************
       RELEASE-ACCOUNT-SHARES.
           IF HOLDER-MAX > 1
              ADD 1 TO WS-JOINT-COUNT
           END-IF
           COMPUTE WS-HOLDER-SHARE = AcctBalance / HOLDER-MAX
           COMPUTE WS-FIRST-SHARE =
              AcctBalance - (WS-HOLDER-SHARE * (HOLDER-MAX - 1))
           PERFORM VARYING HOLDER-IDX FROM 1 BY 1
                   UNTIL HOLDER-IDX > HOLDER-MAX
              INITIALIZE SHARE-SORT-RECORD
              MOVE HOLDER-CUSTOMER-ID(HOLDER-IDX) TO SS-CUSTOMER-ID
              SET SS-IS-ACCOUNT-SHARE TO TRUE
              MOVE AcctNumber          TO SS-ACCT-NUMBER
              MOVE AcctProduct         TO SS-PRODUCT
              MOVE WS-ACCOUNT-CURRENCY TO SS-CURRENCY
              IF HOLDER-IDX = 1
                 MOVE WS-FIRST-SHARE  TO SS-SHARE
              ELSE
                 MOVE WS-HOLDER-SHARE TO SS-SHARE
              END-IF
              IF CUR-RATE-FOUND(WS-CUR-SLOT)
                 MOVE "Y" TO SS-RATE-FLAG
                 COMPUTE SS-BASE-SHARE ROUNDED =
                    SS-SHARE * CUR-RATE(WS-CUR-SLOT)
              ELSE
                 MOVE "N" TO SS-RATE-FLAG
                 MOVE 0 TO SS-BASE-SHARE
              END-IF
              ADD 1 TO WS-SHARE-COUNT
              RELEASE SHARE-SORT-RECORD
           END-PERFORM.

      *****************************************************************
      * Each currency's rate into the base currency is looked up the
      * first time the currency is met, at the run date's rate.
      *****************************************************************
       FIND-CURRENCY-SLOT.
           MOVE 0 TO WS-CUR-SLOT
           PERFORM VARYING CUR-IDX FROM 1 BY 1
                   UNTIL CUR-IDX > CUR-MAX OR WS-CUR-SLOT > 0
              IF CUR-CODE(CUR-IDX) = WS-ACCOUNT-CURRENCY
                 MOVE CUR-IDX TO WS-CUR-SLOT
              END-IF
           END-PERFORM
           IF WS-CUR-SLOT = 0 AND CUR-MAX < 50
              ADD 1 TO CUR-MAX
              MOVE CUR-MAX TO WS-CUR-SLOT
              MOVE WS-ACCOUNT-CURRENCY TO CUR-CODE(CUR-MAX)
              MOVE 0 TO CUR-MASTER(CUR-MAX)
              MOVE 0 TO CUR-ATTRIBUTED(CUR-MAX)
              MOVE 0 TO CUR-UNATTRIBUTED(CUR-MAX)
              MOVE 0 TO CUR-NO-RATE(CUR-MAX)
              MOVE WS-ACCOUNT-CURRENCY TO WS-FX-CURRENCY
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

       READ-NEXT-SORTED-LINK.
           READ LINKS-BY-ACCT
              AT END
                 SET WORK-EOF TO TRUE
           END-READ.

      *****************************************************************
      * The shares come back by customer, each customer's JMBG link
      * first - a customer tied to a JMBG is filed under it, so two
      * customer records of the same person make one depositor; a
      * customer with no link stands alone under the customer number.
      *****************************************************************
       ASSIGN-DEPOSITORS.
           OPEN OUTPUT DEPOSITOR-SHARES
           MOVE "N" TO SORT-EOF-FLAG
           MOVE 0 TO WS-CURRENT-CUSTOMER
           MOVE "N" TO WS-JMBG-FLAG
           PERFORM UNTIL SORT-EOF
              RETURN SHARE-SORT
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    PERFORM FILE-ONE-SHARE
              END-RETURN
           END-PERFORM
           CLOSE DEPOSITOR-SHARES
           MOVE "N" TO SORT-EOF-FLAG.

       FILE-ONE-SHARE.
           IF SS-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
              MOVE SS-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
              MOVE "N" TO WS-JMBG-FLAG
           END-IF
           IF SS-IS-PERSON-LINK
              IF CUSTOMER-HAS-JMBG
                 IF SS-JMBG NOT = WS-CURRENT-JMBG
                    ADD 1 TO WS-DOUBLE-LINK-COUNT
                 END-IF
              ELSE
                 MOVE SS-JMBG TO WS-CURRENT-JMBG
                 SET CUSTOMER-HAS-JMBG TO TRUE
              END-IF
           ELSE
              IF CUSTOMER-HAS-JMBG
                 SET DEPOSITOR-BY-JMBG TO TRUE
                 MOVE WS-CURRENT-JMBG TO DK-JMBG
              ELSE
                 SET DEPOSITOR-BY-CUSTOMER TO TRUE
                 MOVE SPACES TO DK-ID
                 MOVE SS-CUSTOMER-ID TO DK-ID(1:6)
              END-IF
              MOVE WS-DEPOSITOR-KEY TO DSH-DEPOSITOR
              MOVE SS-CUSTOMER-ID   TO DSH-CUSTOMER-ID
              MOVE SS-ACCT-NUMBER   TO DSH-ACCT-NUMBER
              MOVE SS-PRODUCT       TO DSH-PRODUCT
              MOVE SS-CURRENCY      TO DSH-CURRENCY
              MOVE SS-SHARE         TO DSH-SHARE
              MOVE SS-BASE-SHARE    TO DSH-BASE-SHARE
              MOVE SS-RATE-FLAG     TO DSH-RATE-FLAG
              WRITE DEPOSITOR-SHARES-RECORD
           END-IF.

       WRITE-SUBMISSION-HEADER.
           MOVE SPACES TO INS-HEADER-RECORD
           MOVE "H"              TO INSH-TYPE
           MOVE WS-BANK-ID       TO INSH-BANK-ID
           MOVE WS-RUN-DATE      TO INSH-REPORT-DATE
           MOVE WS-BASE-CURRENCY TO INSH-CURRENCY
           MOVE WS-INSURED-LIMIT TO INSH-INSURED-LIMIT
           WRITE INS-HEADER-RECORD.

      *****************************************************************
      * The shares come back by depositor; each change of depositor
      * closes the one before it. Every share counts towards the
      * reconciliation, but only a share with a rate into the base
      * currency can count towards the coverage.
      *****************************************************************
       SUMMARIZE-DEPOSITORS.
           MOVE "N" TO SORT-EOF-FLAG
           PERFORM RETURN-NEXT-SHARE
           PERFORM UNTIL SORT-EOF
              MOVE DS-DEPOSITOR   TO WS-CURRENT-DEPOSITOR
              MOVE DS-CUSTOMER-ID TO WS-FIRST-CUSTOMER
              MOVE 0 TO WS-CURRENT-CUSTOMER
              MOVE 0 TO WS-DEP-CUSTOMERS
              MOVE 0 TO WS-DEP-ACCOUNTS
              MOVE 0 TO WS-DEP-TOTAL
              MOVE 0 TO DP-MAX
              PERFORM UNTIL SORT-EOF
                      OR DS-DEPOSITOR NOT = WS-CURRENT-DEPOSITOR
                 PERFORM ADD-SHARE-TO-DEPOSITOR
                 PERFORM RETURN-NEXT-SHARE
              END-PERFORM
              IF WS-DEP-TOTAL > 0
                 PERFORM CLOSE-DEPOSITOR
              END-IF
           END-PERFORM.

       RETURN-NEXT-SHARE.
           RETURN DEPOSITOR-SORT
              AT END
                 SET SORT-EOF TO TRUE
           END-RETURN.

       ADD-SHARE-TO-DEPOSITOR.
           IF DS-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
              MOVE DS-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
              ADD 1 TO WS-DEP-CUSTOMERS
           END-IF
           ADD 1 TO WS-DEP-ACCOUNTS

           MOVE DS-CURRENCY TO WS-ACCOUNT-CURRENCY
           PERFORM FIND-CURRENCY-SLOT
           IF WS-CUR-SLOT = 0
              ADD 1 TO WS-TABLE-OVERFLOW
           ELSE
              ADD DS-SHARE TO CUR-ATTRIBUTED(WS-CUR-SLOT)
              IF DS-RATE-MISSING
                 ADD 1 TO WS-NO-RATE-COUNT
                 ADD DS-SHARE TO CUR-NO-RATE(WS-CUR-SLOT)
              END-IF
           END-IF

           IF NOT DS-RATE-MISSING
              MOVE 0 TO WS-DP-SLOT
              PERFORM VARYING DP-IDX FROM 1 BY 1
                      UNTIL DP-IDX > DP-MAX OR WS-DP-SLOT > 0
                 IF DP-PRODUCT(DP-IDX) = DS-PRODUCT
                    MOVE DP-IDX TO WS-DP-SLOT
                 END-IF
              END-PERFORM
              IF WS-DP-SLOT = 0 AND DP-MAX < 99
                 ADD 1 TO DP-MAX
                 MOVE DP-MAX TO WS-DP-SLOT
                 MOVE DS-PRODUCT TO DP-PRODUCT(DP-MAX)
                 MOVE 0 TO DP-DEPOSITS(DP-MAX)
              END-IF
              IF WS-DP-SLOT = 0
                 ADD 1 TO WS-TABLE-OVERFLOW
              ELSE
                 ADD DS-BASE-SHARE TO DP-DEPOSITS(WS-DP-SLOT)
                 ADD DS-BASE-SHARE TO WS-DEP-TOTAL
              END-IF
           END-IF.

      *****************************************************************
      * The covered part is the total up to the limit. It is spread
      * back over the depositor's products in proportion to what each
      * holds, the rounding left to the product holding the most.
      *****************************************************************
       CLOSE-DEPOSITOR.
           ADD 1 TO WS-DEPOSITOR-COUNT
           IF WS-DEP-CUSTOMERS > 1
              ADD 1 TO WS-MERGED-COUNT
           END-IF
           IF WS-DEP-TOTAL > WS-INSURED-LIMIT
              ADD 1 TO WS-OVER-LIMIT-COUNT
              MOVE WS-INSURED-LIMIT TO WS-DEP-COVERED
           ELSE
              MOVE WS-DEP-TOTAL TO WS-DEP-COVERED
           END-IF
           COMPUTE WS-DEP-UNCOVERED = WS-DEP-TOTAL - WS-DEP-COVERED

           MOVE 0 TO WS-DEP-ALLOCATED
           MOVE 1 TO WS-LARGEST-IDX
           PERFORM VARYING DP-IDX FROM 1 BY 1 UNTIL DP-IDX > DP-MAX
              COMPUTE DP-COVERED(DP-IDX) =
                 WS-DEP-COVERED * DP-DEPOSITS(DP-IDX) / WS-DEP-TOTAL
              ADD DP-COVERED(DP-IDX) TO WS-DEP-ALLOCATED
              IF DP-DEPOSITS(DP-IDX) > DP-DEPOSITS(WS-LARGEST-IDX)
                 MOVE DP-IDX TO WS-LARGEST-IDX
              END-IF
           END-PERFORM
           COMPUTE DP-COVERED(WS-LARGEST-IDX) =
              DP-COVERED(WS-LARGEST-IDX)
              + WS-DEP-COVERED - WS-DEP-ALLOCATED

           PERFORM VARYING DP-IDX FROM 1 BY 1 UNTIL DP-IDX > DP-MAX
              PERFORM ADD-TO-PRODUCT-SUMMARY
           END-PERFORM

           ADD WS-DEP-TOTAL     TO WS-TOTAL-DEPOSITS
           ADD WS-DEP-COVERED   TO WS-TOTAL-COVERED
           ADD WS-DEP-UNCOVERED TO WS-TOTAL-UNCOVERED
           PERFORM WRITE-DEPOSITOR-DETAIL.

       ADD-TO-PRODUCT-SUMMARY.
           MOVE 0 TO WS-PS-SLOT
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-MAX OR WS-PS-SLOT > 0
              IF PS-PRODUCT(PS-IDX) = DP-PRODUCT(DP-IDX)
                 MOVE PS-IDX TO WS-PS-SLOT
              END-IF
           END-PERFORM
           IF WS-PS-SLOT = 0 AND PS-MAX < 99
              ADD 1 TO PS-MAX
              MOVE PS-MAX TO WS-PS-SLOT
              MOVE DP-PRODUCT(DP-IDX) TO PS-PRODUCT(PS-MAX)
              MOVE 0 TO PS-DEPOSITORS(PS-MAX)
              MOVE 0 TO PS-DEPOSITS(PS-MAX)
              MOVE 0 TO PS-COVERED(PS-MAX)
              MOVE 0 TO PS-UNCOVERED(PS-MAX)
           END-IF
           IF WS-PS-SLOT = 0
              ADD 1 TO WS-TABLE-OVERFLOW
           ELSE
              MOVE DP-COVERED(DP-IDX) TO WS-PART-COVERED
              ADD 1 TO PS-DEPOSITORS(WS-PS-SLOT)
              ADD DP-DEPOSITS(DP-IDX) TO PS-DEPOSITS(WS-PS-SLOT)
              ADD WS-PART-COVERED TO PS-COVERED(WS-PS-SLOT)
              COMPUTE PS-UNCOVERED(WS-PS-SLOT) =
                 PS-UNCOVERED(WS-PS-SLOT)
                 + DP-DEPOSITS(DP-IDX) - WS-PART-COVERED
           END-IF.

       WRITE-DEPOSITOR-DETAIL.
           MOVE SPACES TO CustomerName
           MOVE WS-FIRST-CUSTOMER TO CustomerID
           READ CUSTOMER-MASTER
              INVALID KEY
                 MOVE SPACES TO CustomerName
           END-READ
           MOVE WS-CURRENT-DEPOSITOR TO WS-DEPOSITOR-KEY

           MOVE SPACES TO INS-DETAIL-RECORD
           MOVE "D"                TO INSD-TYPE
           MOVE WS-DEPOSITOR-COUNT TO INSD-SEQUENCE
           MOVE DK-KIND            TO INSD-ID-TYPE
           MOVE DK-ID              TO INSD-DEPOSITOR-ID
           MOVE CustomerName       TO INSD-NAME
           MOVE WS-DEP-CUSTOMERS   TO INSD-CUSTOMERS
           MOVE WS-DEP-ACCOUNTS    TO INSD-ACCOUNTS
           MOVE WS-DEP-TOTAL       TO INSD-DEPOSITS
           MOVE WS-DEP-COVERED     TO INSD-COVERED
           MOVE WS-DEP-UNCOVERED   TO INSD-UNCOVERED
           WRITE INS-DETAIL-RECORD.

       WRITE-SUBMISSION-TRAILER.
           MOVE SPACES TO INS-TRAILER-RECORD
           MOVE "T"                TO INST-TYPE
           MOVE WS-DEPOSITOR-COUNT TO INST-COUNT
           MOVE WS-TOTAL-DEPOSITS  TO INST-DEPOSITS
           MOVE WS-TOTAL-COVERED   TO INST-COVERED
           MOVE WS-TOTAL-UNCOVERED TO INST-UNCOVERED
           WRITE INS-TRAILER-RECORD.

       WRITE-COVERAGE-HEADING.
           MOVE SPACES TO INSURANCE-RPT-RECORD
           STRING "DEPOSIT INSURANCE COVERAGE - RUN DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-INSURED-LIMIT TO WS-RPT-AMOUNT
           MOVE SPACES TO INSURANCE-RPT-RECORD
           STRING "INSURED LIMIT PER DEPOSITOR: " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE SPACES TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           STRING "  PRD  DESCRIPTION          DEPOSITORS"
                  DELIMITED BY SIZE
                  "          DEPOSITS           COVERED"
                  DELIMITED BY SIZE
                  "         UNCOVERED" DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD.

      *****************************************************************
      * A depositor holding two products is counted under each, so
      * the depositor column does not add up to the depositor count.
      *****************************************************************
       WRITE-PRODUCT-SUMMARY.
           PERFORM VARYING PS-IDX FROM 1 BY 1 UNTIL PS-IDX > PS-MAX
              MOVE PS-PRODUCT(PS-IDX) TO PL-PRODUCT
              MOVE PS-PRODUCT(PS-IDX) TO ProductCode
              READ PRODUCT-FILE
                 INVALID KEY
                    MOVE "NOT ON PRODUCT FILE" TO ProductDesc
              END-READ
              MOVE ProductDesc            TO PL-DESC
              MOVE PS-DEPOSITORS(PS-IDX)  TO PL-DEPOSITORS
              MOVE PS-DEPOSITS(PS-IDX)    TO PL-DEPOSITS
              MOVE PS-COVERED(PS-IDX)     TO PL-COVERED
              MOVE PS-UNCOVERED(PS-IDX)   TO PL-UNCOVERED
              MOVE WS-PRODUCT-LINE TO INSURANCE-RPT-RECORD
              WRITE INSURANCE-RPT-RECORD
           END-PERFORM
           MOVE SPACES TO PL-PRODUCT
           MOVE "ALL PRODUCTS"     TO PL-DESC
           MOVE WS-DEPOSITOR-COUNT TO PL-DEPOSITORS
           MOVE WS-TOTAL-DEPOSITS  TO PL-DEPOSITS
           MOVE WS-TOTAL-COVERED   TO PL-COVERED
           MOVE WS-TOTAL-UNCOVERED TO PL-UNCOVERED
           MOVE SPACES TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-PRODUCT-LINE TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD.

       WRITE-COVERAGE-COUNTS.
           MOVE SPACES TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-DEPOSIT-COUNT TO WS-RPT-COUNT
           STRING "DEPOSIT ACCOUNTS:             " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-JOINT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO INSURANCE-RPT-RECORD
           STRING "JOINT ACCOUNTS SHARED:        " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-NO-HOLDER-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO INSURANCE-RPT-RECORD
           STRING "ACCOUNTS WITH NO HOLDER:      " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-DEPOSITOR-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO INSURANCE-RPT-RECORD
           STRING "INSURED DEPOSITORS:           " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-MERGED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO INSURANCE-RPT-RECORD
           STRING "  HOLDING AS MORE THAN ONE    " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE SPACES TO INSURANCE-RPT-RECORD
           MOVE "  CUSTOMER (SAME JMBG)" TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-OVER-LIMIT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO INSURANCE-RPT-RECORD
           STRING "  ABOVE THE INSURED LIMIT     " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD.

      *****************************************************************
      * Currency by currency, the deposits on ACCOUNT-MASTER must
      * equal what was shared out to depositors plus what sits on
      * accounts with no holder. The shares without a rate are shown
      * as well - they are in the shared-out figure but not in the
      * coverage above.
      *****************************************************************
       WRITE-RECONCILIATION.
           MOVE SPACES TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE "RECONCILIATION TO ACCOUNT-MASTER - IN EACH CURRENCY"
                TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE SPACES TO INSURANCE-RPT-RECORD
           STRING "  CCY  MASTER DEPOSITS    SHARED OUT   "
                  DELIMITED BY SIZE
                  "        NO HOLDER          NO RATE"
                  DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           PERFORM VARYING CUR-IDX FROM 1 BY 1 UNTIL CUR-IDX > CUR-MAX
              MOVE CUR-CODE(CUR-IDX)         TO RL-CURRENCY
              MOVE CUR-MASTER(CUR-IDX)       TO RL-MASTER
              MOVE CUR-ATTRIBUTED(CUR-IDX)   TO RL-ATTRIBUTED
              MOVE CUR-UNATTRIBUTED(CUR-IDX) TO RL-UNATTRIBUTED
              MOVE CUR-NO-RATE(CUR-IDX)      TO RL-NO-RATE
              IF CUR-MASTER(CUR-IDX) =
                 CUR-ATTRIBUTED(CUR-IDX) + CUR-UNATTRIBUTED(CUR-IDX)
                 MOVE "AGREES"  TO RL-RESULT
              ELSE
                 MOVE "DIFFERS" TO RL-RESULT
                 ADD 1 TO WS-DIFFER-COUNT
              END-IF
              MOVE WS-RECON-LINE TO INSURANCE-RPT-RECORD
              WRITE INSURANCE-RPT-RECORD
           END-PERFORM
           MOVE SPACES TO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD
           MOVE WS-TOTAL-DEPOSITS TO WS-RPT-AMOUNT
           STRING "DEPOSITS IN " DELIMITED BY SIZE
                  WS-BASE-CURRENCY DELIMITED BY SIZE
                  " (COVERED + UNCOVERED): " DELIMITED BY SIZE
                  WS-RPT-AMOUNT DELIMITED BY SIZE
                  INTO INSURANCE-RPT-RECORD
           WRITE INSURANCE-RPT-RECORD.
