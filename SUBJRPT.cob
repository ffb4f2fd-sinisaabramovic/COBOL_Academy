      *****************************************************************
      * Program name:    SUBJRPT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the data-subject access
      *                               report - given a JMBG or a
      *                               customer ID it gathers everything
      *                               the suite holds on that person
      *                               into SUBJRPT.RPT: the person and
      *                               SSN registers, the customer
      *                               master or its purge archive, the
      *                               CUSTHIST.LOG trail, linked
      *                               accounts, payroll year-to-date,
      *                               the school roster and the reject
      *                               log entries keyed on their
      *                               identifiers
      * 15/10/2026 SINISA ABRAMOVIC  Report the PERSREL.DAT family
      *                               links naming the subject as a
      *                               child or as a guardian
      * 15/10/2026 SINISA ABRAMOVIC  Show the school a student is
      *                               seated at, or is waiting for, and
      *                               the date the wait began on the
      *                               school roster section
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBJRPT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PersonJMBG
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT SSN-REGISTRY ASSIGN TO "SSNREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RegSSN
               FILE STATUS IS WS-SSNREG-STATUS.
           SELECT PERS-CUST-LINK ASSIGN TO "PERSCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkJMBG
               FILE STATUS IS WS-LINK-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "CUSTARCH.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT CUST-ARCHIVE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CUST-HISTORY ASSIGN TO "CUSTHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
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
           SELECT YTD-MASTER ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YtdCustomerID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "SCHLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentJMBG
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT PERS-RELATION ASSIGN TO "PERSREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RelChildJMBG
               FILE STATUS IS WS-PERSREL-STATUS.
           SELECT SUITE-REJECT-LOG ASSIGN TO "SUITEREJECT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REJECT-FULL-FILE ASSIGN TO "SUITEREJECT.FUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULL-STATUS.
           SELECT SUBJECT-RPT ASSIGN TO "SUBJRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
       01 Person.
           COPY PERSREC.

       FD  SSN-REGISTRY.
       01 SSNRegistration.
           COPY SSNRGREC.

       FD  PERS-CUST-LINK.
       01 PersCustLink.
           COPY PCLNKREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-RECORD.
           02 AIX-CUSTOMER-ID     PIC   9(6).
           02 FILLER              PIC   X.
           02 AIX-ARCHIVE-DATE    PIC   X(8).
           02 FILLER              PIC   X.
           02 AIX-CUSTOMER-NAME   PIC   X(20).

       FD  CUST-ARCHIVE.
       01 CUST-ARCHIVE-RECORD.
           02 ARC-CUSTOMER-ID     PIC   9(6).
           02 FILLER              PIC   X(144).

       FD  CUST-HISTORY.
       01 CUST-HISTORY-RECORD.
           02 CH-DATE             PIC   X(8).
           02 FILLER              PIC   X.
           02 CH-TIME             PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X.
           02 CH-CUSTOMER-ID      PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-BEFORE-IMAGE     PIC   X(149).
           02 FILLER              PIC   X.
           02 CH-AFTER-IMAGE      PIC   X(149).

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  YTD-MASTER.
       01 YtdRecord.
           COPY PAYREC.

       FD  ROSTER-MASTER.
       01 Student.
           COPY SCHLREC.

       FD  SUITE-REJECT-LOG.
       01 SUITE-REJECT-RECORD.
           COPY REJECTREC.

       FD  REJECT-FULL-FILE.
       01 REJECT-FULL-RECORD.
           02 FUL-SEQUENCE        PIC   9(6).
           02 FILLER              PIC   X.
           02 FUL-INPUT           PIC   X(20).

       FD  PERS-RELATION.
       01 PersonRelation.
           COPY PRELREC.

       FD  SUBJECT-RPT.
       01 SUBJECT-RPT-RECORD      PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-PERSMAST-STATUS       PIC XX VALUE "00".
           88 PERSMAST-OK                VALUE "00".
       01 WS-SSNREG-STATUS         PIC XX VALUE "00".
           88 SSNREG-OK                  VALUE "00".
       01 WS-LINK-STATUS           PIC XX VALUE "00".
           88 LINK-FILE-OK               VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                VALUE "00".
       01 WS-INDEX-STATUS          PIC XX VALUE "00".
           88 INDEX-FILE-FOUND           VALUE "00".
       01 WS-ARCHIVE-STATUS        PIC XX VALUE "00".
           88 ARCHIVE-FOUND              VALUE "00".
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".
           88 HISTORY-FILE-FOUND         VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                    VALUE "00".
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                VALUE "00".
       01 WS-YTD-STATUS            PIC XX VALUE "00".
           88 YTD-FILE-OK                VALUE "00".
       01 WS-ROSTER-STATUS         PIC XX VALUE "00".
           88 ROSTER-FILE-OK             VALUE "00".
       01 WS-PERSREL-STATUS        PIC XX VALUE "00".
           88 PERSREL-OK                 VALUE "00".
       01 WS-REJECT-STATUS         PIC XX VALUE "00".
           88 REJECT-FILE-FOUND          VALUE "00".
       01 WS-FULL-STATUS           PIC XX VALUE "00".
           88 FULL-FILE-FOUND            VALUE "00".

       01 WS-FILE-EOF-FLAG         PIC X  VALUE "N".
           88 FILE-EOF                   VALUE "Y".
       01 WS-RECORD-FOUND-FLAG     PIC X  VALUE "N".
           88 RECORD-WAS-FOUND           VALUE "Y".
       01 WS-REJECT-MATCH-FLAG     PIC X  VALUE "N".
           88 REJECT-INPUT-MATCHES       VALUE "Y".

      *****************************************************************
      * What the subject is known by - the keyed identifier and
      * whatever the registers and the person-to-customer link tie
      * to it.
      *****************************************************************
       01 WS-SUBJECT-TYPE          PIC X  VALUE SPACE.
           88 SUBJECT-BY-JMBG            VALUE "J".
           88 SUBJECT-BY-CUSTOMER        VALUE "C".
       01 WS-SUBJECT-VALUE         PIC X(13) VALUE SPACES.
       01 WS-SUBJECT-JMBG          PIC 9(13) VALUE 0.
       01 WS-SUBJECT-SSN           PIC 9(10) VALUE 0.
       01 WS-SUBJECT-CUSTOMER      PIC 9(6)  VALUE 0.
       01 WS-JMBG-FLAG             PIC X  VALUE "N".
           88 JMBG-IS-KNOWN              VALUE "Y".
       01 WS-SSN-FLAG              PIC X  VALUE "N".
           88 SSN-IS-KNOWN               VALUE "Y".
       01 WS-CUSTOMER-FLAG         PIC X  VALUE "N".
           88 CUSTOMER-IS-KNOWN          VALUE "Y".
       01 WS-SUBJECT-CUSTOMER-X    PIC X(6).
       01 WS-SSN-TEXT              PIC X(10).

       01 WS-ARCHIVE-DATE          PIC X(8)  VALUE SPACES.
       01 WS-ARCHIVE-NAME          PIC X(30) VALUE SPACES.

      *****************************************************************
      * Reject sequences whose full input carries one of the
      * subject's identifiers, from the restricted SUITEREJECT.FUL.
      *****************************************************************
       01 REJECT-HIT-TABLE.
           02 REJECT-HIT OCCURS 500.
              03 RH-SEQUENCE       PIC 9(6).
              03 RH-INPUT          PIC X(20).
              03 RH-SEEN-FLAG      PIC X.
                 88 RH-WAS-SEEN           VALUE "Y".
       01 REJECT-HIT-IDX           PIC 999.
       01 REJECT-HIT-MAX           PIC 999 VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SECTION-COUNT         PIC 9(5) VALUE 0.

       01 WS-RPT-AMOUNT            PIC -ZZZZZZ9.99.
       01 WS-RPT-AMOUNT-B          PIC -ZZZZZZ9.99.
       01 WS-RPT-AMOUNT-C          PIC -ZZZZZZ9.99.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "SUBJRPT".
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
           CALL "GETOPER" USING WS-OPERATOR-ID

           DISPLAY "SUBJECT BY J-JMBG OR C-CUSTOMER ID: "
                   WITH NO ADVANCING
           ACCEPT WS-SUBJECT-TYPE
           DISPLAY "JMBG (13 DIGITS) OR CUSTOMER ID (6 DIGITS): "
                   WITH NO ADVANCING
           ACCEPT WS-SUBJECT-VALUE

           EVALUATE TRUE
              WHEN SUBJECT-BY-JMBG AND WS-SUBJECT-VALUE IS NUMERIC
                 MOVE WS-SUBJECT-VALUE TO WS-SUBJECT-JMBG
                 SET JMBG-IS-KNOWN TO TRUE
              WHEN SUBJECT-BY-CUSTOMER
                   AND WS-SUBJECT-VALUE(1:6) IS NUMERIC
                   AND WS-SUBJECT-VALUE(7:7) = SPACES
                 MOVE WS-SUBJECT-VALUE(1:6) TO WS-SUBJECT-CUSTOMER
                 SET CUSTOMER-IS-KNOWN TO TRUE
              WHEN OTHER
                 DISPLAY "REQUEST REFUSED - " WS-SUBJECT-TYPE " "
                         WS-SUBJECT-VALUE
                         " IS NOT A JMBG OR A CUSTOMER ID"
                 MOVE 8 TO WS-FINAL-RC
                 MOVE "FAILURE" TO WS-LOG-OUTCOME
                 MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
                 CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                         WS-LOG-OUTCOME WS-LOG-COUNTS
                         WS-LOG-RETURN-CODE
                 MOVE WS-FINAL-RC TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           PERFORM RESOLVE-SUBJECT

           OPEN OUTPUT SUBJECT-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM REPORT-PERSON-REGISTER
           PERFORM REPORT-SSN-REGISTRY
           PERFORM REPORT-CUSTOMER
           PERFORM REPORT-CHANGE-HISTORY
           PERFORM REPORT-ACCOUNTS
           PERFORM REPORT-PAYROLL
           PERFORM REPORT-SCHOOL-ROSTER
           PERFORM REPORT-FAMILY-LINKS
           PERFORM REPORT-REJECTS
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE SPACES TO SUBJECT-RPT-RECORD
           STRING "END OF REPORT - " DELIMITED BY SIZE
                  WS-SECTION-COUNT DELIMITED BY SIZE
                  " SOURCE(S) HOLD DATA ON THIS SUBJECT"
                  DELIMITED BY SIZE
                  INTO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           CLOSE SUBJECT-RPT

           DISPLAY "SUBJRPT: " WS-SECTION-COUNT
                   " SOURCE(S) REPORTED TO SUBJRPT.RPT"

           MOVE 1 TO WS-LOG-READ-COUNT
           MOVE WS-SECTION-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * A JMBG leads to the linked customer through PERSCUST.DAT; a
      * customer ID leads back to the JMBG by scanning it, since the
      * link is keyed on the JMBG. The SSN comes from the person
      * register, or failing that from the SSN registry.
      *****************************************************************
       RESOLVE-SUBJECT.
           OPEN INPUT PERS-CUST-LINK
           IF LINK-FILE-OK
              IF JMBG-IS-KNOWN
                 MOVE WS-SUBJECT-JMBG TO LinkJMBG
                 READ PERS-CUST-LINK
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE LinkCustomerID TO WS-SUBJECT-CUSTOMER
                       SET CUSTOMER-IS-KNOWN TO TRUE
                 END-READ
              ELSE
                 MOVE "N" TO WS-FILE-EOF-FLAG
                 PERFORM UNTIL FILE-EOF OR JMBG-IS-KNOWN
                    READ PERS-CUST-LINK NEXT RECORD
                       AT END
                          SET FILE-EOF TO TRUE
                       NOT AT END
                          IF LinkCustomerID = WS-SUBJECT-CUSTOMER
                             MOVE LinkJMBG TO WS-SUBJECT-JMBG
                             SET JMBG-IS-KNOWN TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE PERS-CUST-LINK
           END-IF

           IF JMBG-IS-KNOWN
              OPEN INPUT PERSON-MASTER
              IF PERSMAST-OK
                 MOVE WS-SUBJECT-JMBG TO PersonJMBG
                 READ PERSON-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PersonSSN TO WS-SUBJECT-SSN
                       SET SSN-IS-KNOWN TO TRUE
                 END-READ
                 CLOSE PERSON-MASTER
              END-IF
           END-IF

           IF JMBG-IS-KNOWN AND NOT SSN-IS-KNOWN
              OPEN INPUT SSN-REGISTRY
              IF SSNREG-OK
                 MOVE "N" TO WS-FILE-EOF-FLAG
                 PERFORM UNTIL FILE-EOF OR SSN-IS-KNOWN
                    READ SSN-REGISTRY NEXT RECORD
                       AT END
                          SET FILE-EOF TO TRUE
                       NOT AT END
                          IF RegJMBG = WS-SUBJECT-JMBG
                             MOVE RegSSN TO WS-SUBJECT-SSN
                             SET SSN-IS-KNOWN TO TRUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SSN-REGISTRY
              END-IF
           END-IF

           MOVE WS-SUBJECT-CUSTOMER TO WS-SUBJECT-CUSTOMER-X
           MOVE WS-SUBJECT-SSN TO WS-SSN-TEXT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           STRING "DATA SUBJECT ACCESS REPORT - " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - PREPARED BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE SPACES TO SUBJECT-RPT-RECORD
           IF SUBJECT-BY-JMBG
              STRING "REQUESTED FOR JMBG " DELIMITED BY SIZE
                     WS-SUBJECT-JMBG DELIMITED BY SIZE
                     INTO SUBJECT-RPT-RECORD
           ELSE
              STRING "REQUESTED FOR CUSTOMER " DELIMITED BY SIZE
                     WS-SUBJECT-CUSTOMER DELIMITED BY SIZE
                     INTO SUBJECT-RPT-RECORD
           END-IF
           WRITE SUBJECT-RPT-RECORD
           MOVE SPACES TO SUBJECT-RPT-RECORD
           STRING "LINKED IDENTIFIERS - JMBG " DELIMITED BY SIZE
                  INTO SUBJECT-RPT-RECORD
           IF JMBG-IS-KNOWN
              MOVE WS-SUBJECT-JMBG TO SUBJECT-RPT-RECORD(27:13)
           ELSE
              MOVE "NONE" TO SUBJECT-RPT-RECORD(27:13)
           END-IF
           MOVE "SSN" TO SUBJECT-RPT-RECORD(41:3)
           IF SSN-IS-KNOWN
              MOVE WS-SSN-TEXT TO SUBJECT-RPT-RECORD(45:10)
           ELSE
              MOVE "NONE" TO SUBJECT-RPT-RECORD(45:10)
           END-IF
           MOVE "CUSTOMER" TO SUBJECT-RPT-RECORD(56:8)
           IF CUSTOMER-IS-KNOWN
              MOVE WS-SUBJECT-CUSTOMER-X TO SUBJECT-RPT-RECORD(65:6)
           ELSE
              MOVE "NONE" TO SUBJECT-RPT-RECORD(65:6)
           END-IF
           WRITE SUBJECT-RPT-RECORD.

       REPORT-PERSON-REGISTER.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "PERSON REGISTER (PERSMAST.DAT)" TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           IF JMBG-IS-KNOWN
              OPEN INPUT PERSON-MASTER
              IF PERSMAST-OK
                 MOVE WS-SUBJECT-JMBG TO PersonJMBG
                 READ PERSON-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET RECORD-WAS-FOUND TO TRUE
                       MOVE SPACES TO SUBJECT-RPT-RECORD
                       STRING "  JMBG " DELIMITED BY SIZE
                              PersonJMBG DELIMITED BY SIZE
                              " SSN " DELIMITED BY SIZE
                              PersonSSN DELIMITED BY SIZE
                              " REGISTERED " DELIMITED BY SIZE
                              PersonRegDate DELIMITED BY SIZE
                              " STATUS " DELIMITED BY SIZE
                              PersonStatus DELIMITED BY SIZE
                              " DEREGISTERED " DELIMITED BY SIZE
                              PersonDeregDate DELIMITED BY SIZE
                              " REASON " DELIMITED BY SIZE
                              PersonDeregReason DELIMITED BY SIZE
                              INTO SUBJECT-RPT-RECORD
                       WRITE SUBJECT-RPT-RECORD
                 END-READ
                 CLOSE PERSON-MASTER
              END-IF
           END-IF
           PERFORM CLOSE-SECTION.

       REPORT-SSN-REGISTRY.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "SSN REGISTRY (SSNREG.DAT)" TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           IF SSN-IS-KNOWN
              OPEN INPUT SSN-REGISTRY
              IF SSNREG-OK
                 MOVE WS-SUBJECT-SSN TO RegSSN
                 READ SSN-REGISTRY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET RECORD-WAS-FOUND TO TRUE
                       MOVE SPACES TO SUBJECT-RPT-RECORD
                       STRING "  SSN " DELIMITED BY SIZE
                              RegSSN DELIMITED BY SIZE
                              " REGISTERED TO JMBG " DELIMITED BY SIZE
                              RegJMBG DELIMITED BY SIZE
                              INTO SUBJECT-RPT-RECORD
                       WRITE SUBJECT-RPT-RECORD
                 END-READ
                 CLOSE SSN-REGISTRY
              END-IF
           END-IF
           PERFORM CLOSE-SECTION.

      *****************************************************************
      * A customer no longer on the master may have been purged - the
      * archive index names the generation still holding the record.
      *****************************************************************
       REPORT-CUSTOMER.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "CUSTOMER MASTER (CUSTMAST.DAT)" TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           IF CUSTOMER-IS-KNOWN
              OPEN INPUT CUSTOMER-MASTER
              IF CUSTMAST-OK
                 MOVE WS-SUBJECT-CUSTOMER TO CustomerID
                 READ CUSTOMER-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET RECORD-WAS-FOUND TO TRUE
                       PERFORM WRITE-CUSTOMER-DETAIL
                 END-READ
                 CLOSE CUSTOMER-MASTER
              END-IF
           END-IF
           PERFORM CLOSE-SECTION

           IF CUSTOMER-IS-KNOWN
              PERFORM REPORT-ARCHIVED-CUSTOMER
           END-IF.

       WRITE-CUSTOMER-DETAIL.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           STRING "  CUSTOMER " DELIMITED BY SIZE
                  CustomerID DELIMITED BY SIZE
                  " NAME " DELIMITED BY SIZE
                  CustomerName DELIMITED BY SIZE
                  " BORN " DELIMITED BY SIZE
                  BirthDay DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  BirthMonth DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  BirthYear DELIMITED BY SIZE
                  " STATUS " DELIMITED BY SIZE
                  CustomerStatus DELIMITED BY SIZE
                  " INACTIVE SINCE " DELIMITED BY SIZE
                  CustInactiveDate DELIMITED BY SIZE
                  " DELIVERY " DELIMITED BY SIZE
                  CustDelivPref DELIMITED BY SIZE
                  INTO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE SPACES TO SUBJECT-RPT-RECORD
           STRING "  ADDRESS " DELIMITED BY SIZE
                  CustStreet DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CustCity DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CustPostalCode DELIMITED BY SIZE
                  INTO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE SPACES TO SUBJECT-RPT-RECORD
           STRING "  PHONE " DELIMITED BY SIZE
                  CustPhone DELIMITED BY SIZE
                  " E-MAIL " DELIMITED BY SIZE
                  CustEmail DELIMITED BY SIZE
                  INTO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD.

       REPORT-ARCHIVED-CUSTOMER.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "PURGE ARCHIVE (CUSTARCH.IDX AND GENERATIONS)"
                TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           MOVE SPACES TO WS-ARCHIVE-DATE
           OPEN INPUT ARCHIVE-INDEX
           IF INDEX-FILE-FOUND
              MOVE "N" TO WS-FILE-EOF-FLAG
              PERFORM UNTIL FILE-EOF
                 READ ARCHIVE-INDEX
                    AT END
                       SET FILE-EOF TO TRUE
                    NOT AT END
                       IF AIX-CUSTOMER-ID = WS-SUBJECT-CUSTOMER
                          SET RECORD-WAS-FOUND TO TRUE
                          MOVE AIX-ARCHIVE-DATE TO WS-ARCHIVE-DATE
                          MOVE SPACES TO SUBJECT-RPT-RECORD
                          STRING "  PURGED " DELIMITED BY SIZE
                                 AIX-ARCHIVE-DATE DELIMITED BY SIZE
                                 " AS " DELIMITED BY SIZE
                                 AIX-CUSTOMER-NAME DELIMITED BY SIZE
                                 INTO SUBJECT-RPT-RECORD
                          WRITE SUBJECT-RPT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-INDEX
           END-IF
           IF WS-ARCHIVE-DATE NOT = SPACES
              PERFORM REPORT-ARCHIVE-RECORD
           END-IF
           PERFORM CLOSE-SECTION.

      *****************************************************************
      * The newest generation holding the customer is shown in full,
      * through the customer layout.
      *****************************************************************
       REPORT-ARCHIVE-RECORD.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "CUSTARCH." DELIMITED BY SIZE
                  WS-ARCHIVE-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           OPEN INPUT CUST-ARCHIVE
           IF ARCHIVE-FOUND
              MOVE "N" TO WS-FILE-EOF-FLAG
              PERFORM UNTIL FILE-EOF
                 READ CUST-ARCHIVE
                    AT END
                       SET FILE-EOF TO TRUE
                    NOT AT END
                       IF ARC-CUSTOMER-ID = WS-SUBJECT-CUSTOMER
                          MOVE CUST-ARCHIVE-RECORD TO Customer
                          PERFORM WRITE-CUSTOMER-DETAIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUST-ARCHIVE
           ELSE
              MOVE SPACES TO SUBJECT-RPT-RECORD
              STRING "  ARCHIVE GENERATION " DELIMITED BY SIZE
                     WS-ARCHIVE-NAME DELIMITED BY SPACE
                     " IS NO LONGER ON FILE" DELIMITED BY SIZE
                     INTO SUBJECT-RPT-RECORD
              WRITE SUBJECT-RPT-RECORD
           END-IF.

       REPORT-CHANGE-HISTORY.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "CHANGE HISTORY (CUSTHIST.LOG)" TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           IF CUSTOMER-IS-KNOWN
              OPEN INPUT CUST-HISTORY
              IF HISTORY-FILE-FOUND
                 MOVE "N" TO WS-FILE-EOF-FLAG
                 PERFORM UNTIL FILE-EOF
                    READ CUST-HISTORY
                       AT END
                          SET FILE-EOF TO TRUE
                       NOT AT END
                          IF CH-CUSTOMER-ID = WS-SUBJECT-CUSTOMER-X
                             SET RECORD-WAS-FOUND TO TRUE
                             PERFORM WRITE-HISTORY-ENTRY
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CUST-HISTORY
              END-IF
           END-IF
           PERFORM CLOSE-SECTION.

       WRITE-HISTORY-ENTRY.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  CH-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CH-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CH-PROGRAM DELIMITED BY SIZE
                  INTO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE SPACES TO SUBJECT-RPT-RECORD
           MOVE "    BEFORE" TO SUBJECT-RPT-RECORD(1:10)
           IF CH-BEFORE-IMAGE = SPACES
              MOVE "(NONE)" TO SUBJECT-RPT-RECORD(12:6)
           ELSE
              MOVE CH-BEFORE-IMAGE TO SUBJECT-RPT-RECORD(12:149)
           END-IF
           WRITE SUBJECT-RPT-RECORD
           MOVE SPACES TO SUBJECT-RPT-RECORD
           MOVE "    AFTER" TO SUBJECT-RPT-RECORD(1:10)
           IF CH-AFTER-IMAGE = SPACES
              MOVE "(NONE)" TO SUBJECT-RPT-RECORD(12:6)
           ELSE
              MOVE CH-AFTER-IMAGE TO SUBJECT-RPT-RECORD(12:149)
           END-IF
           WRITE SUBJECT-RPT-RECORD.

       REPORT-ACCOUNTS.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "ACCOUNTS (CUSTACCT.DAT AND ACCTMAST.DAT)"
                TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           IF CUSTOMER-IS-KNOWN
              OPEN INPUT CUST-ACCT-XREF
              OPEN INPUT ACCOUNT-MASTER
              IF XREF-OK
                 MOVE "N" TO WS-FILE-EOF-FLAG
                 MOVE WS-SUBJECT-CUSTOMER TO XrefCustomerID
                 MOVE 0 TO XrefAcctNumber
                 START CUST-ACCT-XREF KEY IS NOT LESS THAN XrefKey
                    INVALID KEY
                       SET FILE-EOF TO TRUE
                 END-START
                 PERFORM UNTIL FILE-EOF
                    READ CUST-ACCT-XREF NEXT RECORD
                       AT END
                          SET FILE-EOF TO TRUE
                       NOT AT END
                          IF XrefCustomerID NOT = WS-SUBJECT-CUSTOMER
                             SET FILE-EOF TO TRUE
                          ELSE
                             SET RECORD-WAS-FOUND TO TRUE
                             PERFORM WRITE-ACCOUNT-LINE
                          END-IF
                    END-READ
                 END-PERFORM
              END-IF
              CLOSE ACCOUNT-MASTER
              CLOSE CUST-ACCT-XREF
           END-IF
           PERFORM CLOSE-SECTION.

       WRITE-ACCOUNT-LINE.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           MOVE XrefAcctNumber TO AcctNumber
           READ ACCOUNT-MASTER
              INVALID KEY
                 STRING "  ACCOUNT " DELIMITED BY SIZE
                        XrefAcctNumber DELIMITED BY SIZE
                        " (NOT ON THE ACCOUNT MASTER)"
                        DELIMITED BY SIZE
                        INTO SUBJECT-RPT-RECORD
              NOT INVALID KEY
                 MOVE AcctBalance   TO WS-RPT-AMOUNT
                 MOVE AcctLimit     TO WS-RPT-AMOUNT-B
                 MOVE AcctOverdraft TO WS-RPT-AMOUNT-C
                 STRING "  ACCOUNT " DELIMITED BY SIZE
                        AcctNumber DELIMITED BY SIZE
                        " PRODUCT " DELIMITED BY SIZE
                        AcctProduct DELIMITED BY SIZE
                        " STATUS " DELIMITED BY SIZE
                        AcctStatus DELIMITED BY SIZE
                        " BALANCE " DELIMITED BY SIZE
                        WS-RPT-AMOUNT DELIMITED BY SIZE
                        " LIMIT " DELIMITED BY SIZE
                        WS-RPT-AMOUNT-B DELIMITED BY SIZE
                        " OVERDRAFT " DELIMITED BY SIZE
                        WS-RPT-AMOUNT-C DELIMITED BY SIZE
                        INTO SUBJECT-RPT-RECORD
           END-READ
           WRITE SUBJECT-RPT-RECORD.

       REPORT-PAYROLL.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "PAYROLL YEAR-TO-DATE (PAYYTD.DAT)"
                TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           IF CUSTOMER-IS-KNOWN
              OPEN INPUT YTD-MASTER
              IF YTD-FILE-OK
                 MOVE WS-SUBJECT-CUSTOMER TO YtdCustomerID
                 READ YTD-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET RECORD-WAS-FOUND TO TRUE
                       MOVE YtdGross TO WS-RPT-AMOUNT
                       MOVE YtdTax   TO WS-RPT-AMOUNT-B
                       MOVE YtdNet   TO WS-RPT-AMOUNT-C
                       MOVE SPACES TO SUBJECT-RPT-RECORD
                       STRING "  GROSS " DELIMITED BY SIZE
                              WS-RPT-AMOUNT DELIMITED BY SIZE
                              " TAX " DELIMITED BY SIZE
                              WS-RPT-AMOUNT-B DELIMITED BY SIZE
                              " NET " DELIMITED BY SIZE
                              WS-RPT-AMOUNT-C DELIMITED BY SIZE
                              INTO SUBJECT-RPT-RECORD
                       WRITE SUBJECT-RPT-RECORD
                 END-READ
                 CLOSE YTD-MASTER
              END-IF
           END-IF
           PERFORM CLOSE-SECTION.

       REPORT-SCHOOL-ROSTER.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "SCHOOL ROSTER (SCHLMAST.DAT)" TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           IF JMBG-IS-KNOWN
              OPEN INPUT ROSTER-MASTER
              IF ROSTER-FILE-OK
                 MOVE WS-SUBJECT-JMBG TO StudentJMBG
                 READ ROSTER-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET RECORD-WAS-FOUND TO TRUE
                       MOVE SPACES TO SUBJECT-RPT-RECORD
                       STRING "  JMBG " DELIMITED BY SIZE
                              StudentJMBG DELIMITED BY SIZE
                              " SSN " DELIMITED BY SIZE
                              StudentSSN DELIMITED BY SIZE
                              " LEVEL " DELIMITED BY SIZE
                              StudentLevel DELIMITED BY SIZE
                              " YEAR " DELIMITED BY SIZE
                              StudentYear DELIMITED BY SIZE
                              " STATUS " DELIMITED BY SIZE
                              StudentStatus DELIMITED BY SIZE
                              " PLACED " DELIMITED BY SIZE
                              StudentPlacedDate DELIMITED BY SIZE
                              INTO SUBJECT-RPT-RECORD
                       WRITE SUBJECT-RPT-RECORD
                       MOVE SPACES TO SUBJECT-RPT-RECORD
                       STRING "  SCHOOL " DELIMITED BY SIZE
                              StudentSchool DELIMITED BY SIZE
                              " WAITING SINCE " DELIMITED BY SIZE
                              StudentWaitSince DELIMITED BY SIZE
                              INTO SUBJECT-RPT-RECORD
                       WRITE SUBJECT-RPT-RECORD
                 END-READ
                 CLOSE ROSTER-MASTER
              END-IF
           END-IF
           PERFORM CLOSE-SECTION.

      *****************************************************************
      * A relationship record names the subject either as the child
      * it is keyed on or as one of the two guardians.
      *****************************************************************
       REPORT-FAMILY-LINKS.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "FAMILY LINKS (PERSREL.DAT)" TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           IF JMBG-IS-KNOWN
              OPEN INPUT PERS-RELATION
              IF PERSREL-OK
                 MOVE "N" TO WS-FILE-EOF-FLAG
                 PERFORM UNTIL FILE-EOF
                    READ PERS-RELATION NEXT RECORD
                       AT END
                          SET FILE-EOF TO TRUE
                       NOT AT END
                          IF RelChildJMBG = WS-SUBJECT-JMBG
                             OR RelGuardianJMBG(1) = WS-SUBJECT-JMBG
                             OR RelGuardianJMBG(2) = WS-SUBJECT-JMBG
                             PERFORM WRITE-RELATION-LINE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PERS-RELATION
              END-IF
           END-IF
           PERFORM CLOSE-SECTION.

       WRITE-RELATION-LINE.
           SET RECORD-WAS-FOUND TO TRUE
           MOVE SPACES TO SUBJECT-RPT-RECORD
           STRING "  CHILD " DELIMITED BY SIZE
                  RelChildJMBG DELIMITED BY SIZE
                  " GUARDIAN " DELIMITED BY SIZE
                  RelGuardianJMBG(1) DELIMITED BY SIZE
                  " GUARDIAN " DELIMITED BY SIZE
                  RelGuardianJMBG(2) DELIMITED BY SIZE
                  " RECORDED " DELIMITED BY SIZE
                  RelDate DELIMITED BY SIZE
                  " BATCH " DELIMITED BY SIZE
                  RelBatchID DELIMITED BY SIZE
                  INTO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD.

      *****************************************************************
      * The reject log carries its input masked, so the subject's
      * entries are found on the restricted full-value file by JMBG,
      * SSN or customer ID and then matched to the log by sequence.
      * A sequence no longer on the live log was moved off by LOGARCH
      * to its dated reject archive.
      *****************************************************************
       REPORT-REJECTS.
           MOVE SPACES TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "REJECT LOG (SUITEREJECT.LOG AND SUITEREJECT.FUL)"
                TO SUBJECT-RPT-RECORD
           WRITE SUBJECT-RPT-RECORD
           MOVE "N" TO WS-RECORD-FOUND-FLAG
           MOVE 0 TO REJECT-HIT-MAX
           OPEN INPUT REJECT-FULL-FILE
           IF FULL-FILE-FOUND
              MOVE "N" TO WS-FILE-EOF-FLAG
              PERFORM UNTIL FILE-EOF
                 READ REJECT-FULL-FILE
                    AT END
                       SET FILE-EOF TO TRUE
                    NOT AT END
                       PERFORM CHECK-REJECT-INPUT
                 END-READ
              END-PERFORM
              CLOSE REJECT-FULL-FILE
           END-IF

           IF REJECT-HIT-MAX > 0
              SET RECORD-WAS-FOUND TO TRUE
              OPEN INPUT SUITE-REJECT-LOG
              IF REJECT-FILE-FOUND
                 MOVE "N" TO WS-FILE-EOF-FLAG
                 PERFORM UNTIL FILE-EOF
                    READ SUITE-REJECT-LOG
                       AT END
                          SET FILE-EOF TO TRUE
                       NOT AT END
                          PERFORM MATCH-REJECT-ENTRY
                    END-READ
                 END-PERFORM
                 CLOSE SUITE-REJECT-LOG
              END-IF
              PERFORM VARYING REJECT-HIT-IDX FROM 1 BY 1
                      UNTIL REJECT-HIT-IDX > REJECT-HIT-MAX
                 IF NOT RH-WAS-SEEN(REJECT-HIT-IDX)
                    MOVE SPACES TO SUBJECT-RPT-RECORD
                    STRING "  SEQUENCE " DELIMITED BY SIZE
                           RH-SEQUENCE(REJECT-HIT-IDX)
                           DELIMITED BY SIZE
                           " INPUT " DELIMITED BY SIZE
                           RH-INPUT(REJECT-HIT-IDX) DELIMITED BY SIZE
                           " - ENTRY ARCHIVED OFF THE LIVE LOG"
                           DELIMITED BY SIZE
                           INTO SUBJECT-RPT-RECORD
                    WRITE SUBJECT-RPT-RECORD
                 END-IF
              END-PERFORM
           END-IF
           PERFORM CLOSE-SECTION.

       CHECK-REJECT-INPUT.
           MOVE "N" TO WS-REJECT-MATCH-FLAG
           IF JMBG-IS-KNOWN AND FUL-INPUT(1:13) IS NUMERIC
              IF FUL-INPUT(1:13) = WS-SUBJECT-JMBG
                 SET REJECT-INPUT-MATCHES TO TRUE
              END-IF
           END-IF
           IF SSN-IS-KNOWN AND FUL-INPUT(1:10) = WS-SSN-TEXT
              AND FUL-INPUT(11:10) = SPACES
              SET REJECT-INPUT-MATCHES TO TRUE
           END-IF
           IF CUSTOMER-IS-KNOWN
              AND FUL-INPUT(1:6) = WS-SUBJECT-CUSTOMER-X
              AND FUL-INPUT(7:14) = SPACES
              SET REJECT-INPUT-MATCHES TO TRUE
           END-IF
           IF REJECT-INPUT-MATCHES AND REJECT-HIT-MAX < 500
              ADD 1 TO REJECT-HIT-MAX
              MOVE FUL-SEQUENCE TO RH-SEQUENCE(REJECT-HIT-MAX)
              MOVE FUL-INPUT    TO RH-INPUT(REJECT-HIT-MAX)
              MOVE "N"          TO RH-SEEN-FLAG(REJECT-HIT-MAX)
           END-IF.

       MATCH-REJECT-ENTRY.
           PERFORM VARYING REJECT-HIT-IDX FROM 1 BY 1
                   UNTIL REJECT-HIT-IDX > REJECT-HIT-MAX
              IF RH-SEQUENCE(REJECT-HIT-IDX) = REJ-SEQUENCE
                 MOVE "Y" TO RH-SEEN-FLAG(REJECT-HIT-IDX)
                 MOVE SPACES TO SUBJECT-RPT-RECORD
                 STRING "  SEQUENCE " DELIMITED BY SIZE
                        REJ-SEQUENCE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        REJ-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        REJ-PROGRAM-NAME DELIMITED BY SIZE
                        " INPUT " DELIMITED BY SIZE
                        RH-INPUT(REJECT-HIT-IDX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        REJ-REASON DELIMITED BY SIZE
                        " DISPOSITION " DELIMITED BY SIZE
                        REJ-DISPOSITION DELIMITED BY SIZE
                        INTO SUBJECT-RPT-RECORD
                 WRITE SUBJECT-RPT-RECORD
              END-IF
           END-PERFORM.

       CLOSE-SECTION.
           IF RECORD-WAS-FOUND
              ADD 1 TO WS-SECTION-COUNT
           ELSE
              MOVE "  NOTHING HELD" TO SUBJECT-RPT-RECORD
              WRITE SUBJECT-RPT-RECORD
           END-IF.
