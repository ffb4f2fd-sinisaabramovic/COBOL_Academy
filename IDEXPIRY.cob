      *****************************************************************
      * Program name:    IDEXPIRY
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the month-end identity
      *                               document expiry report - every
      *                               customer linked to a person on
      *                               PERSCUST.DAT whose documents on
      *                               IDDOCS.DAT all run out within
      *                               the IDDOC-WARN-DAYS window, or
      *                               have already run out, is listed
      *                               on IDEXPIRY.RPT with the
      *                               longest-lasting document held
      *                               so the branch can ask for a
      *                               new one before it is needed
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDEXPIRY.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERS-CUST-LINK ASSIGN TO "PERSCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkJMBG
               FILE STATUS IS WS-LINK-STATUS.
           SELECT ID-DOCUMENT ASSIGN TO "IDDOCS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IdDocKey
               FILE STATUS IS WS-IDDOCS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT EXPIRY-RPT ASSIGN TO "IDEXPIRY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERS-CUST-LINK.
       01 PersCustLink.
           COPY PCLNKREC.

       FD  ID-DOCUMENT.
       01 IdentityDocument.
           COPY IDDOCREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  EXPIRY-RPT.
       01 EXPIRY-RPT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LINK-STATUS           PIC XX VALUE "00".
           88 LINK-FILE-OK                    VALUE "00".
       01 WS-IDDOCS-STATUS         PIC XX VALUE "00".
           88 IDDOCS-OK                       VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 LINK-EOF-FLAG            PIC X  VALUE "N".
           88 LINK-EOF                    VALUE "Y".
       01 IDDOCS-EOF-FLAG          PIC X  VALUE "N".
           88 IDDOCS-EOF                  VALUE "Y".
       01 WS-FILES-OK-FLAG         PIC X  VALUE "Y".
           88 FILES-ARE-OK                VALUE "Y".

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-WARN-DAYS             PIC 9(4) VALUE 30.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-RUN-INT               PIC 9(8).
       01 WS-EXPIRY-NUM            PIC 9(8).
       01 WS-DAYS-LEFT             PIC S9(6).
       01 WS-DAYS-SHOWN            PIC 9(6).

      *****************************************************************
      * The document that lasts longest for the person being looked
      * at - one with no expiry outlasts every dated one.
      *****************************************************************
       01 WS-PERSON-DOCS           PIC 9(3).
       01 WS-BEST-NEVER-FLAG       PIC X  VALUE "N".
           88 BEST-NEVER-EXPIRES          VALUE "Y".
       01 WS-BEST-EXPIRY           PIC X(8).
       01 WS-BEST-TYPE             PIC X.
       01 WS-BEST-NUMBER           PIC X(12).
       01 WS-BEST-TYPE-TEXT        PIC X(8).
       01 WS-STATE-TEXT            PIC X(24).

       01 WS-MASK-SOURCE           PIC X(20).
       01 WS-MASKED-JMBG           PIC X(20).

       01 WS-LINK-COUNT            PIC 9(7) VALUE 0.
       01 WS-NO-DOC-COUNT          PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT         PIC 9(7) VALUE 0.
       01 WS-EXPIRING-COUNT        PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(7) VALUE 0.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "IDEXPIRY".
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM LOAD-WARN-DAYS

           OPEN OUTPUT EXPIRY-RPT
           MOVE SPACES TO EXPIRY-RPT-RECORD
           STRING "IDENTITY DOCUMENTS EXPIRED OR EXPIRING WITHIN "
                  WS-WARN-DAYS " DAYS OF " WS-RUN-DATE
                  DELIMITED BY SIZE INTO EXPIRY-RPT-RECORD
           WRITE EXPIRY-RPT-RECORD
           MOVE SPACES TO EXPIRY-RPT-RECORD
           STRING "CUSTNO NAME                 JMBG          "
                  "DOCUMENT              EXPIRES  DOCS STATUS"
                  DELIMITED BY SIZE INTO EXPIRY-RPT-RECORD
           WRITE EXPIRY-RPT-RECORD

           OPEN INPUT PERS-CUST-LINK
           IF NOT LINK-FILE-OK
              MOVE "N" TO WS-FILES-OK-FLAG
              DISPLAY "IDEXPIRY: PERSCUST.DAT NOT AVAILABLE - "
                      "NO CUSTOMERS TO CHECK"
           END-IF
           OPEN INPUT ID-DOCUMENT
           IF NOT IDDOCS-OK
              MOVE "N" TO WS-FILES-OK-FLAG
              DISPLAY "IDEXPIRY: IDDOCS.DAT NOT AVAILABLE - "
                      "NO DOCUMENTS TO CHECK"
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CUSTMAST-OK
              MOVE "N" TO WS-FILES-OK-FLAG
              DISPLAY "IDEXPIRY: CUSTMAST.DAT NOT AVAILABLE"
           END-IF

           IF FILES-ARE-OK
              PERFORM UNTIL LINK-EOF
                 READ PERS-CUST-LINK NEXT RECORD
                    AT END
                       SET LINK-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-LINK-COUNT
                       PERFORM CHECK-ONE-CUSTOMER
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PERS-CUST-LINK
           CLOSE ID-DOCUMENT
           CLOSE CUSTOMER-MASTER

           MOVE SPACES TO EXPIRY-RPT-RECORD
           STRING WS-LINK-COUNT " LINKED CUSTOMER(S) READ, "
                  WS-EXPIRED-COUNT " EXPIRED, "
                  WS-EXPIRING-COUNT " EXPIRING, "
                  WS-NO-DOC-COUNT " WITH NO DOCUMENT ON FILE"
                  DELIMITED BY SIZE INTO EXPIRY-RPT-RECORD
           WRITE EXPIRY-RPT-RECORD
           CLOSE EXPIRY-RPT

           DISPLAY "IDEXPIRY: " WS-LINK-COUNT " CUSTOMER(S) READ, "
                   WS-EXPIRED-COUNT " EXPIRED, "
                   WS-EXPIRING-COUNT " EXPIRING WITHIN "
                   WS-WARN-DAYS " DAYS, "
                   WS-NO-DOC-COUNT " WITH NO DOCUMENT"
           IF NOT FILES-ARE-OK
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE WS-LINK-COUNT TO WS-LOG-READ-COUNT
           COMPUTE WS-LOG-ACCEPT-COUNT =
              WS-LINK-COUNT - WS-EXPIRED-COUNT - WS-EXPIRING-COUNT
           COMPUTE WS-LOG-REJECT-COUNT =
              WS-EXPIRED-COUNT + WS-EXPIRING-COUNT
           MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-WARN-DAYS.
           MOVE "IDDOC-WARN-DAYS" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-WARN-DAYS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

      *****************************************************************
      * A customer is listed when even the longest-lasting document
      * on file runs out inside the window - a customer holding a
      * second document still in force is not. A customer with no
      * document at all is only counted; that is the account-opening
      * check's business, not an expiry. Inactive customers and
      * links to customers no longer on the master are passed over.
      *****************************************************************
       CHECK-ONE-CUSTOMER.
           MOVE LinkCustomerID TO CustomerID
           READ CUSTOMER-MASTER
              INVALID KEY
                 ADD 1 TO WS-SKIPPED-COUNT
              NOT INVALID KEY
                 IF CUSTOMER-IS-INACTIVE
                    ADD 1 TO WS-SKIPPED-COUNT
                 ELSE
                    PERFORM FIND-BEST-DOCUMENT
                    PERFORM JUDGE-BEST-DOCUMENT
                 END-IF
           END-READ.

       FIND-BEST-DOCUMENT.
           MOVE 0 TO WS-PERSON-DOCS
           MOVE "N" TO WS-BEST-NEVER-FLAG
           MOVE SPACES TO WS-BEST-EXPIRY
           MOVE "N" TO IDDOCS-EOF-FLAG
           MOVE LinkJMBG TO IdDocJMBG
           MOVE LOW-VALUES TO IdDocType
           MOVE LOW-VALUES TO IdDocNumber
           START ID-DOCUMENT KEY IS NOT LESS THAN IdDocKey
              INVALID KEY
                 SET IDDOCS-EOF TO TRUE
           END-START
           PERFORM UNTIL IDDOCS-EOF
              READ ID-DOCUMENT NEXT RECORD
                 AT END
                    SET IDDOCS-EOF TO TRUE
                 NOT AT END
                    IF IdDocJMBG NOT = LinkJMBG
                       SET IDDOCS-EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-PERSON-DOCS
                       PERFORM KEEP-IF-LONGER-LASTING
                    END-IF
              END-READ
           END-PERFORM.

       KEEP-IF-LONGER-LASTING.
           IF NOT BEST-NEVER-EXPIRES
              IF IDDOC-HAS-NO-EXPIRY
                 SET BEST-NEVER-EXPIRES TO TRUE
                 MOVE IdDocType   TO WS-BEST-TYPE
                 MOVE IdDocNumber TO WS-BEST-NUMBER
              ELSE
                 IF WS-BEST-EXPIRY = SPACES
                    OR IdDocExpiryDate > WS-BEST-EXPIRY
                    MOVE IdDocExpiryDate TO WS-BEST-EXPIRY
                    MOVE IdDocType       TO WS-BEST-TYPE
                    MOVE IdDocNumber     TO WS-BEST-NUMBER
                 END-IF
              END-IF
           END-IF.

       JUDGE-BEST-DOCUMENT.
           EVALUATE TRUE
              WHEN WS-PERSON-DOCS = 0
                 ADD 1 TO WS-NO-DOC-COUNT
              WHEN BEST-NEVER-EXPIRES
                 CONTINUE
              WHEN OTHER
                 MOVE WS-BEST-EXPIRY TO WS-EXPIRY-NUM
                 COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM)
                    - WS-RUN-INT
                 IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                    PERFORM LIST-CUSTOMER
                 END-IF
           END-EVALUATE.

       LIST-CUSTOMER.
           IF WS-DAYS-LEFT < 0
              ADD 1 TO WS-EXPIRED-COUNT
              COMPUTE WS-DAYS-SHOWN = 0 - WS-DAYS-LEFT
              MOVE SPACES TO WS-STATE-TEXT
              STRING "EXPIRED " WS-DAYS-SHOWN " DAYS AGO"
                     DELIMITED BY SIZE INTO WS-STATE-TEXT
           ELSE
              ADD 1 TO WS-EXPIRING-COUNT
              MOVE WS-DAYS-LEFT TO WS-DAYS-SHOWN
              MOVE SPACES TO WS-STATE-TEXT
              STRING "EXPIRES IN " WS-DAYS-SHOWN " DAYS"
                     DELIMITED BY SIZE INTO WS-STATE-TEXT
           END-IF
           IF WS-BEST-TYPE = "P"
              MOVE "PASSPORT" TO WS-BEST-TYPE-TEXT
           ELSE
              MOVE "ID CARD" TO WS-BEST-TYPE-TEXT
           END-IF
           MOVE LinkJMBG TO WS-MASK-SOURCE
           CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-JMBG
           MOVE SPACES TO EXPIRY-RPT-RECORD
           STRING CustomerID " " CustomerName " "
                  WS-MASKED-JMBG(1:13) " " WS-BEST-TYPE-TEXT " "
                  WS-BEST-NUMBER " " WS-BEST-EXPIRY " "
                  WS-PERSON-DOCS "  " WS-STATE-TEXT
                  DELIMITED BY SIZE INTO EXPIRY-RPT-RECORD
           WRITE EXPIRY-RPT-RECORD.
