      *                               reject log, and shows the
      *                               linked customer from
      *                               PERSCUST.DAT when one exists
      * 15/10/2026 SINISA ABRAMOVIC  Show the family links from
      *                               PERSREL.DAT - the person's
      *                               guardians with the customer each
      *                               is linked to, and every child the
      *                               person is guardian of with the
      *                               child's age and whether a minor
      * 15/10/2026 SINISA ABRAMOVIC  Show the person's identity
      *                               documents from IDDOCS.DAT - type,
      *                               number, issuing authority, issue
      *                               and expiry dates and whether each
      *                               is still in force, the number
      *                               masked through MASKID for inquiry-
      *                               role operators
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PERS-RELATION ASSIGN TO "PERSREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RelChildJMBG
               FILE STATUS IS WS-PERSREL-STATUS.
           SELECT ID-DOCUMENT ASSIGN TO "IDDOCS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IdDocKey
               FILE STATUS IS WS-IDDOCS-STATUS.
           SELECT SUITE-REJECT-LOG ASSIGN TO "SUITEREJECT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
       01 Customer.
           COPY CUSTREC.

       FD  PERS-RELATION.
       01 PersonRelation.
           COPY PRELREC.

       FD  ID-DOCUMENT.
       01 IdentityDocument.
           COPY IDDOCREC.

       FD  SUITE-REJECT-LOG.
       01 SUITE-REJECT-RECORD.
           COPY REJECTREC.
           88 LINK-FILE-OK                    VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-PERSREL-STATUS        PIC XX VALUE "00".
           88 PERSREL-OK                      VALUE "00".
       01 WS-IDDOCS-STATUS         PIC XX VALUE "00".
           88 IDDOCS-OK                       VALUE "00".
       01 WS-REJECT-STATUS         PIC XX VALUE "00".
           88 REJECT-FILE-FOUND          VALUE "00".
       01 WS-FULL-STATUS           PIC XX VALUE "00".
       01 WS-MASK-SOURCE           PIC X(20).
       01 WS-MASKED-VALUE          PIC X(20).

       01 IDDOCS-EOF-FLAG          PIC X  VALUE "N".
           88 IDDOCS-EOF                  VALUE "Y".
       01 WS-DOC-COUNT             PIC 9(3) VALUE 0.
       01 WS-DOC-TYPE-TEXT         PIC X(8).
       01 WS-DOC-STATE-TEXT        PIC X(8).
       01 WS-SHOWN-DOC-NUMBER      PIC X(12).
       01 RELATION-EOF-FLAG        PIC X  VALUE "N".
           88 RELATION-EOF                VALUE "Y".
       01 LINK-OPEN-FLAG           PIC X  VALUE "N".
           88 LINK-FILE-IS-OPEN           VALUE "Y".
       01 WS-GUARDIAN-IDX          PIC 9.
       01 WS-FAMILY-COUNT          PIC 9(5) VALUE 0.
       01 WS-SHOWN-JMBG            PIC X(13).
       01 WS-LINK-TEXT             PIC X(30).
       01 WS-MINOR-TEXT            PIC X(7).
       01 ADULT-AGE                PIC 99 VALUE 18.
       01 JMBGNumber.
           COPY JMBGREC.
       01 WS-RUN-DATE              PIC X(8).
       01 WS-TODAY.
           02 WS-TODAY-YYYY        PIC 9(4).
           02 WS-TODAY-MM          PIC 99.
           02 WS-TODAY-DD          PIC 99.
       01 WS-BIRTH-YY              PIC 99.
       01 WS-FULL-BIRTH-YEAR       PIC 9(4).
       01 WS-AGE                   PIC 999.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PRSNINQ".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
                    DISPLAY "JMBG IS NOT REGISTERED"
                 NOT INVALID KEY
                    PERFORM SHOW-REGISTRATION
                    PERFORM SHOW-IDENTITY-DOCUMENTS
                    PERFORM SHOW-OPEN-EXCEPTIONS
                    PERFORM SHOW-LINKED-CUSTOMER
                    PERFORM SHOW-FAMILY-LINKS
              END-READ
              CLOSE PERSON-MASTER
           END-IF.
              DISPLAY "SSN " WS-MASKED-VALUE(1:10)
           END-IF.

      *****************************************************************
      * Every identity document on IDDOCS.DAT for the JMBG, with its
      * authority, dates, and whether it is still in force. The
      * document number is masked for an inquiry-only operator the
      * same way the SSN is.
      *****************************************************************
       SHOW-IDENTITY-DOCUMENTS.
           MOVE 0 TO WS-DOC-COUNT
           CALL "GETRUNDT" USING WS-RUN-DATE
           OPEN INPUT ID-DOCUMENT
           IF IDDOCS-OK
              MOVE "N" TO IDDOCS-EOF-FLAG
              MOVE WS-INQUIRY-JMBG TO IdDocJMBG
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
                       IF IdDocJMBG NOT = WS-INQUIRY-JMBG
                          SET IDDOCS-EOF TO TRUE
                       ELSE
                          PERFORM SHOW-ONE-DOCUMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ID-DOCUMENT
           END-IF

           IF WS-DOC-COUNT = 0
              DISPLAY "NO IDENTITY DOCUMENTS ON FILE"
           END-IF.

       SHOW-ONE-DOCUMENT.
           ADD 1 TO WS-DOC-COUNT
           IF IDDOC-IS-PASSPORT
              MOVE "PASSPORT" TO WS-DOC-TYPE-TEXT
           ELSE
              MOVE "ID CARD" TO WS-DOC-TYPE-TEXT
           END-IF
           IF NOT IDDOC-HAS-NO-EXPIRY
              AND IdDocExpiryDate < WS-RUN-DATE
              MOVE "EXPIRED" TO WS-DOC-STATE-TEXT
           ELSE
              MOVE "IN FORCE" TO WS-DOC-STATE-TEXT
           END-IF
           IF CALLER-ROLE-IS-MAINT
              MOVE IdDocNumber TO WS-SHOWN-DOC-NUMBER
           ELSE
              MOVE IdDocNumber TO WS-MASK-SOURCE
              CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-VALUE
              MOVE WS-MASKED-VALUE(1:12) TO WS-SHOWN-DOC-NUMBER
           END-IF
           IF IDDOC-HAS-NO-EXPIRY
              DISPLAY "DOCUMENT " WS-DOC-TYPE-TEXT " "
                      WS-SHOWN-DOC-NUMBER " " IdDocAuthority
                      " ISSUED " IdDocIssueDate " NO EXPIRY "
                      WS-DOC-STATE-TEXT
           ELSE
              DISPLAY "DOCUMENT " WS-DOC-TYPE-TEXT " "
                      WS-SHOWN-DOC-NUMBER " " IdDocAuthority
                      " ISSUED " IdDocIssueDate " EXPIRES "
                      IdDocExpiryDate " " WS-DOC-STATE-TEXT
           END-IF.

      *****************************************************************
      * The reject log carries the JMBG masked, so each pending
      * identity hold is proved against the keyed JMBG through the
           ELSE
              DISPLAY "LINKED CUSTOMER " LinkCustomerID
           END-IF.

      *****************************************************************
      * Family links from PERSREL.DAT - the person's own guardians,
      * then every child the person is a guardian of, with the
      * child's age so a guardian of a minor stands out. Each
      * guardian shows the customer it is linked to, if any.
      *****************************************************************
       SHOW-FAMILY-LINKS.
           MOVE 0 TO WS-FAMILY-COUNT
           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY
           OPEN INPUT PERS-RELATION
           IF PERSREL-OK
              MOVE "N" TO LINK-OPEN-FLAG
              OPEN INPUT PERS-CUST-LINK
              IF LINK-FILE-OK
                 SET LINK-FILE-IS-OPEN TO TRUE
              END-IF
              MOVE WS-INQUIRY-JMBG TO RelChildJMBG
              READ PERS-RELATION
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM VARYING WS-GUARDIAN-IDX FROM 1 BY 1
                            UNTIL WS-GUARDIAN-IDX > 2
                       IF RelGuardianJMBG(WS-GUARDIAN-IDX) NOT = 0
                          PERFORM SHOW-ONE-GUARDIAN
                       END-IF
                    END-PERFORM
              END-READ
              IF LINK-FILE-IS-OPEN
                 CLOSE PERS-CUST-LINK
              END-IF

              MOVE "N" TO RELATION-EOF-FLAG
              MOVE 0 TO RelChildJMBG
              START PERS-RELATION KEY IS NOT LESS THAN RelChildJMBG
                 INVALID KEY
                    SET RELATION-EOF TO TRUE
              END-START
              PERFORM UNTIL RELATION-EOF
                 READ PERS-RELATION NEXT RECORD
                    AT END
                       SET RELATION-EOF TO TRUE
                    NOT AT END
                       IF RelGuardianJMBG(1) = WS-INQUIRY-JMBG
                          OR RelGuardianJMBG(2) = WS-INQUIRY-JMBG
                          PERFORM SHOW-ONE-CHILD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERS-RELATION
           END-IF

           IF WS-FAMILY-COUNT = 0
              DISPLAY "NO FAMILY LINKS"
           END-IF.

       SHOW-ONE-GUARDIAN.
           ADD 1 TO WS-FAMILY-COUNT
           MOVE RelGuardianJMBG(WS-GUARDIAN-IDX) TO WS-SHOWN-JMBG
           PERFORM MASK-SHOWN-JMBG
           MOVE "(NOT A CUSTOMER)" TO WS-LINK-TEXT
           IF LINK-FILE-IS-OPEN
              MOVE RelGuardianJMBG(WS-GUARDIAN-IDX) TO LinkJMBG
              READ PERS-CUST-LINK
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO WS-LINK-TEXT
                    STRING "CUSTOMER " DELIMITED BY SIZE
                           LinkCustomerID DELIMITED BY SIZE
                           INTO WS-LINK-TEXT
              END-READ
           END-IF
           DISPLAY "GUARDIAN " WS-GUARDIAN-IDX " JMBG " WS-SHOWN-JMBG
                   " " WS-LINK-TEXT.

       SHOW-ONE-CHILD.
           ADD 1 TO WS-FAMILY-COUNT
           MOVE RelChildJMBG TO JMBGNumber
           COMPUTE WS-BIRTH-YY = FUNCTION MOD(JMBGBithYear, 100)
           IF WS-BIRTH-YY <= 30
              COMPUTE WS-FULL-BIRTH-YEAR = 2000 + WS-BIRTH-YY
           ELSE
              COMPUTE WS-FULL-BIRTH-YEAR = 1900 + WS-BIRTH-YY
           END-IF
           COMPUTE WS-AGE = WS-TODAY-YYYY - WS-FULL-BIRTH-YEAR
           IF WS-TODAY-MM < JMBGBirthMonth
              OR (WS-TODAY-MM = JMBGBirthMonth AND
                  WS-TODAY-DD < JMBGBithDay)
              SUBTRACT 1 FROM WS-AGE
           END-IF
           IF WS-AGE < ADULT-AGE
              MOVE "MINOR" TO WS-MINOR-TEXT
           ELSE
              MOVE "ADULT" TO WS-MINOR-TEXT
           END-IF
           MOVE RelChildJMBG TO WS-SHOWN-JMBG
           PERFORM MASK-SHOWN-JMBG
           DISPLAY "GUARDIAN OF CHILD JMBG " WS-SHOWN-JMBG
                   " AGE " WS-AGE " " WS-MINOR-TEXT.

       MASK-SHOWN-JMBG.
           IF NOT CALLER-ROLE-IS-MAINT
              MOVE WS-SHOWN-JMBG TO WS-MASK-SOURCE
              CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-VALUE
              MOVE WS-MASKED-VALUE(1:13) TO WS-SHOWN-JMBG
           END-IF.
