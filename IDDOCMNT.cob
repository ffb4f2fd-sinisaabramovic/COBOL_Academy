      *****************************************************************
      * Program name:    IDDOCMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the identity document
      *                               maintenance behind the new
      *                               MAINMENU option - records the
      *                               identity card or passport seen
      *                               for a registered JMBG on
      *                               IDDOCS.DAT with its issuing
      *                               authority and issue and expiry
      *                               dates, corrects or removes one,
      *                               and lists a person's documents
      *                               with whether each is still in
      *                               force; recording and removing
      *                               need the maintenance role
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IDDOCMNT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ID-DOCUMENT ASSIGN TO "IDDOCS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IdDocKey
               FILE STATUS IS WS-IDDOCS-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PersonJMBG
               FILE STATUS IS WS-PERSMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ID-DOCUMENT.
       01 IdentityDocument.
           COPY IDDOCREC.

       FD  PERSON-MASTER.
       01 Person.
           COPY PERSREC.

       WORKING-STORAGE SECTION.
       01 WS-IDDOCS-STATUS         PIC XX VALUE "00".
           88 IDDOCS-OK                       VALUE "00".
       01 WS-PERSMAST-STATUS       PIC XX VALUE "00".
           88 PERSMAST-OK                     VALUE "00".
       01 IDDOCS-EOF-FLAG          PIC X  VALUE "N".
           88 IDDOCS-EOF                  VALUE "Y".

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-RECORD            VALUE "R".
           88 ACTION-IS-DELETE            VALUE "D".
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-EXIT              VALUE "X".

       01 WS-DOC-JMBG              PIC X(13) VALUE SPACES.
       01 WS-DOC-TYPE              PIC X     VALUE SPACE.
           88 DOC-TYPE-IS-KNOWN           VALUE "I" "P".
       01 WS-DOC-NUMBER            PIC X(12) VALUE SPACES.
       01 WS-DOC-AUTHORITY         PIC X(20) VALUE SPACES.
       01 WS-ISSUE-ENTRY           PIC X(8)  VALUE SPACES.
       01 WS-EXPIRY-ENTRY          PIC X(8)  VALUE SPACES.
       01 WS-DATE-ENTRY            PIC X(8)  VALUE SPACES.
       01 WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY.
           02 WS-DTE-YYYY          PIC 9(4).
           02 WS-DTE-MM            PIC 99.
           02 WS-DTE-DD            PIC 99.
       01 WS-DTE-DAY               PIC 99.
       01 WS-DTE-MONTH             PIC 99.
       01 WS-DTE-YEAR              PIC 9(4).
       01 DATE-VALID-FLAG          PIC X  VALUE "Y".
           88 ENTRY-DATE-IS-VALID        VALUE "Y".
           88 ENTRY-DATE-IS-INVALID      VALUE "N".
       01 WS-ENTRY-OK-FLAG         PIC X  VALUE "Y".
           88 DOC-ENTRY-IS-OK             VALUE "Y".
       01 WS-CONFIRM               PIC X  VALUE SPACE.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-DOC-LISTED            PIC 9(3).
       01 WS-TYPE-TEXT             PIC X(8).
       01 WS-STATE-TEXT            PIC X(10).

       01 WS-RECORDED-COUNT        PIC 9(5) VALUE 0.
       01 WS-DELETED-COUNT         PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "IDDOCMNT".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LOperator-Role           PIC X.
           88 CALLER-ROLE-IS-MAINT        VALUE "M".

       PROCEDURE DIVISION USING LOperator-Role.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           CALL "GETOPER" USING WS-OPERATOR-ID
           MOVE SPACE TO WS-ACTION-CODE

           OPEN I-O ID-DOCUMENT
           IF NOT IDDOCS-OK
              CLOSE ID-DOCUMENT
              OPEN OUTPUT ID-DOCUMENT
              CLOSE ID-DOCUMENT
              OPEN I-O ID-DOCUMENT
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (R-RECORD/CORRECT DOCUMENT, D-DELETE "
                      "DOCUMENT, L-LIST DOCUMENTS, X-EXIT): "
                      WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-PERSON-DOCUMENTS
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN (ACTION-IS-RECORD OR ACTION-IS-DELETE)
                      AND NOT CALLER-ROLE-IS-MAINT
                    DISPLAY "RECORDING OR DELETING A DOCUMENT NEEDS "
                            "THE MAINTENANCE ROLE"
                 WHEN ACTION-IS-RECORD
                    PERFORM RECORD-DOCUMENT
                 WHEN ACTION-IS-DELETE
                    PERFORM DELETE-DOCUMENT
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           CLOSE ID-DOCUMENT

           DISPLAY "IDDOCMNT: " WS-RECORDED-COUNT " RECORDED, "
                   WS-DELETED-COUNT " DELETED"

           COMPUTE WS-LOG-ACCEPT-COUNT =
              WS-RECORDED-COUNT + WS-DELETED-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

      *****************************************************************
      * A document is recorded against a registered person only, and
      * must be in force on the day it is seen. Keying the type and
      * number of a document already on file corrects it - the
      * authority and dates are replaced and the change is stamped
      * with the operator and date.
      *****************************************************************
       RECORD-DOCUMENT.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           PERFORM ACCEPT-DOCUMENT-KEY
           IF DOC-ENTRY-IS-OK
              PERFORM VERIFY-DOCUMENT-PERSON
           END-IF

           IF DOC-ENTRY-IS-OK
              DISPLAY "ISSUING AUTHORITY: " WITH NO ADVANCING
              MOVE SPACES TO WS-DOC-AUTHORITY
              ACCEPT WS-DOC-AUTHORITY
              IF WS-DOC-AUTHORITY = SPACES
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - A DOCUMENT NEEDS ITS "
                         "ISSUING AUTHORITY"
              END-IF
           END-IF

           IF DOC-ENTRY-IS-OK
              DISPLAY "ISSUE DATE (YYYYMMDD): " WITH NO ADVANCING
              MOVE SPACES TO WS-ISSUE-ENTRY
              ACCEPT WS-ISSUE-ENTRY
              MOVE WS-ISSUE-ENTRY TO WS-DATE-ENTRY
              PERFORM VERIFY-ENTRY-DATE
              IF DOC-ENTRY-IS-OK AND WS-ISSUE-ENTRY > WS-RUN-DATE
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - ISSUE DATE "
                         WS-ISSUE-ENTRY " IS IN THE FUTURE"
              END-IF
           END-IF

           IF DOC-ENTRY-IS-OK
              DISPLAY "EXPIRY DATE (YYYYMMDD, BLANK = DOES NOT "
                      "EXPIRE): " WITH NO ADVANCING
              MOVE SPACES TO WS-EXPIRY-ENTRY
              ACCEPT WS-EXPIRY-ENTRY
              IF WS-EXPIRY-ENTRY NOT = SPACES
                 PERFORM VERIFY-EXPIRY-ENTRY
              END-IF
           END-IF

           IF DOC-ENTRY-IS-OK
              PERFORM STORE-DOCUMENT
           END-IF.

       ACCEPT-DOCUMENT-KEY.
           DISPLAY "JMBG (13 DIGITS): " WITH NO ADVANCING
           MOVE SPACES TO WS-DOC-JMBG
           ACCEPT WS-DOC-JMBG
           IF WS-DOC-JMBG IS NOT NUMERIC
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - " WS-DOC-JMBG
                      " IS NOT A 13-DIGIT NUMBER"
           END-IF

           IF DOC-ENTRY-IS-OK
              DISPLAY "DOCUMENT TYPE (I-IDENTITY CARD, P-PASSPORT): "
                      WITH NO ADVANCING
              MOVE SPACE TO WS-DOC-TYPE
              ACCEPT WS-DOC-TYPE
              IF NOT DOC-TYPE-IS-KNOWN
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - DOCUMENT TYPE " WS-DOC-TYPE
                         " IS NOT I OR P"
              END-IF
           END-IF

           IF DOC-ENTRY-IS-OK
              DISPLAY "DOCUMENT NUMBER: " WITH NO ADVANCING
              MOVE SPACES TO WS-DOC-NUMBER
              ACCEPT WS-DOC-NUMBER
              IF WS-DOC-NUMBER = SPACES
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - NO DOCUMENT NUMBER GIVEN"
              END-IF
           END-IF.

       VERIFY-DOCUMENT-PERSON.
           MOVE WS-DOC-JMBG TO PersonJMBG
           OPEN INPUT PERSON-MASTER
           IF PERSMAST-OK
              READ PERSON-MASTER
                 INVALID KEY
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "ENTRY REFUSED - JMBG " WS-DOC-JMBG
                            " IS NOT REGISTERED"
                 NOT INVALID KEY
                    IF PERSON-IS-DEREGISTERED
                       MOVE "N" TO WS-ENTRY-OK-FLAG
                       DISPLAY "ENTRY REFUSED - JMBG " WS-DOC-JMBG
                               " WAS DEREGISTERED ON "
                               PersonDeregDate
                    END-IF
              END-READ
              CLOSE PERSON-MASTER
           ELSE
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - NO PERSON-MASTER ON FILE"
           END-IF.

       VERIFY-EXPIRY-ENTRY.
           MOVE WS-EXPIRY-ENTRY TO WS-DATE-ENTRY
           PERFORM VERIFY-ENTRY-DATE
           EVALUATE TRUE
              WHEN NOT DOC-ENTRY-IS-OK
                 CONTINUE
              WHEN WS-EXPIRY-ENTRY NOT > WS-ISSUE-ENTRY
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - EXPIRY " WS-EXPIRY-ENTRY
                         " IS NOT AFTER THE ISSUE DATE"
              WHEN WS-EXPIRY-ENTRY < WS-RUN-DATE
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - DOCUMENT EXPIRED ON "
                         WS-EXPIRY-ENTRY
           END-EVALUATE.

       VERIFY-ENTRY-DATE.
           IF WS-DATE-ENTRY IS NOT NUMERIC
              MOVE "N" TO WS-ENTRY-OK-FLAG
              DISPLAY "ENTRY REFUSED - " WS-DATE-ENTRY
                      " IS NOT YYYYMMDD"
           ELSE
              MOVE WS-DTE-DD   TO WS-DTE-DAY
              MOVE WS-DTE-MM   TO WS-DTE-MONTH
              MOVE WS-DTE-YYYY TO WS-DTE-YEAR
              CALL "DATEVALID" USING WS-DTE-DAY, WS-DTE-MONTH,
                      WS-DTE-YEAR, DATE-VALID-FLAG
              IF ENTRY-DATE-IS-INVALID
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "ENTRY REFUSED - " WS-DATE-ENTRY
                         " IS NOT A CALENDAR DATE"
              END-IF
           END-IF.

       STORE-DOCUMENT.
           INITIALIZE IdentityDocument
           MOVE WS-DOC-JMBG      TO IdDocJMBG
           MOVE WS-DOC-TYPE      TO IdDocType
           MOVE WS-DOC-NUMBER    TO IdDocNumber
           MOVE WS-DOC-AUTHORITY TO IdDocAuthority
           MOVE WS-ISSUE-ENTRY   TO IdDocIssueDate
           MOVE WS-EXPIRY-ENTRY  TO IdDocExpiryDate
           MOVE WS-RUN-DATE      TO IdDocChangedDate
           MOVE WS-OPERATOR-ID   TO IdDocChangedBy
           WRITE IdentityDocument
              INVALID KEY
                 REWRITE IdentityDocument
                    INVALID KEY
                       DISPLAY "RECORD FAILED - DOCUMENT COULD NOT "
                               "BE WRITTEN"
                    NOT INVALID KEY
                       ADD 1 TO WS-RECORDED-COUNT
                       DISPLAY "DOCUMENT " IdDocType " " IdDocNumber
                               " CORRECTED"
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO WS-RECORDED-COUNT
                 DISPLAY "DOCUMENT " IdDocType " " IdDocNumber
                         " RECORDED"
           END-WRITE.

      *****************************************************************
      * A document keyed in error is deleted outright; one that has
      * simply run out stays on file so the history of what was seen
      * is kept.
      *****************************************************************
       DELETE-DOCUMENT.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           PERFORM ACCEPT-DOCUMENT-KEY
           IF DOC-ENTRY-IS-OK
              MOVE WS-DOC-JMBG   TO IdDocJMBG
              MOVE WS-DOC-TYPE   TO IdDocType
              MOVE WS-DOC-NUMBER TO IdDocNumber
              READ ID-DOCUMENT
                 INVALID KEY
                    DISPLAY "DELETE FAILED - DOCUMENT " WS-DOC-TYPE
                            " " WS-DOC-NUMBER " NOT ON FILE FOR "
                            "THIS JMBG"
                 NOT INVALID KEY
                    PERFORM CONFIRM-AND-DELETE
              END-READ
           END-IF.

       CONFIRM-AND-DELETE.
           PERFORM DISPLAY-ONE-DOCUMENT
           DISPLAY "DELETE THIS DOCUMENT (Y/N): " WITH NO ADVANCING
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y"
              DELETE ID-DOCUMENT
                 INVALID KEY
                    DISPLAY "DELETE FAILED - DOCUMENT COULD NOT BE "
                            "REMOVED"
                 NOT INVALID KEY
                    ADD 1 TO WS-DELETED-COUNT
                    DISPLAY "DOCUMENT " IdDocType " " IdDocNumber
                            " DELETED"
              END-DELETE
           ELSE
              DISPLAY "DELETE CANCELLED"
           END-IF.

      *****************************************************************
      * Every document on file for the JMBG, in type and number
      * order, with whether it is still in force today.
      *****************************************************************
       LIST-PERSON-DOCUMENTS.
           DISPLAY "JMBG (13 DIGITS): " WITH NO ADVANCING
           MOVE SPACES TO WS-DOC-JMBG
           ACCEPT WS-DOC-JMBG
           IF WS-DOC-JMBG IS NOT NUMERIC
              DISPLAY "LIST REFUSED - " WS-DOC-JMBG
                      " IS NOT A 13-DIGIT NUMBER"
           ELSE
              MOVE 0 TO WS-DOC-LISTED
              MOVE "N" TO IDDOCS-EOF-FLAG
              MOVE WS-DOC-JMBG TO IdDocJMBG
              MOVE LOW-VALUES  TO IdDocType
              MOVE LOW-VALUES  TO IdDocNumber
              START ID-DOCUMENT KEY IS NOT LESS THAN IdDocKey
                 INVALID KEY
                    SET IDDOCS-EOF TO TRUE
              END-START
              PERFORM UNTIL IDDOCS-EOF
                 READ ID-DOCUMENT NEXT RECORD
                    AT END
                       SET IDDOCS-EOF TO TRUE
                    NOT AT END
                       IF IdDocJMBG NOT = WS-DOC-JMBG
                          SET IDDOCS-EOF TO TRUE
                       ELSE
                          PERFORM DISPLAY-ONE-DOCUMENT
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-DOC-LISTED = 0
                 DISPLAY "NO IDENTITY DOCUMENTS ON FILE FOR JMBG "
                         WS-DOC-JMBG
              END-IF
           END-IF.

       DISPLAY-ONE-DOCUMENT.
           ADD 1 TO WS-DOC-LISTED
           IF IDDOC-IS-PASSPORT
              MOVE "PASSPORT" TO WS-TYPE-TEXT
           ELSE
              MOVE "ID CARD" TO WS-TYPE-TEXT
           END-IF
           EVALUATE TRUE
              WHEN IDDOC-HAS-NO-EXPIRY
                 MOVE "IN FORCE" TO WS-STATE-TEXT
              WHEN IdDocExpiryDate < WS-RUN-DATE
                 MOVE "EXPIRED" TO WS-STATE-TEXT
              WHEN OTHER
                 MOVE "IN FORCE" TO WS-STATE-TEXT
           END-EVALUATE
           DISPLAY "  " WS-TYPE-TEXT " " IdDocNumber " "
                   IdDocAuthority " " WS-STATE-TEXT
           IF IDDOC-HAS-NO-EXPIRY
              DISPLAY "       ISSUED " IdDocIssueDate
                      " DOES NOT EXPIRE"
           ELSE
              DISPLAY "       ISSUED " IdDocIssueDate " EXPIRES "
                      IdDocExpiryDate
           END-IF
           DISPLAY "       RECORDED " IdDocChangedDate " BY "
                   IdDocChangedBy.
