      *                               downstream bridge can rebuild
      *                               the full 13-digit JMBG and keep
      *                               the person-to-customer link
      * 15/10/2026 SINISA ABRAMOVIC  Relationship record type - a
      *                               detail flagged G in column 29
      *                               links a registered child's JMBG to
      *                               one or two guardian JMBGs in
      *                               columns 31-43 and 45-57; each
      *                               guardian must be a registered
      *                               adult born before the child,
      *                               failures go to the reject log, and
      *                               accepted links load PERSREL.DAT
      *                               and tally separately in the run
      *                               totals
      * 15/10/2026 SINISA ABRAMOVIC  Identity document record type - a
      *                               detail flagged I in column 29
      *                               records the identity card or
      *                               passport seen for a registered
      *                               JMBG, with number, issuing
      *                               authority, and issue and expiry
      *                               dates in columns 31-83, on the new
      *                               indexed IDDOCS.DAT; an expired or
      *                               malformed document goes to the
      *                               reject log, and accepted documents
      *                               tally separately in the run totals
      * 15/10/2026 SINISA ABRAMOVIC  Change-of-residence record type -
      *                               a detail flagged R in column 29
      *                               records the region a registered
      *                               JMBG has moved to (columns 31-32)
      *                               and the move date (34-41) on the
      *                               new indexed RESHIST.DAT residence
      *                               history, with the region moved
      *                               from; a move into an unknown
      *                               region, a move not after the last
      *                               one on file, or a move into the
      *                               region already lived in goes to
      *                               the reject log, and accepted moves
      *                               tally separately in the run totals
      * 15/10/2026 SINISA ABRAMOVIC  SSN allocation - a registration
      *                               detail with the SSN columns left
      *                               blank is issued the next free
      *                               number from the area for the JMBG
      *                               region of birth (100 plus the
      *                               region), carried on from the
      *                               Group/Serial on the new indexed
      *                               SSNCTL.DAT control and passing
      *                               over numbers already on
      *                               SSNREG.DAT; the number is
      *                               registered in the same step,
      *                               logged on SSNALLOC.LOG and counted
      *                               per area per day
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PersonJMBG
               FILE STATUS IS WS-PERSMAST-STATUS.
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
           SELECT RESIDENCE-HIST ASSIGN TO "RESHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ResKey
               FILE STATUS IS WS-RESHIST-STATUS.
           SELECT SSN-CONTROL ASSIGN TO "SSNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SsnCtlArea
               FILE STATUS IS WS-SSNCTL-STATUS.
           SELECT SSN-ALLOC-LOG ASSIGN TO "SSNALLOC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 IN-RECORD-TYPE      PIC   X.
              88 IN-IS-HEADER                VALUE "H".
              88 IN-IS-TRAILER               VALUE "T".
           02 FILLER              PIC   X(82).
       01 INTAKE-DETAIL-RECORD.
           02 IN-SSN              PIC   9(10).
           02 IN-SSN-X REDEFINES IN-SSN
                                  PIC   X(10).
              88 IN-SSN-NOT-GIVEN            VALUE SPACES.
           02 FILLER              PIC   X.
           02 IN-JMBG             PIC   9(13).
           02 FILLER              PIC   X.
           02 IN-BRANCH-CODE      PIC   X(3).
           02 IN-DETAIL-TYPE      PIC   X.
              88 DETAIL-IS-DEREG             VALUE "D".
              88 DETAIL-IS-RELATION          VALUE "G".
              88 DETAIL-IS-DOCUMENT          VALUE "I".
              88 DETAIL-IS-RESIDENCE         VALUE "R".
           02 FILLER              PIC   X.
           02 IN-DEREG-REASON     PIC   X(3).
      *****************************************************************
      * A G detail links the child in the JMBG column to one or two
      * guardians; the SSN column is left blank and a second
      * guardian column is blank when there is only one.
      *****************************************************************
       01 INTAKE-RELATION-RECORD.
           02 FILLER              PIC   X(11).
           02 IN-CHILD-JMBG       PIC   9(13).
           02 FILLER              PIC   X(6).
           02 IN-GUARDIAN-ENTRY OCCURS 2.
              03 IN-GUARDIAN-JMBG PIC   X(13).
              03 FILLER           PIC   X.
      *****************************************************************
      * An I detail records the identity document seen for the
      * person in the JMBG column - type I (identity card) or P
      * (passport), number, issuing authority, and issue and expiry
      * dates as YYYYMMDD. A blank expiry is a document issued
      * without one.
      *****************************************************************
       01 INTAKE-DOCUMENT-RECORD.
           02 FILLER              PIC   X(11).
           02 IN-DOC-JMBG         PIC   X(13).
           02 FILLER              PIC   X(6).
           02 IN-DOC-TYPE         PIC   X.
           02 FILLER              PIC   X.
           02 IN-DOC-NUMBER       PIC   X(12).
           02 FILLER              PIC   X.
           02 IN-DOC-AUTHORITY    PIC   X(20).
           02 FILLER              PIC   X.
           02 IN-DOC-ISSUE-DATE   PIC   X(8).
           02 FILLER              PIC   X.
           02 IN-DOC-EXPIRY-DATE  PIC   X(8).
      *****************************************************************
      * An R detail records a change of residence for the person in
      * the JMBG column - the two-digit code of the region moved to
      * in columns 31-32 and the move date as YYYYMMDD in 34-41.
      *****************************************************************
       01 INTAKE-RESIDENCE-RECORD.
           02 FILLER              PIC   X(11).
           02 IN-RES-JMBG         PIC   X(13).
           02 FILLER              PIC   X(6).
           02 IN-RES-REGION       PIC   X(2).
           02 IN-RES-REGION-NUM REDEFINES IN-RES-REGION
                                  PIC   99.
           02 FILLER              PIC   X.
           02 IN-RES-MOVE-DATE    PIC   X(8).
       01 INTAKE-HEADER-RECORD.
           02 FILLER              PIC   X.
           02 IN-BATCH-ID         PIC   X(8).
       01 Person.
           COPY PERSREC.

       FD  PERS-RELATION.
       01 PersonRelation.
           COPY PRELREC.

       FD  ID-DOCUMENT.
       01 IdentityDocument.
           COPY IDDOCREC.

       FD  RESIDENCE-HIST.
       01 ResidenceHistory.
           COPY RESHREC.

       FD  SSN-CONTROL.
       01 SsnControl.
           COPY SSNCTREC.

      *****************************************************************
      * One line per SSN issued, for the issuing office.
      *****************************************************************
       FD  SSN-ALLOC-LOG.
       01 SSN-ALLOC-LOG-RECORD.
           02 SAL-ISSUE-DATE   PIC   X(8).
           02 FILLER           PIC   X.
           02 SAL-BATCH-ID     PIC   X(8).
           02 FILLER           PIC   X.
           02 SAL-SSN          PIC   9(10).
           02 FILLER           PIC   X.
           02 SAL-JMBG         PIC   9(13).
           02 FILLER           PIC   X.
           02 SAL-REGION       PIC   99.

       WORKING-STORAGE SECTION.
       01 WS-SSNREG-STATUS         PIC XX VALUE "00".
           88 SSNREG-OK                       VALUE "00".
           88 PERSMAST-NOT-FOUND              VALUE "23".
       01 WS-PERSON-FOUND-FLAG     PIC X  VALUE "N".
           88 PERSON-WAS-FOUND            VALUE "Y".
       01 WS-PERSREL-STATUS        PIC XX VALUE "00".
           88 PERSREL-OK                      VALUE "00".
       01 WS-IDDOCS-STATUS         PIC XX VALUE "00".
           88 IDDOCS-OK                       VALUE "00".
       01 WS-RESHIST-STATUS        PIC XX VALUE "00".
           88 RESHIST-OK                      VALUE "00".
       01 RESHIST-EOF-FLAG         PIC X  VALUE "N".
           88 RESHIST-EOF                 VALUE "Y".
       01 WS-SSNCTL-STATUS         PIC XX VALUE "00".
           88 SSNCTL-OK                       VALUE "00".
       01 WS-SSNLOG-STATUS         PIC XX VALUE "00".
           88 SSNLOG-NOT-FOUND                VALUE "35".
       01 UserName  PIC   X(30)    VALUE "SINISA".
       01 Number1   PIC   9  VALUE  ZEROES.
       01 Number2   PIC   9  VALUE  ZEROES.
       01 INTAKE-DUP-COUNT         PIC 9(5) VALUE 0.
       01 INTAKE-IDENT-COUNT       PIC 9(5) VALUE 0.
       01 INTAKE-DEREG-COUNT       PIC 9(5) VALUE 0.
       01 INTAKE-RELATION-COUNT    PIC 9(5) VALUE 0.
       01 INTAKE-DOCUMENT-COUNT    PIC 9(5) VALUE 0.
       01 INTAKE-RESIDENCE-COUNT   PIC 9(5) VALUE 0.
       01 INTAKE-SSN-ISSUED-COUNT  PIC 9(5) VALUE 0.

       01 WS-SSN-ALLOC-FLAG        PIC X  VALUE "N".
           88 SSN-ALLOC-IS-FREE           VALUE "Y".
           88 SSN-ALLOC-IS-TAKEN          VALUE "N".
           88 SSN-AREA-IS-EXHAUSTED       VALUE "X".
       01 WS-SSN-CONTROL-FLAG      PIC X  VALUE "N".
           88 SSN-CONTROL-IS-NEW          VALUE "Y".
       01 MAX-SSN-GROUP            PIC 999 VALUE 99.

       01 WS-RESIDENCE-VALID-FLAG  PIC X  VALUE "Y".
           88 RESIDENCE-IS-VALID          VALUE "Y".
           88 RESIDENCE-IS-INVALID        VALUE "N".
       01 WS-RESIDENCE-REASON      PIC X(30).
       01 WS-CURRENT-REGION        PIC 99.
       01 WS-LAST-MOVE-DATE        PIC X(8).
       01 WS-RES-REGION-FOUND      PIC X  VALUE "N".
           88 RES-REGION-IS-KNOWN         VALUE "Y".

       01 WS-DOCUMENT-VALID-FLAG   PIC X  VALUE "Y".
           88 DOCUMENT-IS-VALID           VALUE "Y".
           88 DOCUMENT-IS-INVALID         VALUE "N".
       01 WS-DOCUMENT-REASON       PIC X(30).
       01 WS-DOC-DATE              PIC X(8).
       01 WS-DOC-DATE-NUM REDEFINES WS-DOC-DATE.
           02 WS-DOC-YYYY          PIC 9(4).
           02 WS-DOC-MM            PIC 99.
           02 WS-DOC-DD            PIC 99.
       01 WS-DOC-DAY               PIC 99.
       01 WS-DOC-MONTH             PIC 99.
       01 WS-DOC-YEAR              PIC 9(4).
       01 WS-DOC-DATE-FLAG         PIC X  VALUE "Y".
           88 DOC-DATE-IS-VALID           VALUE "Y".
           88 DOC-DATE-IS-INVALID         VALUE "N".

       01 ADULT-AGE                PIC 99 VALUE 18.
       01 WS-RELATION-VALID-FLAG   PIC X  VALUE "Y".
           88 RELATION-IS-VALID           VALUE "Y".
           88 RELATION-IS-INVALID         VALUE "N".
       01 WS-RELATION-REASON       PIC X(30).
       01 WS-RELATION-BAD-JMBG     PIC X(13).
       01 WS-GUARDIAN-IDX          PIC 9.
       01 WS-GUARDIAN-COUNT        PIC 9.
       01 WS-CHILD-JMBG            PIC 9(13).
       01 WS-CHILD-BIRTH-DATE      PIC 9(8).
       01 WS-JMBG-BIRTH-DATE.
           02 WS-JBD-YYYY          PIC 9(4).
           02 WS-JBD-MM            PIC 99.
           02 WS-JBD-DD            PIC 99.
       01 WS-JMBG-BIRTH-DATE-N REDEFINES WS-JMBG-BIRTH-DATE
                                   PIC 9(8).

       01 REGION-TABLE.
           02 REGION-ENTRY OCCURS 9.
           DISPLAY "INTAKE ALREADY REGISTERED - " INTAKE-DUP-COUNT
           DISPLAY "INTAKE IDENTITY EXCEPTIONS - " INTAKE-IDENT-COUNT
           DISPLAY "INTAKE DEREGISTRATIONS - " INTAKE-DEREG-COUNT
           DISPLAY "INTAKE RELATIONSHIPS - " INTAKE-RELATION-COUNT
           DISPLAY "INTAKE IDENTITY DOCUMENTS - " INTAKE-DOCUMENT-COUNT
           DISPLAY "INTAKE CHANGES OF RESIDENCE - "
                   INTAKE-RESIDENCE-COUNT
           DISPLAY "INTAKE SSNS ISSUED - " INTAKE-SSN-ISSUED-COUNT
           PERFORM VARYING BRANCH-TALLY-IDX FROM 1 BY 1
                   UNTIL BRANCH-TALLY-IDX > BRANCH-TALLY-MAX
              DISPLAY "BRANCH " BRT-CODE(BRANCH-TALLY-IDX)
           COMPUTE WS-CTL-VALUE =
              INTAKE-RECORD-COUNT - INTAKE-REJECT-COUNT
              - INTAKE-DUP-COUNT - INTAKE-IDENT-COUNT
              - INTAKE-DEREG-COUNT - INTAKE-RELATION-COUNT
              - INTAKE-DOCUMENT-COUNT - INTAKE-RESIDENCE-COUNT
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "INTAKE-DEREGISTERED" TO WS-CTL-COUNTER
           MOVE INTAKE-DEREG-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "INTAKE-RELATIONSHIPS" TO WS-CTL-COUNTER
           MOVE INTAKE-RELATION-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "INTAKE-DOCUMENTS" TO WS-CTL-COUNTER
           MOVE INTAKE-DOCUMENT-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "INTAKE-RESIDENCE" TO WS-CTL-COUNTER
           MOVE INTAKE-RESIDENCE-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "INTAKE-SSN-ISSUED" TO WS-CTL-COUNTER
           MOVE INTAKE-SSN-ISSUED-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE
           MOVE "INTAKE-REJECTED" TO WS-CTL-COUNTER
           COMPUTE WS-LOG-ACCEPT-COUNT =
              INTAKE-RECORD-COUNT - INTAKE-REJECT-COUNT
              - INTAKE-DUP-COUNT - INTAKE-IDENT-COUNT
              - INTAKE-DEREG-COUNT - INTAKE-RELATION-COUNT
              - INTAKE-DOCUMENT-COUNT - INTAKE-RESIDENCE-COUNT
           COMPUTE WS-LOG-REJECT-COUNT =
              INTAKE-REJECT-COUNT + INTAKE-DUP-COUNT
              + INTAKE-IDENT-COUNT
              CLOSE SSN-REGISTRY
              OPEN I-O SSN-REGISTRY
           END-IF
           OPEN I-O PERS-RELATION
           IF NOT PERSREL-OK
              CLOSE PERS-RELATION
              OPEN OUTPUT PERS-RELATION
              CLOSE PERS-RELATION
              OPEN I-O PERS-RELATION
           END-IF
           OPEN I-O ID-DOCUMENT
           IF NOT IDDOCS-OK
              CLOSE ID-DOCUMENT
              OPEN OUTPUT ID-DOCUMENT
              CLOSE ID-DOCUMENT
              OPEN I-O ID-DOCUMENT
           END-IF
           OPEN I-O RESIDENCE-HIST
           IF NOT RESHIST-OK
              CLOSE RESIDENCE-HIST
              OPEN OUTPUT RESIDENCE-HIST
              CLOSE RESIDENCE-HIST
              OPEN I-O RESIDENCE-HIST
           END-IF
           OPEN I-O SSN-CONTROL
           IF NOT SSNCTL-OK
              CLOSE SSN-CONTROL
              OPEN OUTPUT SSN-CONTROL
              CLOSE SSN-CONTROL
              OPEN I-O SSN-CONTROL
           END-IF
           OPEN EXTEND SSN-ALLOC-LOG
           IF SSNLOG-NOT-FOUND
              OPEN OUTPUT SSN-ALLOC-LOG
           END-IF
           OPEN OUTPUT IDENT-EXC
           MOVE "DAILY IDENTITY EXCEPTION REPORT" TO IDENT-EXC-RECORD
           WRITE IDENT-EXC-RECORD
           CLOSE INTAKE-LOG
           CLOSE PERSON-MASTER
           CLOSE SSN-REGISTRY
           CLOSE PERS-RELATION
           CLOSE ID-DOCUMENT
           CLOSE RESIDENCE-HIST
           CLOSE SSN-CONTROL
           CLOSE SSN-ALLOC-LOG
           CLOSE IDENT-EXC.

      *****************************************************************

       PROCESS-INTAKE-RECORD.
           ADD 1 TO INTAKE-RECORD-COUNT
           IF DETAIL-IS-RELATION
              PERFORM PROCESS-RELATIONSHIP
           ELSE IF DETAIL-IS-DOCUMENT
              PERFORM PROCESS-IDENTITY-DOCUMENT
           ELSE IF DETAIL-IS-RESIDENCE
              PERFORM PROCESS-RESIDENCE-CHANGE
           ELSE
              IF IN-SSN-NOT-GIVEN
                 MOVE ZEROS TO SocialSecurityNumber
              ELSE
                 MOVE IN-SSN TO SocialSecurityNumber
              END-IF
              MOVE IN-JMBG TO JMBGNumber

              MOVE SocialSecurityNumber TO WS-MASK-SOURCE
              CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-SSN
              MOVE JMBGNumber TO WS-MASK-SOURCE
              CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-JMBG
              DISPLAY "SSN " WS-MASKED-SSN(1:10)
                      " JMBG " WS-MASKED-JMBG(1:13)

              IF DETAIL-IS-DEREG
                 PERFORM PROCESS-DEREGISTRATION
              ELSE
                 PERFORM PROCESS-REGISTRATION
              END-IF
           END-IF.

      *****************************************************************
      * A relationship names a registered child and one or two
      * guardians, each of whom must be a registered adult born
      * before the child. The child must already be on PERSON-MASTER,
      * so a G record for a newborn follows the newborn's own
      * registration in the batch. A later relationship for the same
      * child replaces the earlier one.
      *****************************************************************
       PROCESS-RELATIONSHIP.
           SET RELATION-IS-VALID TO TRUE
           MOVE IN-CHILD-JMBG TO WS-CHILD-JMBG
           MOVE WS-CHILD-JMBG TO JMBGNumber
           MOVE JMBGNumber TO WS-MASK-SOURCE
           CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-JMBG
           DISPLAY "RELATIONSHIP FOR CHILD JMBG " WS-MASKED-JMBG(1:13)

           PERFORM VALIDATE-RELATION-CHILD
           IF RELATION-IS-VALID
              MOVE 0 TO WS-GUARDIAN-COUNT
              PERFORM VALIDATE-ONE-GUARDIAN
                 VARYING WS-GUARDIAN-IDX FROM 1 BY 1
                 UNTIL WS-GUARDIAN-IDX > 2 OR RELATION-IS-INVALID
           END-IF
           IF RELATION-IS-VALID AND WS-GUARDIAN-COUNT = 0
              SET RELATION-IS-INVALID TO TRUE
              MOVE WS-CHILD-JMBG TO WS-RELATION-BAD-JMBG
              MOVE "NO GUARDIAN JMBG GIVEN" TO WS-RELATION-REASON
           END-IF
           IF RELATION-IS-VALID
              AND IN-GUARDIAN-JMBG(1) = IN-GUARDIAN-JMBG(2)
              SET RELATION-IS-INVALID TO TRUE
              MOVE IN-GUARDIAN-JMBG(2) TO WS-RELATION-BAD-JMBG
              MOVE "SAME GUARDIAN GIVEN TWICE" TO WS-RELATION-REASON
           END-IF

           IF RELATION-IS-VALID
              PERFORM STORE-RELATIONSHIP
           ELSE
              ADD 1 TO INTAKE-REJECT-COUNT
              MOVE WS-RELATION-BAD-JMBG TO WS-MASK-SOURCE
              CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-JMBG
              DISPLAY "RELATIONSHIP REJECTED - JMBG "
                      WS-MASKED-JMBG(1:13) " " WS-RELATION-REASON
              MOVE WS-RELATION-BAD-JMBG TO WS-LOG-REJECT-INPUT
              MOVE WS-RELATION-REASON TO WS-LOG-REJECT-REASON
              CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                      WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                      WS-BATCH-ID
           END-IF.

       VALIDATE-RELATION-CHILD.
           MOVE WS-CHILD-JMBG TO WS-RELATION-BAD-JMBG
           PERFORM VALIDATE-JMBG-CONTROL
           IF JMBG-IS-INVALID
              SET RELATION-IS-INVALID TO TRUE
              MOVE "JMBG CONTROL DIGIT MISMATCH" TO WS-RELATION-REASON
           ELSE
              PERFORM CHECK-PERSON-MASTER
              IF NOT PERSON-WAS-FOUND OR PERSON-IS-DEREGISTERED
                 SET RELATION-IS-INVALID TO TRUE
                 MOVE "CHILD JMBG IS NOT REGISTERED" TO
                      WS-RELATION-REASON
              ELSE
                 PERFORM DERIVE-JMBG-BIRTH-DATE
                 MOVE WS-JMBG-BIRTH-DATE-N TO WS-CHILD-BIRTH-DATE
              END-IF
           END-IF.

       VALIDATE-ONE-GUARDIAN.
           IF IN-GUARDIAN-JMBG(WS-GUARDIAN-IDX) NOT = SPACES
              MOVE IN-GUARDIAN-JMBG(WS-GUARDIAN-IDX)
                   TO WS-RELATION-BAD-JMBG
              IF IN-GUARDIAN-JMBG(WS-GUARDIAN-IDX) IS NOT NUMERIC
                 SET RELATION-IS-INVALID TO TRUE
                 MOVE "GUARDIAN JMBG IS NOT NUMERIC" TO
                      WS-RELATION-REASON
              ELSE
                 ADD 1 TO WS-GUARDIAN-COUNT
                 MOVE IN-GUARDIAN-JMBG(WS-GUARDIAN-IDX) TO JMBGNumber
                 PERFORM CHECK-GUARDIAN-JMBG
              END-IF
           END-IF.

       CHECK-GUARDIAN-JMBG.
           PERFORM VALIDATE-JMBG-CONTROL
           EVALUATE TRUE
              WHEN JMBG-IS-INVALID
                 SET RELATION-IS-INVALID TO TRUE
                 MOVE "JMBG CONTROL DIGIT MISMATCH" TO
                      WS-RELATION-REASON
              WHEN JMBGNumber = WS-CHILD-JMBG
                 SET RELATION-IS-INVALID TO TRUE
                 MOVE "GUARDIAN IS THE CHILD" TO WS-RELATION-REASON
              WHEN OTHER
                 PERFORM CHECK-PERSON-MASTER
                 IF NOT PERSON-WAS-FOUND OR PERSON-IS-DEREGISTERED
                    SET RELATION-IS-INVALID TO TRUE
                    MOVE "GUARDIAN JMBG IS NOT REGISTERED" TO
                         WS-RELATION-REASON
                 ELSE
                    PERFORM CHECK-AGE-ELIGIBILITY
                    PERFORM DERIVE-JMBG-BIRTH-DATE
                    IF WS-AGE < ADULT-AGE
                       SET RELATION-IS-INVALID TO TRUE
                       MOVE "GUARDIAN IS NOT AN ADULT" TO
                            WS-RELATION-REASON
                    ELSE
                       IF WS-JMBG-BIRTH-DATE-N NOT < WS-CHILD-BIRTH-DATE
                          SET RELATION-IS-INVALID TO TRUE
                          MOVE "GUARDIAN NOT OLDER THAN CHILD" TO
                               WS-RELATION-REASON
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * The JMBG carries only three year digits - the century is
      * settled the same way CHECK-AGE-ELIGIBILITY settles it.
      *****************************************************************
       DERIVE-JMBG-BIRTH-DATE.
           COMPUTE WS-BIRTH-YY = FUNCTION MOD(JMBGBithYear, 100)
           IF WS-BIRTH-YY <= 30
              COMPUTE WS-JBD-YYYY = 2000 + WS-BIRTH-YY
           ELSE
              COMPUTE WS-JBD-YYYY = 1900 + WS-BIRTH-YY
           END-IF
           MOVE JMBGBirthMonth TO WS-JBD-MM
           MOVE JMBGBithDay    TO WS-JBD-DD.

       STORE-RELATIONSHIP.
           MOVE WS-CHILD-JMBG TO RelChildJMBG
           MOVE 0 TO RelGuardianJMBG(1)
           MOVE 0 TO RelGuardianJMBG(2)
           MOVE 0 TO WS-GUARDIAN-COUNT
           PERFORM VARYING WS-GUARDIAN-IDX FROM 1 BY 1
                   UNTIL WS-GUARDIAN-IDX > 2
              IF IN-GUARDIAN-JMBG(WS-GUARDIAN-IDX) NOT = SPACES
                 ADD 1 TO WS-GUARDIAN-COUNT
                 MOVE IN-GUARDIAN-JMBG(WS-GUARDIAN-IDX)
                      TO RelGuardianJMBG(WS-GUARDIAN-COUNT)
              END-IF
           END-PERFORM
           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO RelDate
           MOVE WS-BATCH-ID TO RelBatchID
           WRITE PersonRelation
              INVALID KEY
                 REWRITE PersonRelation
                    INVALID KEY
                       DISPLAY "PERSREL.DAT WRITE FAILED FOR CHILD "
                               "JMBG " WS-MASKED-JMBG(1:13)
                 END-REWRITE
           END-WRITE
           ADD 1 TO INTAKE-RELATION-COUNT
           DISPLAY "CHILD JMBG " WS-MASKED-JMBG(1:13) " LINKED TO "
                   WS-GUARDIAN-COUNT " GUARDIAN(S)".

      *****************************************************************
      * An identity document is recorded only for a registered
      * person, and only while it is still in force - an expired
      * document proves nothing at account opening. A document
      * already on file under the same type and number is replaced
      * by the later delivery.
      *****************************************************************
       PROCESS-IDENTITY-DOCUMENT.
           SET DOCUMENT-IS-VALID TO TRUE
           MOVE SPACES TO WS-MASKED-JMBG
           MOVE IN-DOC-JMBG TO WS-MASK-SOURCE
           CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-JMBG
           DISPLAY "IDENTITY DOCUMENT FOR JMBG " WS-MASKED-JMBG(1:13)

           PERFORM VALIDATE-DOCUMENT-PERSON
           IF DOCUMENT-IS-VALID
              PERFORM VALIDATE-DOCUMENT-DETAILS
           END-IF

           IF DOCUMENT-IS-VALID
              PERFORM STORE-IDENTITY-DOCUMENT
           ELSE
              ADD 1 TO INTAKE-REJECT-COUNT
              DISPLAY "IDENTITY DOCUMENT REJECTED - JMBG "
                      WS-MASKED-JMBG(1:13) " " WS-DOCUMENT-REASON
              MOVE IN-DOC-JMBG TO WS-LOG-REJECT-INPUT
              MOVE WS-DOCUMENT-REASON TO WS-LOG-REJECT-REASON
              CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                      WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                      WS-BATCH-ID
           END-IF.

       VALIDATE-DOCUMENT-PERSON.
           IF IN-DOC-JMBG IS NOT NUMERIC
              SET DOCUMENT-IS-INVALID TO TRUE
              MOVE "JMBG IS NOT NUMERIC" TO WS-DOCUMENT-REASON
           ELSE
              MOVE IN-DOC-JMBG TO JMBGNumber
              PERFORM VALIDATE-JMBG-CONTROL
              IF JMBG-IS-INVALID
                 SET DOCUMENT-IS-INVALID TO TRUE
                 MOVE "JMBG CONTROL DIGIT MISMATCH" TO
                      WS-DOCUMENT-REASON
              ELSE
                 PERFORM CHECK-PERSON-MASTER
                 IF NOT PERSON-WAS-FOUND OR PERSON-IS-DEREGISTERED
                    SET DOCUMENT-IS-INVALID TO TRUE
                    MOVE "DOCUMENT JMBG IS NOT REGISTERED" TO
                         WS-DOCUMENT-REASON
                 END-IF
              END-IF
           END-IF.

       VALIDATE-DOCUMENT-DETAILS.
           CALL "GETRUNDT" USING WS-RUN-DATE
           EVALUATE TRUE
              WHEN IN-DOC-TYPE NOT = "I" AND IN-DOC-TYPE NOT = "P"
                 SET DOCUMENT-IS-INVALID TO TRUE
                 MOVE "DOCUMENT TYPE IS NOT I OR P" TO
                      WS-DOCUMENT-REASON
              WHEN IN-DOC-NUMBER = SPACES
                 SET DOCUMENT-IS-INVALID TO TRUE
                 MOVE "NO DOCUMENT NUMBER GIVEN" TO WS-DOCUMENT-REASON
              WHEN IN-DOC-AUTHORITY = SPACES
                 SET DOCUMENT-IS-INVALID TO TRUE
                 MOVE "NO ISSUING AUTHORITY GIVEN" TO
                      WS-DOCUMENT-REASON
              WHEN OTHER
                 PERFORM VALIDATE-DOCUMENT-ISSUE
           END-EVALUATE.

       VALIDATE-DOCUMENT-ISSUE.
           MOVE IN-DOC-ISSUE-DATE TO WS-DOC-DATE
           PERFORM VALIDATE-DOCUMENT-DATE
           IF DOC-DATE-IS-INVALID
              SET DOCUMENT-IS-INVALID TO TRUE
              MOVE "ISSUE DATE NOT A VALID DATE" TO WS-DOCUMENT-REASON
           ELSE IF IN-DOC-ISSUE-DATE > WS-RUN-DATE
              SET DOCUMENT-IS-INVALID TO TRUE
              MOVE "ISSUE DATE IS IN THE FUTURE" TO WS-DOCUMENT-REASON
           ELSE IF IN-DOC-EXPIRY-DATE NOT = SPACES
              PERFORM VALIDATE-DOCUMENT-EXPIRY
           END-IF.

       VALIDATE-DOCUMENT-EXPIRY.
           MOVE IN-DOC-EXPIRY-DATE TO WS-DOC-DATE
           PERFORM VALIDATE-DOCUMENT-DATE
           IF DOC-DATE-IS-INVALID
              SET DOCUMENT-IS-INVALID TO TRUE
              MOVE "EXPIRY DATE NOT A VALID DATE" TO
                   WS-DOCUMENT-REASON
           ELSE IF IN-DOC-EXPIRY-DATE NOT > IN-DOC-ISSUE-DATE
              SET DOCUMENT-IS-INVALID TO TRUE
              MOVE "EXPIRY NOT AFTER ISSUE DATE" TO WS-DOCUMENT-REASON
           ELSE IF IN-DOC-EXPIRY-DATE < WS-RUN-DATE
              SET DOCUMENT-IS-INVALID TO TRUE
              MOVE "DOCUMENT HAS ALREADY EXPIRED" TO
                   WS-DOCUMENT-REASON
           END-IF.

       VALIDATE-DOCUMENT-DATE.
           IF WS-DOC-DATE IS NOT NUMERIC
              SET DOC-DATE-IS-INVALID TO TRUE
           ELSE
              MOVE WS-DOC-DD   TO WS-DOC-DAY
              MOVE WS-DOC-MM   TO WS-DOC-MONTH
              MOVE WS-DOC-YYYY TO WS-DOC-YEAR
              CALL "DATEVALID" USING WS-DOC-DAY, WS-DOC-MONTH,
                      WS-DOC-YEAR, WS-DOC-DATE-FLAG
           END-IF.

       STORE-IDENTITY-DOCUMENT.
           INITIALIZE IdentityDocument
           MOVE IN-DOC-JMBG        TO IdDocJMBG
           MOVE IN-DOC-TYPE        TO IdDocType
           MOVE IN-DOC-NUMBER      TO IdDocNumber
           MOVE IN-DOC-AUTHORITY   TO IdDocAuthority
           MOVE IN-DOC-ISSUE-DATE  TO IdDocIssueDate
           MOVE IN-DOC-EXPIRY-DATE TO IdDocExpiryDate
           MOVE WS-RUN-DATE        TO IdDocChangedDate
           MOVE WS-BATCH-ID        TO IdDocChangedBy
           WRITE IdentityDocument
              INVALID KEY
                 REWRITE IdentityDocument
                    INVALID KEY
                       DISPLAY "IDDOCS.DAT WRITE FAILED FOR JMBG "
                               WS-MASKED-JMBG(1:13)
                 END-REWRITE
           END-WRITE
           ADD 1 TO INTAKE-DOCUMENT-COUNT
           DISPLAY "JMBG " WS-MASKED-JMBG(1:13) " DOCUMENT "
                   IdDocType " " IdDocNumber " RECORDED".

      *****************************************************************
      * A change of residence is recorded for a registered person
      * into a region on the region table, on a calendar date no
      * earlier than the birth date, no later than today, and after
      * the last move already on file - moves arrive in the order
      * they happened. The region moved from is where the person
      * lived until then: the last move's region, or the JMBG region
      * of birth when none is on file.
      *****************************************************************
       PROCESS-RESIDENCE-CHANGE.
           SET RESIDENCE-IS-VALID TO TRUE
           MOVE SPACES TO WS-MASKED-JMBG
           MOVE IN-RES-JMBG TO WS-MASK-SOURCE
           CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-JMBG
           DISPLAY "CHANGE OF RESIDENCE FOR JMBG "
                   WS-MASKED-JMBG(1:13)

           PERFORM VALIDATE-RESIDENCE-PERSON
           IF RESIDENCE-IS-VALID
              PERFORM VALIDATE-RESIDENCE-DETAILS
           END-IF
           IF RESIDENCE-IS-VALID
              PERFORM FIND-CURRENT-RESIDENCE
              EVALUATE TRUE
                 WHEN IN-RES-MOVE-DATE NOT > WS-LAST-MOVE-DATE
                    SET RESIDENCE-IS-INVALID TO TRUE
                    MOVE "MOVE NOT AFTER LAST MOVE ON FILE" TO
                         WS-RESIDENCE-REASON
                 WHEN IN-RES-REGION-NUM = WS-CURRENT-REGION
                    SET RESIDENCE-IS-INVALID TO TRUE
                    MOVE "ALREADY RESIDENT IN THIS REGION" TO
                         WS-RESIDENCE-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF RESIDENCE-IS-VALID
              PERFORM STORE-RESIDENCE-CHANGE
           ELSE
              ADD 1 TO INTAKE-REJECT-COUNT
              DISPLAY "CHANGE OF RESIDENCE REJECTED - JMBG "
                      WS-MASKED-JMBG(1:13) " " WS-RESIDENCE-REASON
              MOVE IN-RES-JMBG TO WS-LOG-REJECT-INPUT
              MOVE WS-RESIDENCE-REASON TO WS-LOG-REJECT-REASON
              CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                      WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                      WS-BATCH-ID
           END-IF.

       VALIDATE-RESIDENCE-PERSON.
           IF IN-RES-JMBG IS NOT NUMERIC
              SET RESIDENCE-IS-INVALID TO TRUE
              MOVE "JMBG IS NOT NUMERIC" TO WS-RESIDENCE-REASON
           ELSE
              MOVE IN-RES-JMBG TO JMBGNumber
              PERFORM VALIDATE-JMBG-CONTROL
              IF JMBG-IS-INVALID
                 SET RESIDENCE-IS-INVALID TO TRUE
                 MOVE "JMBG CONTROL DIGIT MISMATCH" TO
                      WS-RESIDENCE-REASON
              ELSE
                 PERFORM CHECK-PERSON-MASTER
                 IF NOT PERSON-WAS-FOUND OR PERSON-IS-DEREGISTERED
                    SET RESIDENCE-IS-INVALID TO TRUE
                    MOVE "RESIDENCE JMBG IS NOT REGISTERED" TO
                         WS-RESIDENCE-REASON
                 END-IF
              END-IF
           END-IF.

       VALIDATE-RESIDENCE-DETAILS.
           CALL "GETRUNDT" USING WS-RUN-DATE
           PERFORM FIND-RESIDENCE-REGION
           IF NOT RES-REGION-IS-KNOWN
              SET RESIDENCE-IS-INVALID TO TRUE
              MOVE "REGION CODE NOT ON REGION TABLE" TO
                   WS-RESIDENCE-REASON
           ELSE
              MOVE IN-RES-MOVE-DATE TO WS-DOC-DATE
              PERFORM VALIDATE-DOCUMENT-DATE
              PERFORM DERIVE-JMBG-BIRTH-DATE
              EVALUATE TRUE
                 WHEN DOC-DATE-IS-INVALID
                    SET RESIDENCE-IS-INVALID TO TRUE
                    MOVE "MOVE DATE NOT A VALID DATE" TO
                         WS-RESIDENCE-REASON
                 WHEN IN-RES-MOVE-DATE > WS-RUN-DATE
                    SET RESIDENCE-IS-INVALID TO TRUE
                    MOVE "MOVE DATE IS IN THE FUTURE" TO
                         WS-RESIDENCE-REASON
                 WHEN WS-DOC-DATE < WS-JMBG-BIRTH-DATE
                    SET RESIDENCE-IS-INVALID TO TRUE
                    MOVE "MOVE DATE BEFORE BIRTH DATE" TO
                         WS-RESIDENCE-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       FIND-RESIDENCE-REGION.
           MOVE "N" TO WS-RES-REGION-FOUND
           IF IN-RES-REGION IS NUMERIC
              PERFORM VARYING REGION-IDX FROM 1 BY 1
                      UNTIL REGION-IDX > 9
                 IF IN-RES-REGION-NUM >= REGION-LOW(REGION-IDX) AND
                    IN-RES-REGION-NUM <= REGION-HIGH(REGION-IDX)
                    SET RES-REGION-IS-KNOWN TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       FIND-CURRENT-RESIDENCE.
           MOVE JMBGRegion TO WS-CURRENT-REGION
           MOVE SPACES TO WS-LAST-MOVE-DATE
           MOVE "N" TO RESHIST-EOF-FLAG
           MOVE IN-RES-JMBG TO ResJMBG
           MOVE LOW-VALUES TO ResMoveDate
           START RESIDENCE-HIST KEY IS NOT LESS THAN ResKey
              INVALID KEY
                 SET RESHIST-EOF TO TRUE
           END-START
           PERFORM UNTIL RESHIST-EOF
              READ RESIDENCE-HIST NEXT RECORD
                 AT END
                    SET RESHIST-EOF TO TRUE
                 NOT AT END
                    IF ResJMBG NOT = JMBGNumber
                       SET RESHIST-EOF TO TRUE
                    ELSE
                       MOVE ResToRegion TO WS-CURRENT-REGION
                       MOVE ResMoveDate TO WS-LAST-MOVE-DATE
                    END-IF
              END-READ
           END-PERFORM.

       STORE-RESIDENCE-CHANGE.
           MOVE IN-RES-JMBG       TO ResJMBG
           MOVE IN-RES-MOVE-DATE  TO ResMoveDate
           MOVE WS-CURRENT-REGION TO ResFromRegion
           MOVE IN-RES-REGION-NUM TO ResToRegion
           MOVE WS-RUN-DATE       TO ResRecordedDate
           MOVE WS-BATCH-ID       TO ResBatchID
           WRITE ResidenceHistory
              INVALID KEY
                 DISPLAY "RESHIST.DAT WRITE FAILED FOR JMBG "
                         WS-MASKED-JMBG(1:13)
              NOT INVALID KEY
                 ADD 1 TO INTAKE-RESIDENCE-COUNT
                 DISPLAY "JMBG " WS-MASKED-JMBG(1:13) " MOVED FROM "
                         "REGION " ResFromRegion " TO " ResToRegion
                         " ON " ResMoveDate
           END-WRITE.

      *****************************************************************
      * A deregistration passes the same control-digit check as a
      * registration, then retires the person and the SSN registry
           END-REWRITE.

       PROCESS-REGISTRATION.
           IF IN-SSN-NOT-GIVEN
              SET SSN-IS-VALID TO TRUE
           ELSE
              PERFORM VALIDATE-SSN-FORMAT
           END-IF

           IF SSN-IS-INVALID
              ADD 1 TO INTAKE-REJECT-COUNT
                    PERFORM CHECK-PERSON-MASTER
                    IF PERSON-WAS-FOUND
                       IF PersonSSN = SocialSecurityNumber
                          OR IN-SSN-NOT-GIVEN
                          ADD 1 TO INTAKE-DUP-COUNT
                          DISPLAY "JMBG REJECTED - "
                                  WS-MASKED-JMBG(1:13)
                          PERFORM HOLD-IDENTITY-EXCEPTION
                       END-IF
                    ELSE
                       PERFORM ACCEPT-NEW-PERSON
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      * A new person arriving without an SSN is issued one before the
      * registration is written; when the area has no number left the
      * person is rejected and the record comes back with an SSN.
      *****************************************************************
       ACCEPT-NEW-PERSON.
           IF IN-SSN-NOT-GIVEN
              PERFORM ALLOCATE-SSN
           END-IF
           IF SSN-IS-VALID
              PERFORM WRITE-INTAKE-RECORD
              PERFORM REGISTER-PERSON
           ELSE
              ADD 1 TO INTAKE-REJECT-COUNT
              DISPLAY "JMBG REJECTED - " WS-MASKED-JMBG(1:13)
                      " NO SSN LEFT TO ISSUE IN AREA " SsnCtlArea
              MOVE JMBGNumber TO WS-LOG-REJECT-INPUT
              MOVE "NO SSN LEFT TO ISSUE IN AREA" TO
                   WS-LOG-REJECT-REASON
              CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                      WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                      WS-BATCH-ID
           END-IF.

      *****************************************************************
      * The area is 100 plus the JMBG region of birth. Numbers run on
      * from the last Group/Serial on SSNCTL.DAT - serial 0001 to
      * 9999 within a group, groups 01 to 99 - and a number already
      * on SSNREG.DAT (issued elsewhere and registered earlier) is
      * passed over. The control moves on as each number is issued,
      * so a number is never handed out twice.
      *****************************************************************
       ALLOCATE-SSN.
           CALL "GETRUNDT" USING WS-RUN-DATE
           COMPUTE SsnCtlArea = 100 + JMBGRegion
           MOVE "N" TO WS-SSN-CONTROL-FLAG
           READ SSN-CONTROL
              INVALID KEY
                 SET SSN-CONTROL-IS-NEW TO TRUE
                 MOVE 1 TO SsnCtlLastGroup
                 MOVE 0 TO SsnCtlLastSerial
                 MOVE SPACES TO SsnCtlIssueDate
                 MOVE 0 TO SsnCtlIssuedOnDate
                 MOVE 0 TO SsnCtlIssuedTotal
           END-READ
           IF SsnCtlIssueDate NOT = WS-RUN-DATE
              MOVE WS-RUN-DATE TO SsnCtlIssueDate
              MOVE 0 TO SsnCtlIssuedOnDate
           END-IF

           SET SSN-ALLOC-IS-TAKEN TO TRUE
           PERFORM FIND-NEXT-FREE-SSN
              UNTIL SSN-ALLOC-IS-FREE OR SSN-AREA-IS-EXHAUSTED

           IF SSN-AREA-IS-EXHAUSTED
              SET SSN-IS-INVALID TO TRUE
           ELSE
              ADD 1 TO SsnCtlIssuedOnDate
              ADD 1 TO SsnCtlIssuedTotal
              PERFORM STORE-SSN-CONTROL
              ADD 1 TO INTAKE-SSN-ISSUED-COUNT
              PERFORM WRITE-SSN-ALLOC-LOG
              MOVE SocialSecurityNumber TO WS-MASK-SOURCE
              CALL "MASKID" USING WS-MASK-SOURCE, WS-MASKED-SSN
              DISPLAY "SSN ISSUED - " WS-MASKED-SSN(1:10)
                      " FROM AREA " SsnCtlArea
           END-IF.

       FIND-NEXT-FREE-SSN.
           IF SsnCtlLastSerial = 9999
              MOVE 1 TO SsnCtlLastSerial
              ADD 1 TO SsnCtlLastGroup
           ELSE
              ADD 1 TO SsnCtlLastSerial
           END-IF
           IF SsnCtlLastGroup > MAX-SSN-GROUP
              SET SSN-AREA-IS-EXHAUSTED TO TRUE
           ELSE
              MOVE SsnCtlArea       TO SSArea
              MOVE SsnCtlLastGroup  TO SSGroup
              MOVE SsnCtlLastSerial TO SSSerial
              MOVE SocialSecurityNumber TO RegSSN
              READ SSN-REGISTRY
                 INVALID KEY
                    SET SSN-ALLOC-IS-FREE TO TRUE
              END-READ
           END-IF.

       STORE-SSN-CONTROL.
           IF SSN-CONTROL-IS-NEW
              WRITE SsnControl
                 INVALID KEY
                    DISPLAY "SSN CONTROL WRITE FAILED FOR AREA "
                            SsnCtlArea
              END-WRITE
           ELSE
              REWRITE SsnControl
                 INVALID KEY
                    DISPLAY "SSN CONTROL REWRITE FAILED FOR AREA "
                            SsnCtlArea
              END-REWRITE
           END-IF.

       WRITE-SSN-ALLOC-LOG.
           INITIALIZE SSN-ALLOC-LOG-RECORD WITH FILLER
           MOVE WS-RUN-DATE          TO SAL-ISSUE-DATE
           MOVE WS-BATCH-ID          TO SAL-BATCH-ID
           MOVE SocialSecurityNumber TO SAL-SSN
           MOVE JMBGNumber           TO SAL-JMBG
           MOVE JMBGRegion           TO SAL-REGION
           WRITE SSN-ALLOC-LOG-RECORD.

       VALIDATE-SSN-FORMAT.
           SET SSN-IS-VALID TO TRUE
           IF SSArea = 0 OR SSArea = 666 OR SSArea >= 900
