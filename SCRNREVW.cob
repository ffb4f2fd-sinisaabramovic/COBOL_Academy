      *****************************************************************
      * Program name:    SCRNREVW
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the screening queue
      *                               review behind the new MAINMENU
      *                               option - lists the new customers
      *                               held on SCRNQ.DAT as possible
      *                               watch-list hits and lets a
      *                               compliance officer clear a case,
      *                               so the next CUSTUPDT run adds the
      *                               customer, or confirm it, so the
      *                               customer is never added; every
      *                               decision is written to
      *                               SCRNDEC.LOG with the operator
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCRNREVW.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-QUEUE ASSIGN TO "SCRNQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ScrnCaseNumber
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT DECISION-LOG ASSIGN TO "SCRNDEC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-QUEUE.
       01 ScreenCase.
           COPY SCRNREC.

       FD  DECISION-LOG.
       01 DECISION-LOG-RECORD.
           02 DEC-DATE            PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-TIME            PIC   X(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-OPERATOR        PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-CASE            PIC   9(7).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-CUSTOMER        PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-CUSTOMER-NAME   PIC   X(20).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-DECISION        PIC   X(10).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-LIST-ENTRY      PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 DEC-NOTE            PIC   X(30).

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS          PIC XX VALUE "00".
           88 QUEUE-FILE-OK                   VALUE "00".
       01 WS-DECISION-STATUS       PIC XX VALUE "00".
           88 DECISION-LOG-NOT-FOUND          VALUE "35".
       01 QUEUE-EOF-FLAG           PIC X  VALUE "N".
           88 QUEUE-EOF                   VALUE "Y".

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-CLEAR             VALUE "C".
           88 ACTION-IS-CONFIRM           VALUE "F".
           88 ACTION-IS-EXIT              VALUE "X".
           88 ACTION-DECIDES-A-CASE       VALUE "C" "F".

       01 WS-CASE-NUMBER           PIC 9(7).
       01 WS-NOTE-ENTRY            PIC X(30) VALUE SPACES.
       01 WS-DECISION-TEXT         PIC X(10).
       01 WS-STATUS-TEXT           PIC X(20).
       01 WS-LISTED-COUNT          PIC 9(5).
       01 WS-ENTRY-OK-FLAG         PIC X  VALUE "Y".
           88 CASE-ENTRY-IS-OK            VALUE "Y".

       01 WS-TIMESTAMP.
           02 WS-TS-DATE           PIC X(8).
           02 WS-TS-TIME           PIC X(6).
           02 FILLER               PIC X(8).
       01 WS-RUN-DATE              PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).

       01 WS-CLEARED-COUNT         PIC 9(5) VALUE 0.
       01 WS-CONFIRMED-COUNT       PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "SCRNREVW".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LOperator-Role           PIC X.
           88 CALLER-ROLE-IS-COMPLIANCE   VALUE "C".

       PROCEDURE DIVISION USING LOperator-Role.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           CALL "GETOPER" USING WS-OPERATOR-ID
           MOVE SPACE TO WS-ACTION-CODE
           MOVE 0 TO WS-CLEARED-COUNT
           MOVE 0 TO WS-CONFIRMED-COUNT

           OPEN I-O SCREEN-QUEUE
           IF NOT QUEUE-FILE-OK
              CLOSE SCREEN-QUEUE
              OPEN OUTPUT SCREEN-QUEUE
              CLOSE SCREEN-QUEUE
              OPEN I-O SCREEN-QUEUE
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (L-LIST OPEN CASES, C-CLEAR, F-CONFIRM "
                      "MATCH, X-EXIT): " WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-OPEN-CASES
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN ACTION-DECIDES-A-CASE
                      AND NOT CALLER-ROLE-IS-COMPLIANCE
                    DISPLAY "DECIDING A SCREENING CASE NEEDS THE "
                            "COMPLIANCE ROLE"
                 WHEN ACTION-IS-CLEAR
                    PERFORM CLEAR-SCREENING-CASE
                 WHEN ACTION-IS-CONFIRM
                    PERFORM CONFIRM-SCREENING-CASE
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           CLOSE SCREEN-QUEUE

           DISPLAY "SCRNREVW: " WS-CLEARED-COUNT " CLEARED, "
                   WS-CONFIRMED-COUNT " CONFIRMED"

           COMPUTE WS-LOG-ACCEPT-COUNT =
              WS-CLEARED-COUNT + WS-CONFIRMED-COUNT
           MOVE RETURN-CODE        TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

      *****************************************************************
      * Open cases are the ones still held, the ones cleared but not
      * yet added by CUSTUPDT, and the cleared ones CUSTUPDT could not
      * add - confirmed and applied cases are finished.
      *****************************************************************
       LIST-OPEN-CASES.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE "N" TO QUEUE-EOF-FLAG
           MOVE 0 TO ScrnCaseNumber
           START SCREEN-QUEUE KEY IS NOT LESS THAN ScrnCaseNumber
              INVALID KEY
                 SET QUEUE-EOF TO TRUE
           END-START
           PERFORM UNTIL QUEUE-EOF
              READ SCREEN-QUEUE NEXT RECORD
                 AT END
                    SET QUEUE-EOF TO TRUE
                 NOT AT END
                    IF SCRN-IS-HELD OR SCRN-IS-CLEARED
                       OR SCRN-IS-RELEASE-FAILED
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM DISPLAY-ONE-CASE
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "  " WS-LISTED-COUNT " OPEN CASE(S)".

       DISPLAY-ONE-CASE.
           EVALUATE TRUE
              WHEN SCRN-IS-HELD
                 MOVE "HELD" TO WS-STATUS-TEXT
              WHEN SCRN-IS-CLEARED
                 MOVE "CLEARED - TO BE ADDED" TO WS-STATUS-TEXT
              WHEN SCRN-IS-RELEASE-FAILED
                 MOVE "CLEARED - ADD FAILED" TO WS-STATUS-TEXT
           END-EVALUATE
           DISPLAY "  CASE " ScrnCaseNumber " " WS-STATUS-TEXT
                   " HELD " ScrnHeldDate " BY " ScrnSource " "
                   ScrnHeldBy
           DISPLAY "       CUSTOMER " ScrnCustomerID " "
                   ScrnCustomerName
           DISPLAY "       RESEMBLES " ScrnListEntry " ("
                   ScrnListSource ") " ScrnListName " "
                   ScrnMatchKind
           IF NOT SCRN-IS-HELD
              DISPLAY "       DECIDED " ScrnDecidedDate " BY "
                      ScrnDecidedBy " " ScrnDecisionNote
           END-IF.

      *****************************************************************
      * Only a held case can be decided, it needs a note saying why,
      * and the operator who keyed the add cannot decide its own case.
      *****************************************************************
       READ-CASE-FOR-DECISION.
           MOVE "Y" TO WS-ENTRY-OK-FLAG
           DISPLAY "CASE NUMBER: " WITH NO ADVANCING
           ACCEPT WS-CASE-NUMBER
           MOVE WS-CASE-NUMBER TO ScrnCaseNumber
           READ SCREEN-QUEUE
              INVALID KEY
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DECISION REFUSED - NO CASE " WS-CASE-NUMBER
           END-READ

           IF CASE-ENTRY-IS-OK
              IF NOT SCRN-IS-HELD
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DECISION REFUSED - CASE " ScrnCaseNumber
                         " IS ALREADY DECIDED"
              ELSE
                 IF ScrnHeldBy = WS-OPERATOR-ID
                    MOVE "N" TO WS-ENTRY-OK-FLAG
                    DISPLAY "DECISION REFUSED - " WS-OPERATOR-ID
                            " KEYED THIS CUSTOMER AND CANNOT DECIDE "
                            "ITS CASE"
                 END-IF
              END-IF
           END-IF

           IF CASE-ENTRY-IS-OK
              PERFORM DISPLAY-ONE-CASE
              DISPLAY "DECISION NOTE: " WITH NO ADVANCING
              MOVE SPACES TO WS-NOTE-ENTRY
              ACCEPT WS-NOTE-ENTRY
              IF WS-NOTE-ENTRY = SPACES
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DECISION REFUSED - A DECISION NEEDS A NOTE"
              END-IF
           END-IF.

       CLEAR-SCREENING-CASE.
           PERFORM READ-CASE-FOR-DECISION
           IF CASE-ENTRY-IS-OK
              SET SCRN-IS-CLEARED TO TRUE
              MOVE "CLEARED" TO WS-DECISION-TEXT
              PERFORM RECORD-DECISION
              IF CASE-ENTRY-IS-OK
                 ADD 1 TO WS-CLEARED-COUNT
                 DISPLAY "CASE " ScrnCaseNumber " CLEARED - CUSTOMER "
                         ScrnCustomerID " IS ADDED BY THE NEXT "
                         "CUSTUPDT RUN"
              END-IF
           END-IF.

       CONFIRM-SCREENING-CASE.
           PERFORM READ-CASE-FOR-DECISION
           IF CASE-ENTRY-IS-OK
              SET SCRN-IS-CONFIRMED TO TRUE
              MOVE "CONFIRMED" TO WS-DECISION-TEXT
              PERFORM RECORD-DECISION
              IF CASE-ENTRY-IS-OK
                 ADD 1 TO WS-CONFIRMED-COUNT
                 DISPLAY "CASE " ScrnCaseNumber " CONFIRMED - CUSTOMER "
                         ScrnCustomerID " WILL NOT BE ADDED"
              END-IF
           END-IF.

       RECORD-DECISION.
           MOVE WS-RUN-DATE    TO ScrnDecidedDate
           MOVE WS-OPERATOR-ID TO ScrnDecidedBy
           MOVE WS-NOTE-ENTRY  TO ScrnDecisionNote
           REWRITE ScreenCase
              INVALID KEY
                 MOVE "N" TO WS-ENTRY-OK-FLAG
                 DISPLAY "DECISION FAILED - CASE " ScrnCaseNumber
                         " COULD NOT BE REWRITTEN"
           END-REWRITE
           IF CASE-ENTRY-IS-OK
              PERFORM WRITE-DECISION-LOG
           END-IF.

       WRITE-DECISION-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND DECISION-LOG
           IF DECISION-LOG-NOT-FOUND
              OPEN OUTPUT DECISION-LOG
           END-IF
           INITIALIZE DECISION-LOG-RECORD WITH FILLER
           MOVE WS-TS-DATE       TO DEC-DATE
           MOVE WS-TS-TIME       TO DEC-TIME
           MOVE WS-OPERATOR-ID   TO DEC-OPERATOR
           MOVE ScrnCaseNumber   TO DEC-CASE
           MOVE ScrnCustomerID   TO DEC-CUSTOMER
           MOVE ScrnCustomerName TO DEC-CUSTOMER-NAME
           MOVE WS-DECISION-TEXT TO DEC-DECISION
           MOVE ScrnListEntry    TO DEC-LIST-ENTRY
           MOVE WS-NOTE-ENTRY    TO DEC-NOTE
           WRITE DECISION-LOG-RECORD
           CLOSE DECISION-LOG.
