      *****************************************************************
      * Program name:    WATCHMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the watch-list
      *                               maintenance behind the new
      *                               MAINMENU option, in the GLACMNT
      *                               style - lists, adds, changes and
      *                               removes the WATCHLST.DAT names
      *                               new customers are screened
      *                               against, stamping each entry
      *                               with the date and operator that
      *                               listed it; changes need the
      *                               compliance role
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WATCHMNT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST.
       01 WATCH-LIST-RECORD.
           COPY WATCHREC.

       WORKING-STORAGE SECTION.
       01 WS-WATCH-STATUS          PIC XX VALUE "00".
           88 WATCH-FILE-FOUND           VALUE "00".
       01 WATCH-EOF-FLAG           PIC X  VALUE "N".
           88 WATCH-EOF                  VALUE "Y".

       01 WATCH-TABLE.
           02 WATCH-ENTRY OCCURS 500.
              03 WT-ENTRY-ID       PIC X(8).
              03 WT-SOURCE         PIC X.
              03 WT-NAME           PIC X(30).
              03 WT-LISTED-DATE    PIC X(8).
              03 WT-LISTED-BY      PIC X(8).
              03 WT-REASON         PIC X(30).
       01 WATCH-IDX                PIC 999.
       01 WATCH-MAX                PIC 999 VALUE 0.
       01 WS-FOUND-IDX             PIC 999 VALUE 0.

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-CHANGE            VALUE "C".
           88 ACTION-IS-DELETE            VALUE "D".
           88 ACTION-IS-EXIT              VALUE "X".
           88 ACTION-CHANGES-THE-LIST     VALUE "C" "D".

       01 WS-ENTRY-ID              PIC X(8)  VALUE SPACES.
       01 WS-ENTRY-SOURCE          PIC X     VALUE SPACE.
           88 SOURCE-IS-VALID             VALUE "S" "I".
       01 WS-ENTRY-NAME            PIC X(30) VALUE SPACES.
       01 WS-ENTRY-REASON          PIC X(30) VALUE SPACES.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-CHANGE-COUNT          PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "WATCHMNT".
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
           MOVE 0 TO WS-CHANGE-COUNT

           PERFORM LOAD-WATCH-TABLE
           IF WATCH-MAX = 0
              DISPLAY "NO NAMES ON WATCHLST.DAT - NEW CUSTOMERS ARE "
                      "NOT BEING SCREENED"
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (L-LIST, C-CHANGE/ADD, D-REMOVE, "
                      "X-EXIT): " WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-WATCH-ENTRIES
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN ACTION-CHANGES-THE-LIST
                      AND NOT CALLER-ROLE-IS-COMPLIANCE
                    DISPLAY "CHANGING THE WATCH LIST NEEDS THE "
                            "COMPLIANCE ROLE"
                 WHEN ACTION-IS-CHANGE
                    PERFORM CHANGE-WATCH-ENTRY
                 WHEN ACTION-IS-DELETE
                    PERFORM DELETE-WATCH-ENTRY
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           DISPLAY "WATCHMNT: " WS-CHANGE-COUNT " CHANGE(S) APPLIED"

           MOVE WATCH-MAX       TO WS-LOG-READ-COUNT
           MOVE WS-CHANGE-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE RETURN-CODE     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

       LOAD-WATCH-TABLE.
           MOVE 0 TO WATCH-MAX
           MOVE "N" TO WATCH-EOF-FLAG
           OPEN INPUT WATCH-LIST
           IF WATCH-FILE-FOUND
              PERFORM UNTIL WATCH-EOF
                 READ WATCH-LIST
                    AT END
                       SET WATCH-EOF TO TRUE
                    NOT AT END
                       IF WATCH-MAX < 500 AND WL-ENTRY-ID NOT = SPACES
                          ADD 1 TO WATCH-MAX
                          MOVE WL-ENTRY-ID    TO WT-ENTRY-ID(WATCH-MAX)
                          MOVE WL-SOURCE      TO WT-SOURCE(WATCH-MAX)
                          MOVE WL-NAME        TO WT-NAME(WATCH-MAX)
                          MOVE WL-LISTED-DATE
                               TO WT-LISTED-DATE(WATCH-MAX)
                          MOVE WL-LISTED-BY   TO WT-LISTED-BY(WATCH-MAX)
                          MOVE WL-REASON      TO WT-REASON(WATCH-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WATCH-LIST
           END-IF.

       SAVE-WATCH-TABLE.
           OPEN OUTPUT WATCH-LIST
           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-MAX
              INITIALIZE WATCH-LIST-RECORD WITH FILLER
              MOVE WT-ENTRY-ID(WATCH-IDX)    TO WL-ENTRY-ID
              MOVE WT-SOURCE(WATCH-IDX)      TO WL-SOURCE
              MOVE WT-NAME(WATCH-IDX)        TO WL-NAME
              MOVE WT-LISTED-DATE(WATCH-IDX) TO WL-LISTED-DATE
              MOVE WT-LISTED-BY(WATCH-IDX)   TO WL-LISTED-BY
              MOVE WT-REASON(WATCH-IDX)      TO WL-REASON
              WRITE WATCH-LIST-RECORD
           END-PERFORM
           CLOSE WATCH-LIST.

       LIST-WATCH-ENTRIES.
           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-MAX
              DISPLAY "  " WT-ENTRY-ID(WATCH-IDX) " "
                      WT-SOURCE(WATCH-IDX) " "
                      WT-NAME(WATCH-IDX) " "
                      WT-LISTED-DATE(WATCH-IDX) " "
                      WT-LISTED-BY(WATCH-IDX) " "
                      WT-REASON(WATCH-IDX)
           END-PERFORM
           DISPLAY "  " WATCH-MAX " NAME(S) - SOURCE S-SANCTIONS "
                   "LIST I-INTERNAL LIST".

       FIND-WATCH-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-MAX
              IF WT-ENTRY-ID(WATCH-IDX) = WS-ENTRY-ID
                 MOVE WATCH-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.

      *****************************************************************
      * A changed entry is re-stamped with today and the operator -
      * the list always says who last vouched for each name.
      *****************************************************************
       CHANGE-WATCH-ENTRY.
           DISPLAY "ENTRY ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           DISPLAY "SOURCE (S-SANCTIONS, I-INTERNAL): "
                   WITH NO ADVANCING
           ACCEPT WS-ENTRY-SOURCE
           DISPLAY "LISTED NAME: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-NAME
           DISPLAY "REASON / LIST REFERENCE: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-REASON

           EVALUATE TRUE
              WHEN WS-ENTRY-ID = SPACES
                 DISPLAY "CHANGE REFUSED - ENTRY ID IS BLANK"
              WHEN NOT SOURCE-IS-VALID
                 DISPLAY "CHANGE REFUSED - SOURCE " WS-ENTRY-SOURCE
                         " IS NOT S OR I"
              WHEN WS-ENTRY-NAME = SPACES
                 DISPLAY "CHANGE REFUSED - LISTED NAME IS BLANK"
              WHEN OTHER
                 PERFORM APPLY-WATCH-CHANGE
           END-EVALUATE.

       APPLY-WATCH-CHANGE.
           PERFORM FIND-WATCH-ENTRY
           IF WS-FOUND-IDX = 0
              IF WATCH-MAX >= 500
                 DISPLAY "WATCH LIST FULL - ADD REFUSED"
              ELSE
                 ADD 1 TO WATCH-MAX
                 MOVE WATCH-MAX TO WS-FOUND-IDX
              END-IF
           END-IF
           IF WS-FOUND-IDX > 0
              MOVE WS-ENTRY-ID     TO WT-ENTRY-ID(WS-FOUND-IDX)
              MOVE WS-ENTRY-SOURCE TO WT-SOURCE(WS-FOUND-IDX)
              MOVE WS-ENTRY-NAME   TO WT-NAME(WS-FOUND-IDX)
              MOVE WS-RUN-DATE     TO WT-LISTED-DATE(WS-FOUND-IDX)
              MOVE WS-OPERATOR-ID  TO WT-LISTED-BY(WS-FOUND-IDX)
              MOVE WS-ENTRY-REASON TO WT-REASON(WS-FOUND-IDX)
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-WATCH-TABLE
              DISPLAY "WATCH-LIST ENTRY " WS-ENTRY-ID " SET"
           END-IF.

       DELETE-WATCH-ENTRY.
           DISPLAY "ENTRY ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           PERFORM FIND-WATCH-ENTRY
           IF WS-FOUND-IDX = 0
              DISPLAY "REMOVE REFUSED - ENTRY " WS-ENTRY-ID
                      " IS NOT ON THE WATCH LIST"
           ELSE
              PERFORM VARYING WATCH-IDX FROM WS-FOUND-IDX BY 1
                      UNTIL WATCH-IDX >= WATCH-MAX
                 MOVE WATCH-ENTRY(WATCH-IDX + 1)
                      TO WATCH-ENTRY(WATCH-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WATCH-MAX
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-WATCH-TABLE
              DISPLAY "WATCH-LIST ENTRY " WS-ENTRY-ID " REMOVED"
           END-IF.
