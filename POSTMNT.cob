      *****************************************************************
      * Program name:    POSTMNT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the postal-code
      *                               reference maintenance behind the
      *                               new MAINMENU option, in the
      *                               WATCHMNT style - lists, adds,
      *                               changes and removes the
      *                               POSTCODE.DAT codes and official
      *                               city names customer addresses
      *                               are checked against, stamping
      *                               each with the date and operator
      *                               that set it; changes need the
      *                               maintenance role
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSTMNT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTCODE-FILE ASSIGN TO "POSTCODE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTCODE-FILE.
       01 POSTCODE-RECORD.
           COPY PCODEREC.

       WORKING-STORAGE SECTION.
       01 WS-POSTCODE-STATUS       PIC XX VALUE "00".
           88 POSTCODE-FILE-FOUND        VALUE "00".
       01 POSTCODE-EOF-FLAG        PIC X  VALUE "N".
           88 POSTCODE-EOF               VALUE "Y".

      *****************************************************************
      * Kept in code order - an add is slotted in where it belongs -
      * so the file lists the way the post office publishes it.
      *****************************************************************
       01 POSTCODE-TABLE.
           02 POSTCODE-ENTRY OCCURS 3000.
              03 PT-CODE           PIC X(10).
              03 PT-CITY           PIC X(20).
              03 PT-CHANGED-DATE   PIC X(8).
              03 PT-CHANGED-BY     PIC X(8).
       01 POSTCODE-IDX             PIC 9(4).
       01 POSTCODE-MAX             PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX             PIC 9(4) VALUE 0.
       01 WS-INSERT-IDX            PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT          PIC 9(4) VALUE 0.

       01 WS-ACTION-CODE           PIC X  VALUE SPACE.
           88 ACTION-IS-LIST              VALUE "L".
           88 ACTION-IS-CHANGE            VALUE "C".
           88 ACTION-IS-DELETE            VALUE "D".
           88 ACTION-IS-EXIT              VALUE "X".
           88 ACTION-CHANGES-THE-LIST     VALUE "C" "D".

       01 WS-ENTRY-CODE            PIC X(10) VALUE SPACES.
       01 WS-ENTRY-CITY            PIC X(20) VALUE SPACES.
       01 WS-PREFIX                PIC X(10) VALUE SPACES.
       01 WS-PREFIX-LEN            PIC 99    VALUE 0.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-CHANGE-COUNT          PIC 9(5) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "POSTMNT".
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
           MOVE 0 TO WS-CHANGE-COUNT

           PERFORM LOAD-POSTCODE-TABLE
           IF POSTCODE-MAX = 0
              DISPLAY "NO CODES ON POSTCODE.DAT - CUSTOMER ADDRESSES "
                      "ARE NOT BEING CHECKED"
           END-IF

           PERFORM UNTIL ACTION-IS-EXIT
              DISPLAY "ACTION (L-LIST, C-CHANGE/ADD, D-REMOVE, "
                      "X-EXIT): " WITH NO ADVANCING
              ACCEPT WS-ACTION-CODE
              EVALUATE TRUE
                 WHEN ACTION-IS-LIST
                    PERFORM LIST-POSTCODE-ENTRIES
                 WHEN ACTION-IS-EXIT
                    CONTINUE
                 WHEN ACTION-CHANGES-THE-LIST
                      AND NOT CALLER-ROLE-IS-MAINT
                    DISPLAY "CHANGING THE POSTAL CODES NEEDS THE "
                            "MAINTENANCE ROLE"
                 WHEN ACTION-IS-CHANGE
                    PERFORM CHANGE-POSTCODE-ENTRY
                 WHEN ACTION-IS-DELETE
                    PERFORM DELETE-POSTCODE-ENTRY
                 WHEN OTHER
                    DISPLAY "INVALID ACTION CODE - " WS-ACTION-CODE
              END-EVALUATE
           END-PERFORM

           DISPLAY "POSTMNT: " WS-CHANGE-COUNT " CHANGE(S) APPLIED"

           MOVE POSTCODE-MAX    TO WS-LOG-READ-COUNT
           MOVE WS-CHANGE-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE RETURN-CODE     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           GOBACK.

       LOAD-POSTCODE-TABLE.
           MOVE 0 TO POSTCODE-MAX
           MOVE "N" TO POSTCODE-EOF-FLAG
           OPEN INPUT POSTCODE-FILE
           IF POSTCODE-FILE-FOUND
              PERFORM UNTIL POSTCODE-EOF
                 READ POSTCODE-FILE
                    AT END
                       SET POSTCODE-EOF TO TRUE
                    NOT AT END
                       IF POSTCODE-MAX < 3000 AND PC-CODE NOT = SPACES
                          ADD 1 TO POSTCODE-MAX
                          MOVE PC-CODE  TO PT-CODE(POSTCODE-MAX)
                          MOVE PC-CITY  TO PT-CITY(POSTCODE-MAX)
                          MOVE PC-CHANGED-DATE
                               TO PT-CHANGED-DATE(POSTCODE-MAX)
                          MOVE PC-CHANGED-BY
                               TO PT-CHANGED-BY(POSTCODE-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTCODE-FILE
           END-IF.

       SAVE-POSTCODE-TABLE.
           OPEN OUTPUT POSTCODE-FILE
           PERFORM VARYING POSTCODE-IDX FROM 1 BY 1
                   UNTIL POSTCODE-IDX > POSTCODE-MAX
              INITIALIZE POSTCODE-RECORD WITH FILLER
              MOVE PT-CODE(POSTCODE-IDX)         TO PC-CODE
              MOVE PT-CITY(POSTCODE-IDX)         TO PC-CITY
              MOVE PT-CHANGED-DATE(POSTCODE-IDX) TO PC-CHANGED-DATE
              MOVE PT-CHANGED-BY(POSTCODE-IDX)   TO PC-CHANGED-BY
              WRITE POSTCODE-RECORD
           END-PERFORM
           CLOSE POSTCODE-FILE.

      *****************************************************************
      * A blank prefix lists every code; otherwise only the codes
      * that start with what was keyed, so one district can be read
      * without paging through the country.
      *****************************************************************
       LIST-POSTCODE-ENTRIES.
           DISPLAY "CODE PREFIX (BLANK FOR ALL): " WITH NO ADVANCING
           ACCEPT WS-PREFIX
           INSPECT WS-PREFIX CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-PREFIX-LEN
           INSPECT WS-PREFIX TALLYING WS-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING POSTCODE-IDX FROM 1 BY 1
                   UNTIL POSTCODE-IDX > POSTCODE-MAX
              IF WS-PREFIX-LEN = 0
                 OR PT-CODE(POSTCODE-IDX)(1:WS-PREFIX-LEN)
                    = WS-PREFIX(1:WS-PREFIX-LEN)
                 ADD 1 TO WS-LISTED-COUNT
                 DISPLAY "  " PT-CODE(POSTCODE-IDX) " "
                         PT-CITY(POSTCODE-IDX) " "
                         PT-CHANGED-DATE(POSTCODE-IDX) " "
                         PT-CHANGED-BY(POSTCODE-IDX)
              END-IF
           END-PERFORM
           DISPLAY "  " WS-LISTED-COUNT " OF " POSTCODE-MAX
                   " POSTAL CODE(S)".

       FIND-POSTCODE-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           MOVE 0 TO WS-INSERT-IDX
           PERFORM VARYING POSTCODE-IDX FROM 1 BY 1
                   UNTIL POSTCODE-IDX > POSTCODE-MAX
                      OR WS-FOUND-IDX > 0
                      OR WS-INSERT-IDX > 0
              IF PT-CODE(POSTCODE-IDX) = WS-ENTRY-CODE
                 MOVE POSTCODE-IDX TO WS-FOUND-IDX
              ELSE
                 IF PT-CODE(POSTCODE-IDX) > WS-ENTRY-CODE
                    MOVE POSTCODE-IDX TO WS-INSERT-IDX
                 END-IF
              END-IF
           END-PERFORM
           IF WS-INSERT-IDX = 0
              COMPUTE WS-INSERT-IDX = POSTCODE-MAX + 1
           END-IF.

      *****************************************************************
      * Codes and cities are held in capitals - the official spelling
      * is what POSTCHK writes back onto the customer address.
      *****************************************************************
       CHANGE-POSTCODE-ENTRY.
           DISPLAY "POSTAL CODE: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           DISPLAY "OFFICIAL CITY NAME: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CITY
           INSPECT WS-ENTRY-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-ENTRY-CITY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           EVALUATE TRUE
              WHEN WS-ENTRY-CODE = SPACES
                 DISPLAY "CHANGE REFUSED - POSTAL CODE IS BLANK"
              WHEN WS-ENTRY-CITY = SPACES
                 DISPLAY "CHANGE REFUSED - CITY NAME IS BLANK"
              WHEN OTHER
                 PERFORM APPLY-POSTCODE-CHANGE
           END-EVALUATE.

       APPLY-POSTCODE-CHANGE.
           PERFORM FIND-POSTCODE-ENTRY
           IF WS-FOUND-IDX = 0
              IF POSTCODE-MAX >= 3000
                 DISPLAY "POSTAL CODE FILE FULL - ADD REFUSED"
              ELSE
                 PERFORM VARYING POSTCODE-IDX FROM POSTCODE-MAX BY -1
                         UNTIL POSTCODE-IDX < WS-INSERT-IDX
                    MOVE POSTCODE-ENTRY(POSTCODE-IDX)
                         TO POSTCODE-ENTRY(POSTCODE-IDX + 1)
                 END-PERFORM
                 ADD 1 TO POSTCODE-MAX
                 MOVE WS-INSERT-IDX TO WS-FOUND-IDX
              END-IF
           END-IF
           IF WS-FOUND-IDX > 0
              MOVE WS-ENTRY-CODE  TO PT-CODE(WS-FOUND-IDX)
              MOVE WS-ENTRY-CITY  TO PT-CITY(WS-FOUND-IDX)
              MOVE WS-RUN-DATE    TO PT-CHANGED-DATE(WS-FOUND-IDX)
              MOVE WS-OPERATOR-ID TO PT-CHANGED-BY(WS-FOUND-IDX)
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-POSTCODE-TABLE
              DISPLAY "POSTAL CODE " WS-ENTRY-CODE " SET TO "
                      WS-ENTRY-CITY
           END-IF.

       DELETE-POSTCODE-ENTRY.
           DISPLAY "POSTAL CODE: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CODE
           INSPECT WS-ENTRY-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM FIND-POSTCODE-ENTRY
           IF WS-FOUND-IDX = 0
              DISPLAY "REMOVE REFUSED - POSTAL CODE " WS-ENTRY-CODE
                      " IS NOT ON FILE"
           ELSE
              PERFORM VARYING POSTCODE-IDX FROM WS-FOUND-IDX BY 1
                      UNTIL POSTCODE-IDX >= POSTCODE-MAX
                 MOVE POSTCODE-ENTRY(POSTCODE-IDX + 1)
                      TO POSTCODE-ENTRY(POSTCODE-IDX)
              END-PERFORM
              SUBTRACT 1 FROM POSTCODE-MAX
              ADD 1 TO WS-CHANGE-COUNT
              PERFORM SAVE-POSTCODE-TABLE
              DISPLAY "POSTAL CODE " WS-ENTRY-CODE " REMOVED"
           END-IF.
