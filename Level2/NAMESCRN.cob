      *****************************************************************
      * Program name:    NAMESCRN
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared watch-list
      *                               name screen - callers pass a
      *                               customer name and get back
      *                               whether it resembles a name on
      *                               WATCHLST.DAT, ignoring case,
      *                               spacing and punctuation and
      *                               allowing one pair of neighbouring
      *                               letters to be swapped, and which
      *                               entry it resembled
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NAMESCRN.
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
       01 WS-LOADED-FLAG           PIC X  VALUE "N".
           88 LIST-IS-LOADED             VALUE "Y".

      *****************************************************************
      * The list is read once per run unit and kept with each name
      * already reduced to its letters and digits, so a batch of adds
      * screens against the table rather than the file.
      *****************************************************************
       01 WATCH-TABLE.
           02 WATCH-ENTRY OCCURS 500.
              03 WT-ENTRY-ID       PIC X(8).
              03 WT-SOURCE         PIC X.
              03 WT-NAME           PIC X(30).
              03 WT-NORM-NAME      PIC X(30).
              03 WT-NORM-LEN       PIC 99.
       01 WATCH-IDX                PIC 999.
       01 WATCH-MAX                PIC 999 VALUE 0.

       01 WS-NORM-IN               PIC X(30).
       01 WS-NORM-OUT              PIC X(30).
       01 WS-NORM-LEN              PIC 99.
       01 WS-CHAR-IDX              PIC 99.
       01 WS-ONE-CHAR              PIC X.

       01 WS-CAND-NAME             PIC X(30).
       01 WS-CAND-LEN              PIC 99.
       01 WS-CAND-TRUNC-FLAG       PIC X  VALUE "N".
           88 CANDIDATE-MAY-BE-CUT        VALUE "Y".
       01 WS-LIST-NAME             PIC X(30).
       01 WS-LIST-LEN              PIC 99.
       01 WS-DIFF-POS              PIC 99.
       01 WS-REST-POS              PIC 99.
       01 WS-REST-LEN              PIC 99.
       01 WS-MATCH-KIND            PIC X(10).
       01 WS-PREFIX-FLAG           PIC X  VALUE "N".
           88 COMPARED-ON-PREFIX          VALUE "Y".

       LINKAGE SECTION.
       01 LScreen-Name              PIC X(20).
       01 LScreen-Result            PIC XX.
           88 LSCREEN-IS-CLEAR              VALUE "00".
           88 LSCREEN-IS-HIT                VALUE "10".
           88 LSCREEN-NO-LIST               VALUE "90".
       01 LScreen-Hit.
           02 LScreen-Entry         PIC X(8).
           02 LScreen-Source        PIC X.
           02 LScreen-List-Name     PIC X(30).
           02 LScreen-Kind          PIC X(10).

       PROCEDURE DIVISION USING LScreen-Name, LScreen-Result,
               LScreen-Hit.
           MOVE SPACES TO LScreen-Hit
           IF NOT LIST-IS-LOADED
              PERFORM LOAD-WATCH-TABLE
           END-IF

           IF WATCH-MAX = 0
              SET LSCREEN-NO-LIST TO TRUE
           ELSE
              SET LSCREEN-IS-CLEAR TO TRUE
              MOVE SPACES TO WS-NORM-IN
              MOVE LScreen-Name TO WS-NORM-IN
              PERFORM NORMALIZE-NAME
              MOVE WS-NORM-OUT TO WS-CAND-NAME
              MOVE WS-NORM-LEN TO WS-CAND-LEN
      *****************************************************************
      * A name that fills all twenty positions of CustomerName may
      * have been cut short on the way in, so it is also held up
      * against the start of each longer listed name - a PREFIX hit.
      *****************************************************************
              IF LScreen-Name(20:1) NOT = SPACE
                 SET CANDIDATE-MAY-BE-CUT TO TRUE
              ELSE
                 MOVE "N" TO WS-CAND-TRUNC-FLAG
              END-IF
              IF WS-CAND-LEN > 0
                 PERFORM VARYING WATCH-IDX FROM 1 BY 1
                         UNTIL WATCH-IDX > WATCH-MAX
                            OR LSCREEN-IS-HIT
                    PERFORM COMPARE-WITH-ENTRY
                 END-PERFORM
              END-IF
           END-IF

           EXIT PROGRAM.

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
                       PERFORM ADD-WATCH-ENTRY
                 END-READ
              END-PERFORM
              CLOSE WATCH-LIST
           END-IF
           SET LIST-IS-LOADED TO TRUE.

       ADD-WATCH-ENTRY.
           IF WATCH-MAX < 500 AND WL-NAME NOT = SPACES
              MOVE WL-NAME TO WS-NORM-IN
              PERFORM NORMALIZE-NAME
              IF WS-NORM-LEN > 0
                 ADD 1 TO WATCH-MAX
                 MOVE WL-ENTRY-ID TO WT-ENTRY-ID(WATCH-MAX)
                 MOVE WL-SOURCE   TO WT-SOURCE(WATCH-MAX)
                 MOVE WL-NAME     TO WT-NAME(WATCH-MAX)
                 MOVE WS-NORM-OUT TO WT-NORM-NAME(WATCH-MAX)
                 MOVE WS-NORM-LEN TO WT-NORM-LEN(WATCH-MAX)
              END-IF
           END-IF.

      *****************************************************************
      * Upper-case the name and keep only its letters and digits -
      * "O'NEIL-SMITH, J." and "ONEIL SMITH J" both reduce to
      * ONEILSMITHJ.
      *****************************************************************
       NORMALIZE-NAME.
           INSPECT WS-NORM-IN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 30
              MOVE WS-NORM-IN(WS-CHAR-IDX:1) TO WS-ONE-CHAR
              IF (WS-ONE-CHAR IS ALPHABETIC-UPPER
                  AND WS-ONE-CHAR NOT = SPACE)
                 OR WS-ONE-CHAR IS NUMERIC
                 ADD 1 TO WS-NORM-LEN
                 MOVE WS-ONE-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
              END-IF
           END-PERFORM.

      *****************************************************************
      * Same letters in the same order is an exact hit; the same
      * letters with one neighbouring pair swapped is a transposed
      * hit. Names of three letters or fewer must match exactly.
      *****************************************************************
       COMPARE-WITH-ENTRY.
           MOVE WT-NORM-NAME(WATCH-IDX) TO WS-LIST-NAME
           MOVE WT-NORM-LEN(WATCH-IDX)  TO WS-LIST-LEN
           MOVE "N" TO WS-PREFIX-FLAG
           IF CANDIDATE-MAY-BE-CUT AND WS-LIST-LEN > WS-CAND-LEN
              SET COMPARED-ON-PREFIX TO TRUE
              MOVE WS-CAND-LEN TO WS-LIST-LEN
              MOVE SPACES TO WS-LIST-NAME(WS-LIST-LEN + 1:)
           END-IF

           MOVE SPACES TO WS-MATCH-KIND
           IF WS-LIST-LEN = WS-CAND-LEN
              IF WS-LIST-NAME = WS-CAND-NAME
                 MOVE "EXACT" TO WS-MATCH-KIND
              ELSE
                 IF WS-CAND-LEN > 3
                    PERFORM CHECK-TRANSPOSITION
                 END-IF
              END-IF
           END-IF

           IF WS-MATCH-KIND = "EXACT" AND COMPARED-ON-PREFIX
              MOVE "PREFIX" TO WS-MATCH-KIND
           END-IF
           IF WS-MATCH-KIND NOT = SPACES
              SET LSCREEN-IS-HIT TO TRUE
              MOVE WT-ENTRY-ID(WATCH-IDX) TO LScreen-Entry
              MOVE WT-SOURCE(WATCH-IDX)   TO LScreen-Source
              MOVE WT-NAME(WATCH-IDX)     TO LScreen-List-Name
              MOVE WS-MATCH-KIND          TO LScreen-Kind
           END-IF.

       CHECK-TRANSPOSITION.
           MOVE 0 TO WS-DIFF-POS
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-CAND-LEN
                      OR WS-DIFF-POS > 0
              IF WS-CAND-NAME(WS-CHAR-IDX:1)
                 NOT = WS-LIST-NAME(WS-CHAR-IDX:1)
                 MOVE WS-CHAR-IDX TO WS-DIFF-POS
              END-IF
           END-PERFORM

           IF WS-DIFF-POS > 0 AND WS-DIFF-POS < WS-CAND-LEN
              IF WS-CAND-NAME(WS-DIFF-POS:1)
                 = WS-LIST-NAME(WS-DIFF-POS + 1:1)
                 AND WS-CAND-NAME(WS-DIFF-POS + 1:1)
                 = WS-LIST-NAME(WS-DIFF-POS:1)
                 COMPUTE WS-REST-POS = WS-DIFF-POS + 2
                 IF WS-REST-POS > WS-CAND-LEN
                    MOVE "TRANSPOSED" TO WS-MATCH-KIND
                 ELSE
                    COMPUTE WS-REST-LEN =
                       WS-CAND-LEN - WS-REST-POS + 1
                    IF WS-CAND-NAME(WS-REST-POS:WS-REST-LEN)
                       = WS-LIST-NAME(WS-REST-POS:WS-REST-LEN)
                       MOVE "TRANSPOSED" TO WS-MATCH-KIND
                    END-IF
                 END-IF
              END-IF
           END-IF.
