      *****************************************************************
      * Program name:    TERMLOAD
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the term-results load -
      *                               reads the grades the schools send
      *                               in on TERMRSLT.IN, checks each
      *                               against the SCHLMAST.DAT roster
      *                               and the grade scale, marks it
      *                               passed or failed under the same
      *                               PASSING-COUNT and PASSING-GRADES
      *                               parameters PROGRAM04 applies, and
      *                               stores it on TERMRSLT.DAT for the
      *                               SCHLPROM promotion decision;
      *                               rejects go to the shared reject
      *                               log and an exception report
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TERMLOAD.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-IN ASSIGN TO "TERMRSLT.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-IN-STATUS.
           SELECT TERM-RESULTS ASSIGN TO "TERMRSLT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TermKey
               FILE STATUS IS WS-TERM-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "SCHLMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StudentJMBG
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT TERM-RPT ASSIGN TO "TERMLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * One grade per line as the schools key it - the school code,
      * the student's JMBG, the subject and the A to F grade.
      *****************************************************************
       FD  TERM-IN.
       01 TERM-IN-RECORD.
           02 IN-SCHOOL           PIC   X(5).
           02 FILLER              PIC   X.
           02 IN-JMBG             PIC   X(13).
           02 IN-JMBG-NUM REDEFINES IN-JMBG
                                  PIC   9(13).
           02 FILLER              PIC   X.
           02 IN-SUBJECT          PIC   X(10).
           02 FILLER              PIC   X.
           02 IN-GRADE            PIC   X.

       FD  TERM-RESULTS.
       01 TermResultRecord.
           COPY TERMREC.

       FD  ROSTER-MASTER.
       01 Student.
           COPY SCHLREC.

       FD  TERM-RPT.
       01 TERM-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TERM-IN-STATUS        PIC XX VALUE "00".
           88 TERM-IN-FOUND              VALUE "00".
       01 WS-TERM-STATUS           PIC XX VALUE "00".
           88 TERM-FILE-OK               VALUE "00".
       01 WS-ROSTER-STATUS         PIC XX VALUE "00".
           88 ROSTER-OK                  VALUE "00".
       01 TERM-IN-EOF-FLAG         PIC X  VALUE "N".
           88 TERM-IN-EOF                VALUE "Y".

       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT          PIC 9(5) VALUE 0.
       01 WS-REPLACED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
       01 WS-PASSED-COUNT          PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(5) VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZ9.

       01 WS-RESULT-REASON         PIC X(30).
       01 WS-VALID-GRADES          PIC X(6) VALUE "ABCDEF".

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-PASSING-GRADE-COUNT  PIC 9  VALUE 4.
       01 WS-PASSING-GRADES       PIC X(5) VALUE "ABCD".
       01 PASSING-GRADE-TABLE REDEFINES WS-PASSING-GRADES.
           02 PASSING-GRADE       PIC X  OCCURS 5.
       01 PASSING-GRADE-IDX       PIC 9.
       01 WS-GRADE-IDX            PIC 9.
       01 WS-GRADE-FLAG           PIC X  VALUE "N".
           88 GRADE-IS-VALID             VALUE "Y".
       01 PASSING-SCORE-FLAG      PIC X  VALUE "N".
           88 PASSING-SCORE-OK           VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "TERMLOAD".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.
       01 WS-LOG-REJECT-PROGRAM    PIC X(12) VALUE "TERMLOAD".
       01 WS-LOG-REJECT-INPUT      PIC X(20).
       01 WS-LOG-REJECT-REASON     PIC X(30).

       PROCEDURE DIVISION.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           CALL "GETRUNDT" USING WS-RUN-DATE
           PERFORM INIT-PARAMETERS

           OPEN INPUT TERM-IN
           IF NOT TERM-IN-FOUND
              SET TERM-IN-EOF TO TRUE
              DISPLAY "TERMLOAD: NO TERMRSLT.IN SUBMISSION TO LOAD"
           END-IF
           OPEN INPUT ROSTER-MASTER
           IF NOT ROSTER-OK
              SET TERM-IN-EOF TO TRUE
              DISPLAY "TERMLOAD: NO SCHLMAST.DAT ROSTER MASTER - "
                      "NOTHING LOADED"
           END-IF
           OPEN I-O TERM-RESULTS
           IF NOT TERM-FILE-OK
              CLOSE TERM-RESULTS
              OPEN OUTPUT TERM-RESULTS
              CLOSE TERM-RESULTS
              OPEN I-O TERM-RESULTS
           END-IF
           OPEN OUTPUT TERM-RPT

           MOVE "TERM RESULTS LOAD EXCEPTION REPORT" TO TERM-RPT-RECORD
           WRITE TERM-RPT-RECORD

           PERFORM UNTIL TERM-IN-EOF
              READ TERM-IN
                 AT END
                    SET TERM-IN-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM LOAD-ONE-RESULT
              END-READ
           END-PERFORM

           PERFORM WRITE-LOAD-TOTALS

           IF TERM-IN-FOUND
              CLOSE TERM-IN
           END-IF
           CLOSE ROSTER-MASTER
           CLOSE TERM-RESULTS
           CLOSE TERM-RPT

           DISPLAY "TERMLOAD: " WS-READ-COUNT " RESULT(S) READ, "
                   WS-LOADED-COUNT " LOADED, "
                   WS-REJECT-COUNT " REJECTED"

           MOVE WS-READ-COUNT   TO WS-LOG-READ-COUNT
           MOVE WS-LOADED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT TO WS-LOG-REJECT-COUNT
           MOVE RETURN-CODE     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           STOP RUN.

       INIT-PARAMETERS.
           MOVE "PASSING-COUNT" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-PASSING-GRADE-COUNT =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF

           MOVE "PASSING-GRADES" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              MOVE WS-PARM-VALUE(1:5) TO WS-PASSING-GRADES
           END-IF.

      *****************************************************************
      * A grade is only taken for a student the roster master shows
      * enrolled at the school that sent it - the seat and level on
      * the master are stored with the grade.
      *****************************************************************
       LOAD-ONE-RESULT.
           MOVE SPACES TO WS-RESULT-REASON
           PERFORM CHECK-GRADE-LETTER
           EVALUATE TRUE
              WHEN IN-JMBG IS NOT NUMERIC
                 MOVE "JMBG NOT NUMERIC" TO WS-RESULT-REASON
              WHEN IN-SUBJECT = SPACES
                 MOVE "SUBJECT IS BLANK" TO WS-RESULT-REASON
              WHEN NOT GRADE-IS-VALID
                 MOVE "GRADE IS NOT A TO F" TO WS-RESULT-REASON
              WHEN OTHER
                 PERFORM CHECK-STUDENT-SEAT
           END-EVALUATE

           IF WS-RESULT-REASON = SPACES
              PERFORM STORE-TERM-RESULT
           ELSE
              PERFORM REJECT-TERM-RESULT
           END-IF.

       CHECK-GRADE-LETTER.
           MOVE "N" TO WS-GRADE-FLAG
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > 6
              IF IN-GRADE = WS-VALID-GRADES(WS-GRADE-IDX:1)
                 SET GRADE-IS-VALID TO TRUE
              END-IF
           END-PERFORM.

       CHECK-STUDENT-SEAT.
           MOVE IN-JMBG-NUM TO StudentJMBG
           READ ROSTER-MASTER
              INVALID KEY
                 MOVE "STUDENT NOT ON ROSTER MASTER"
                      TO WS-RESULT-REASON
              NOT INVALID KEY
                 IF NOT STUDENT-IS-ENROLLED
                    MOVE "STUDENT NOT ENROLLED" TO WS-RESULT-REASON
                 ELSE
                    IF StudentSchool NOT = IN-SCHOOL
                       MOVE "STUDENT NOT SEATED AT SCHOOL"
                            TO WS-RESULT-REASON
                    END-IF
                 END-IF
           END-READ.

      *****************************************************************
      * A grade sent again for the same student and subject replaces
      * the one on file - schools resend to correct a keying error.
      *****************************************************************
       STORE-TERM-RESULT.
           MOVE "N" TO PASSING-SCORE-FLAG
           PERFORM VARYING PASSING-GRADE-IDX FROM 1 BY 1
                   UNTIL PASSING-GRADE-IDX > WS-PASSING-GRADE-COUNT
              IF IN-GRADE = PASSING-GRADE(PASSING-GRADE-IDX)
                 SET PASSING-SCORE-OK TO TRUE
              END-IF
           END-PERFORM

           MOVE IN-JMBG-NUM    TO TermJMBG
           MOVE IN-SUBJECT     TO TermSubject
           MOVE IN-GRADE       TO TermGrade
           IF PASSING-SCORE-OK
              SET TERM-SUBJECT-PASSED TO TRUE
              ADD 1 TO WS-PASSED-COUNT
           ELSE
              SET TERM-SUBJECT-FAILED TO TRUE
              ADD 1 TO WS-FAILED-COUNT
           END-IF
           MOVE StudentSchool  TO TermSchool
           MOVE StudentLevel   TO TermLevel
           MOVE StudentYear    TO TermSchoolYear
           MOVE WS-RUN-DATE    TO TermDate
           ADD 1 TO WS-LOADED-COUNT
           WRITE TermResultRecord
              INVALID KEY
                 ADD 1 TO WS-REPLACED-COUNT
                 REWRITE TermResultRecord
                    INVALID KEY
                       DISPLAY "TERMLOAD: TERM RESULT WRITE FAILED "
                               "FOR " TermKey
                 END-REWRITE
           END-WRITE.

       REJECT-TERM-RESULT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-READ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO TERM-RPT-RECORD
           STRING "LINE " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-SCHOOL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-SUBJECT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULT-REASON DELIMITED BY SIZE
                  INTO TERM-RPT-RECORD
           WRITE TERM-RPT-RECORD
           MOVE IN-JMBG TO WS-LOG-REJECT-INPUT
           MOVE IN-SUBJECT(1:6) TO WS-LOG-REJECT-INPUT(15:6)
           MOVE WS-RESULT-REASON TO WS-LOG-REJECT-REASON
           CALL "LOGREJECT" USING WS-LOG-REJECT-PROGRAM,
                   WS-LOG-REJECT-INPUT, WS-LOG-REJECT-REASON,
                   WS-RUN-DATE.

       WRITE-LOAD-TOTALS.
           MOVE WS-READ-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO TERM-RPT-RECORD
           STRING "RESULTS READ:        " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO TERM-RPT-RECORD
           WRITE TERM-RPT-RECORD

           MOVE WS-LOADED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO TERM-RPT-RECORD
           STRING "RESULTS LOADED:      " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO TERM-RPT-RECORD
           WRITE TERM-RPT-RECORD

           MOVE WS-REPLACED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO TERM-RPT-RECORD
           STRING "  REPLACING EARLIER: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO TERM-RPT-RECORD
           WRITE TERM-RPT-RECORD

           MOVE WS-PASSED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO TERM-RPT-RECORD
           STRING "  PASSED:            " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO TERM-RPT-RECORD
           WRITE TERM-RPT-RECORD

           MOVE WS-FAILED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO TERM-RPT-RECORD
           STRING "  FAILED:            " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO TERM-RPT-RECORD
           WRITE TERM-RPT-RECORD

           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO TERM-RPT-RECORD
           STRING "RESULTS REJECTED:    " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO TERM-RPT-RECORD
           WRITE TERM-RPT-RECORD.
