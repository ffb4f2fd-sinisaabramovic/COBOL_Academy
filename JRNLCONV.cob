      *****************************************************************
      * Program name:    JRNLCONV
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created to load the old flat
      *                               journal, renamed ACCTJRNL.FLAT,
      *                               into the keyed ACCTJRNL.DAT, and
      *                               to turn the entry-count
      *                               watermarks on STMTCTL.DAT and
      *                               GLCLOSE.DAT into the journal
      *                               references ACCTSTMT and GLSUMM
      *                               now carry forward. Run once, on
      *                               a backed-up file set, before the
      *                               first day on the keyed journal
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNLCONV.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAT-JOURNAL ASSIGN TO "ACCTJRNL.FLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT ACCT-JOURNAL ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               ALTERNATE RECORD KEY IS JRNL-REFERENCE
               ALTERNATE RECORD KEY IS JRNL-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS JRNL-LINKED-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT STMT-CONTROL ASSIGN TO "STMTCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS StmtAcctNumber
               FILE STATUS IS WS-STMTCTL-STATUS.
           SELECT GL-CLOSE ASSIGN TO "GLCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT POSTED-WORK ASSIGN TO "JRNLCONV.WRK".

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The journal as it was written before it was keyed - date
      * first, then account, one line per entry in the order posted.
      *****************************************************************
       FD  FLAT-JOURNAL.
       01 FLAT-JOURNAL-RECORD.
           02 FLAT-DATE            PIC   X(8).
           02 FILLER               PIC   X.
           02 FLAT-ACCT-NUMBER     PIC   9(7).
           02 FILLER               PIC   X.
           02 FLAT-TXN-CODE        PIC   X(7).
           02 FILLER               PIC   X.
           02 FLAT-AMOUNT          PIC   9(7)V99.
           02 FILLER               PIC   X.
           02 FLAT-STATUS          PIC   XX.
           02 FILLER               PIC   X.
           02 FLAT-DISPOSITION     PIC   X(8).
              88 FLAT-WAS-POSTED               VALUE "POSTED".
           02 FILLER               PIC   X.
           02 FLAT-BALANCE-AFTER   PIC   S9(7)V99 SIGN LEADING
                                            SEPARATE.
           02 FILLER               PIC   X.
           02 FLAT-OPERATOR        PIC   X(8).
           02 FILLER               PIC   X.
           02 FLAT-REFERENCE       PIC   9(9).
           02 FILLER               PIC   X.
           02 FLAT-LINKED-REF      PIC   9(9).
           02 FILLER               PIC   X.
           02 FLAT-ORIG-CODE       PIC   X(7).

       FD  ACCT-JOURNAL.
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.

       FD  STMT-CONTROL.
       01 StmtControl.
           COPY STMTREC.

       FD  GL-CLOSE.
       01 GL-CLOSE-RECORD.
           02 GC-CLOSE-DATE       PIC   X(8).
           02 FILLER              PIC   X.
           02 GC-CLOSE-TOTAL      PIC   S9(11)V99 SIGN LEADING
                                           SEPARATE.
           02 FILLER              PIC   X.
           02 GC-LAST-REF         PIC   9(9).

      *****************************************************************
      * Every posted entry, by account and then by its place on the
      * flat journal, so the Nth posted entry of an account can be
      * found the way the old statement count counted it.
      *****************************************************************
       SD  POSTED-WORK.
       01 POSTED-WORK-RECORD.
           02 PW-ACCT-NUMBER       PIC   9(7).
           02 PW-SEQUENCE          PIC   9(9).
           02 PW-DATE              PIC   X(8).
           02 PW-REFERENCE         PIC   9(9).

       WORKING-STORAGE SECTION.
       01 WS-FLAT-STATUS           PIC XX VALUE "00".
           88 FLAT-OK                         VALUE "00".
       01 WS-JOURNAL-STATUS        PIC XX VALUE "00".
           88 JOURNAL-OK                      VALUE "00".
       01 WS-STMTCTL-STATUS        PIC XX VALUE "00".
           88 STMTCTL-OK                      VALUE "00".
       01 WS-CLOSE-STATUS          PIC XX VALUE "00".
           88 CLOSE-OK                        VALUE "00".
       01 FLAT-EOF-FLAG            PIC X  VALUE "N".
           88 FLAT-EOF                    VALUE "Y".
       01 WORK-EOF-FLAG            PIC X  VALUE "N".
           88 WORK-EOF                    VALUE "Y".
       01 ENTRY-WRITTEN-FLAG       PIC X  VALUE "N".
           88 ENTRY-WRITTEN               VALUE "Y".
       01 CLOSE-FOUND-FLAG         PIC X  VALUE "N".
           88 CLOSE-FOUND                 VALUE "Y".
       01 CONTROL-FOUND-FLAG       PIC X  VALUE "N".
           88 CONTROL-FOUND               VALUE "Y".

       01 WS-FLAT-COUNT            PIC 9(9) VALUE 0.
       01 WS-RENUMBER-COUNT        PIC 9(9) VALUE 0.
       01 WS-CONTROL-COUNT         PIC 9(9) VALUE 0.
       01 WS-NEW-REFERENCE         PIC 9(9).

      *    GLCLOSE.DAT's count of flat entries already summarized,
      *    and the reference of the last of them.
       01 WS-GL-COUNT              PIC 9(9) VALUE 0.
       01 WS-GL-LAST-REF           PIC 9(9) VALUE 0.

      *    The account in hand on the sorted work file, its old
      *    statement count, and the reference that replaces it.
       01 WS-CURRENT-ACCT          PIC 9(7) VALUE 0.
       01 WS-STMT-COUNT            PIC 9(9) VALUE 0.
       01 WS-POSTED-SEEN           PIC 9(9) VALUE 0.
       01 WS-STMT-LAST-REF         PIC 9(9) VALUE 0.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "JRNLCONV".
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

      *****************************************************************
      * The conversion rewrites the statement and GL watermarks, so it
      * must never run over a journal that is already keyed.
      *****************************************************************
           OPEN INPUT ACCT-JOURNAL
           IF JOURNAL-OK
              READ ACCT-JOURNAL NEXT RECORD
                 NOT AT END
                    DISPLAY "JRNLCONV: ACCTJRNL.DAT IS ALREADY KEYED"
                            " - NOTHING CONVERTED"
                    CLOSE ACCT-JOURNAL
                    MOVE 8 TO WS-FINAL-RC
                    MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
                    MOVE "FAILURE" TO WS-LOG-OUTCOME
                    CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                            WS-LOG-OUTCOME WS-LOG-COUNTS
                            WS-LOG-RETURN-CODE
                    MOVE WS-FINAL-RC TO RETURN-CODE
                    STOP RUN
              END-READ
           END-IF
           CLOSE ACCT-JOURNAL

           OPEN INPUT FLAT-JOURNAL
           IF NOT FLAT-OK
              DISPLAY "JRNLCONV: ACCTJRNL.FLAT NOT FOUND - STATUS "
                      WS-FLAT-STATUS
              MOVE 8 TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS WS-LOG-RETURN-CODE
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-GL-CLOSE

           OPEN OUTPUT ACCT-JOURNAL
           OPEN I-O STMT-CONTROL
           SORT POSTED-WORK
               ON ASCENDING KEY PW-ACCT-NUMBER PW-SEQUENCE
               INPUT PROCEDURE IS LOAD-KEYED-JOURNAL
               OUTPUT PROCEDURE IS CONVERT-STATEMENT-COUNTS
           CLOSE STMT-CONTROL
           CLOSE ACCT-JOURNAL
           CLOSE FLAT-JOURNAL

           PERFORM CONVERT-GL-CLOSE

           DISPLAY "JRNLCONV: " WS-FLAT-COUNT " ENTRIES KEYED, "
                   WS-RENUMBER-COUNT " GIVEN A NEW REFERENCE, "
                   WS-CONTROL-COUNT " STATEMENT CONTROL(S) CONVERTED"

           MOVE WS-FLAT-COUNT     TO WS-LOG-READ-COUNT
           MOVE WS-CONTROL-COUNT  TO WS-LOG-ACCEPT-COUNT
           MOVE WS-RENUMBER-COUNT TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
           IF WS-FINAL-RC > 4
              MOVE "FAILURE" TO WS-LOG-OUTCOME
           ELSE
              MOVE "SUCCESS" TO WS-LOG-OUTCOME
           END-IF
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       READ-GL-CLOSE.
           OPEN INPUT GL-CLOSE
           IF CLOSE-OK
              READ GL-CLOSE
                 NOT AT END
                    IF GC-LAST-REF IS NUMERIC
                       SET CLOSE-FOUND TO TRUE
                       MOVE GC-LAST-REF TO WS-GL-COUNT
                    END-IF
              END-READ
              CLOSE GL-CLOSE
           END-IF.

      *****************************************************************
      * Copy each flat entry to the keyed journal in the order posted.
      * An entry with no usable reference, or one an earlier entry
      * already holds, takes the next reference from GETJREF - the key
      * needs every reference to be unique.
      *****************************************************************
       LOAD-KEYED-JOURNAL.
           PERFORM UNTIL FLAT-EOF
              READ FLAT-JOURNAL
                 AT END
                    SET FLAT-EOF TO TRUE
                 NOT AT END
                    PERFORM LOAD-ONE-ENTRY
              END-READ
           END-PERFORM.

       LOAD-ONE-ENTRY.
           ADD 1 TO WS-FLAT-COUNT
           INITIALIZE ACCT-JOURNAL-RECORD WITH FILLER
           MOVE FLAT-ACCT-NUMBER   TO JRNL-ACCT-NUMBER
           MOVE FLAT-DATE          TO JRNL-DATE
           MOVE FLAT-TXN-CODE      TO JRNL-TXN-CODE
           MOVE FLAT-AMOUNT        TO JRNL-AMOUNT
           MOVE FLAT-STATUS        TO JRNL-STATUS
           MOVE FLAT-DISPOSITION   TO JRNL-DISPOSITION
           MOVE FLAT-BALANCE-AFTER TO JRNL-BALANCE-AFTER
           MOVE FLAT-OPERATOR      TO JRNL-OPERATOR
           MOVE FLAT-ORIG-CODE     TO JRNL-ORIG-CODE
           IF FLAT-LINKED-REF IS NUMERIC
              MOVE FLAT-LINKED-REF TO JRNL-LINKED-REF
           ELSE
              MOVE 0 TO JRNL-LINKED-REF
           END-IF
           IF FLAT-REFERENCE IS NUMERIC AND FLAT-REFERENCE > 0
              MOVE FLAT-REFERENCE TO JRNL-REFERENCE
           ELSE
              PERFORM TAKE-NEW-REFERENCE
           END-IF

           MOVE "N" TO ENTRY-WRITTEN-FLAG
           PERFORM UNTIL ENTRY-WRITTEN
              WRITE ACCT-JOURNAL-RECORD
                 INVALID KEY
                    PERFORM TAKE-NEW-REFERENCE
                 NOT INVALID KEY
                    SET ENTRY-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM

           IF WS-FLAT-COUNT = WS-GL-COUNT
              MOVE JRNL-REFERENCE TO WS-GL-LAST-REF
           END-IF

           IF FLAT-WAS-POSTED
              MOVE JRNL-ACCT-NUMBER TO PW-ACCT-NUMBER
              MOVE WS-FLAT-COUNT    TO PW-SEQUENCE
              MOVE JRNL-DATE        TO PW-DATE
              MOVE JRNL-REFERENCE   TO PW-REFERENCE
              RELEASE POSTED-WORK-RECORD
           END-IF.

       TAKE-NEW-REFERENCE.
           CALL "GETJREF" USING WS-NEW-REFERENCE
           MOVE WS-NEW-REFERENCE TO JRNL-REFERENCE
           ADD 1 TO WS-RENUMBER-COUNT.

      *****************************************************************
      * StmtLastRef replaces the count of the account's posted entries
      * statements had covered. The new statement picks up everything
      * dated after StmtLastDate and, on StmtLastDate itself, anything
      * referenced after StmtLastRef - so the reference kept is that of
      * the last covered entry when it falls on StmtLastDate, and zero
      * when it fell earlier and nothing on that date was covered.
      *****************************************************************
       CONVERT-STATEMENT-COUNTS.
           PERFORM UNTIL WORK-EOF
              RETURN POSTED-WORK
                 AT END
                    SET WORK-EOF TO TRUE
                 NOT AT END
                    IF PW-ACCT-NUMBER NOT = WS-CURRENT-ACCT
                       PERFORM FINISH-ACCOUNT
                       PERFORM START-ACCOUNT
                    END-IF
                    ADD 1 TO WS-POSTED-SEEN
                    IF CONTROL-FOUND
                       AND WS-POSTED-SEEN = WS-STMT-COUNT
                       AND PW-DATE = StmtLastDate
                       MOVE PW-REFERENCE TO WS-STMT-LAST-REF
                    END-IF
              END-RETURN
           END-PERFORM
           PERFORM FINISH-ACCOUNT.

       START-ACCOUNT.
           MOVE PW-ACCT-NUMBER TO WS-CURRENT-ACCT
           MOVE 0 TO WS-POSTED-SEEN
           MOVE 0 TO WS-STMT-LAST-REF
           MOVE 0 TO WS-STMT-COUNT
           MOVE "N" TO CONTROL-FOUND-FLAG
           MOVE PW-ACCT-NUMBER TO StmtAcctNumber
           READ STMT-CONTROL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF StmtLastRef IS NUMERIC
                    SET CONTROL-FOUND TO TRUE
                    MOVE StmtLastRef TO WS-STMT-COUNT
                 END-IF
           END-READ.

       FINISH-ACCOUNT.
           IF CONTROL-FOUND
              MOVE WS-STMT-LAST-REF TO StmtLastRef
              REWRITE StmtControl
                 INVALID KEY
                    DISPLAY "JRNLCONV: STATEMENT CONTROL "
                            StmtAcctNumber " NOT REWRITTEN - STATUS "
                            WS-STMTCTL-STATUS
                    MOVE 8 TO WS-FINAL-RC
                 NOT INVALID KEY
                    ADD 1 TO WS-CONTROL-COUNT
              END-REWRITE
              MOVE "N" TO CONTROL-FOUND-FLAG
           END-IF.

      *****************************************************************
      * GLSUMM's carried close keeps its date and total; the count of
      * entries summarized becomes the reference of the last of them.
      * A count beyond the flat journal means the two do not belong
      * together - the close is left alone and the run ends RC 8.
      *****************************************************************
       CONVERT-GL-CLOSE.
           IF CLOSE-FOUND
              IF WS-GL-COUNT > WS-FLAT-COUNT
                 DISPLAY "JRNLCONV: GLCLOSE.DAT COUNTS " WS-GL-COUNT
                         " ENTRIES BUT ACCTJRNL.FLAT HOLDS "
                         WS-FLAT-COUNT " - GLCLOSE.DAT NOT CONVERTED"
                 MOVE 8 TO WS-FINAL-RC
              ELSE
                 OPEN INPUT GL-CLOSE
                 READ GL-CLOSE
                 CLOSE GL-CLOSE
                 MOVE WS-GL-LAST-REF TO GC-LAST-REF
                 OPEN OUTPUT GL-CLOSE
                 WRITE GL-CLOSE-RECORD
                 CLOSE GL-CLOSE
              END-IF
           END-IF.
