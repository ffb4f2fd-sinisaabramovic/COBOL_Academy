      *****************************************************************
      * Program name:    JRNLREAD
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared reader of
      *                               the indexed account journal -
      *                               callers name an account and a
      *                               date range, a date range for
      *                               every account, a reference, or
      *                               the entries linked to one, and
      *                               take the entries back one call
      *                               at a time from whichever sealed
      *                               ACCTJRNL.yyyymm partitions and
      *                               open ACCTJRNL.DAT the dates
      *                               reach, so no program reads the
      *                               journal from its first record
      *                               any more
      * 15/10/2026 SINISA ABRAMOVIC  Hand back the full 122-byte
      *                               journal record - the currency and
      *                               exchange fields were left over
      *                               from the caller's previous entry
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNLREAD.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-PART ASSIGN USING WS-PART-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               ALTERNATE RECORD KEY IS JRNL-REFERENCE
               ALTERNATE RECORD KEY IS JRNL-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS JRNL-LINKED-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-CATALOGUE ASSIGN TO "JRNLPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-PART.
       01 JOURNAL-PART-RECORD.
           COPY JRNLREC.

       FD  PART-CATALOGUE.
       01 PART-CATALOGUE-RECORD.
           COPY JPARTREC.

       WORKING-STORAGE SECTION.
       01 WS-PART-NAME             PIC X(20) VALUE SPACES.
       01 WS-PART-STATUS           PIC XX VALUE "00".
           88 PART-OK                        VALUE "00".
       01 WS-PART-OPEN-FLAG        PIC X  VALUE "N".
           88 PARTITION-IS-OPEN           VALUE "Y".
       01 WS-CATALOGUE-STATUS      PIC XX VALUE "00".
           88 CATALOGUE-OK                   VALUE "00".
       01 CATALOGUE-EOF-FLAG       PIC X  VALUE "N".
           88 CATALOGUE-EOF               VALUE "Y".

      *****************************************************************
      * The catalogue of sealed months, oldest first, and the list of
      * partitions the current request has to visit, in date order -
      * the open journal always last.
      *****************************************************************
       01 PART-TABLE.
           02 PART-ENTRY OCCURS 600.
              03 PT-PERIOD        PIC X(6).
              03 PT-NAME          PIC X(20).
       01 PART-MAX                 PIC 999 VALUE 0.
       01 PART-IDX                 PIC 999.
       01 WS-SEALED-THRU           PIC X(6) VALUE "000000".
       01 VISIT-TABLE.
           02 VT-NAME              PIC X(20) OCCURS 601.
       01 VISIT-MAX                PIC 999 VALUE 0.
       01 VISIT-IDX                PIC 999 VALUE 0.
       01 WS-OPEN-JOURNAL-NAME     PIC X(20) VALUE "ACCTJRNL.DAT".

       01 WS-READ-MODE             PIC X  VALUE SPACE.
           88 READING-ACCOUNT             VALUE "A".
           88 READING-DATES               VALUE "D".
           88 READING-LINKED              VALUE "L".
       01 WS-READ-ACCT             PIC 9(7).
       01 WS-READ-FROM             PIC X(8).
       01 WS-READ-TO               PIC X(8).
       01 WS-READ-REF              PIC 9(9).
       01 WS-FROM-PERIOD           PIC X(6).
       01 WS-TO-PERIOD             PIC X(6).
       01 WS-NEXT-FLAG             PIC X  VALUE "N".
           88 NEXT-ENTRY-FOUND            VALUE "Y".
           88 NEXT-NONE-LEFT              VALUE "X".

       LINKAGE SECTION.
       01 LJrnl-Request.
           COPY JREQREC.
      *****************************************************************
      * The caller's JRNLREC area - the whole 122-byte record, currency
      * and exchange fields included.
      *****************************************************************
       01 LJrnl-Entry              PIC X(122).

       PROCEDURE DIVISION USING LJrnl-Request, LJrnl-Entry.
           EVALUATE TRUE
              WHEN JRNL-START-ACCOUNT
              WHEN JRNL-START-DATES
              WHEN JRNL-START-LINKED
                 PERFORM START-READING
              WHEN JRNL-READ-NEXT
                 PERFORM RETURN-NEXT-ENTRY
              WHEN JRNL-FIND-REFERENCE
                 PERFORM FIND-BY-REFERENCE
              WHEN OTHER
                 PERFORM CLOSE-PARTITION
                 SET JRNL-NO-MORE-ENTRIES TO TRUE
           END-EVALUATE

           EXIT PROGRAM.

      *****************************************************************
      * A start only settles which partitions the request reaches -
      * every sealed month the dates fall in, then the open journal
      * when the range runs past the last sealed month. A linked
      * search has no end date and runs on to the open journal.
      *****************************************************************
       START-READING.
           PERFORM CLOSE-PARTITION
           MOVE JRQ-ACTION    TO WS-READ-MODE
           MOVE JRQ-ACCT      TO WS-READ-ACCT
           MOVE JRQ-FROM-DATE TO WS-READ-FROM
           MOVE JRQ-TO-DATE   TO WS-READ-TO
           MOVE JRQ-REFERENCE TO WS-READ-REF
           IF READING-LINKED
              MOVE "99999999" TO WS-READ-TO
           END-IF
           MOVE WS-READ-FROM(1:6) TO WS-FROM-PERIOD
           MOVE WS-READ-TO(1:6)   TO WS-TO-PERIOD

           PERFORM LOAD-CATALOGUE
           MOVE 0 TO VISIT-MAX
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-MAX
              IF PT-PERIOD(PART-IDX) NOT < WS-FROM-PERIOD
                 AND PT-PERIOD(PART-IDX) NOT > WS-TO-PERIOD
                 ADD 1 TO VISIT-MAX
                 MOVE PT-NAME(PART-IDX) TO VT-NAME(VISIT-MAX)
              END-IF
           END-PERFORM
           IF WS-TO-PERIOD > WS-SEALED-THRU
              ADD 1 TO VISIT-MAX
              MOVE WS-OPEN-JOURNAL-NAME TO VT-NAME(VISIT-MAX)
           END-IF
           MOVE 0 TO VISIT-IDX
           SET JRNL-ENTRY-RETURNED TO TRUE.

       LOAD-CATALOGUE.
           MOVE 0 TO PART-MAX
           MOVE "000000" TO WS-SEALED-THRU
           MOVE "N" TO CATALOGUE-EOF-FLAG
           OPEN INPUT PART-CATALOGUE
           IF CATALOGUE-OK
              PERFORM UNTIL CATALOGUE-EOF
                 READ PART-CATALOGUE
                    AT END
                       SET CATALOGUE-EOF TO TRUE
                    NOT AT END
                       IF PART-MAX < 600
                          ADD 1 TO PART-MAX
                          MOVE JPartPeriod   TO PT-PERIOD(PART-MAX)
                          MOVE JPartFileName TO PT-NAME(PART-MAX)
                       END-IF
                       MOVE JPartPeriod TO WS-SEALED-THRU
                 END-READ
              END-PERFORM
              CLOSE PART-CATALOGUE
           END-IF.

       RETURN-NEXT-ENTRY.
           MOVE "N" TO WS-NEXT-FLAG
           PERFORM READ-ONE-CANDIDATE
              UNTIL NEXT-ENTRY-FOUND OR NEXT-NONE-LEFT
           IF NEXT-ENTRY-FOUND
              MOVE JOURNAL-PART-RECORD TO LJrnl-Entry
              SET JRNL-ENTRY-RETURNED TO TRUE
           ELSE
              SET JRNL-NO-MORE-ENTRIES TO TRUE
           END-IF.

       READ-ONE-CANDIDATE.
           IF NOT PARTITION-IS-OPEN
              PERFORM OPEN-NEXT-PARTITION
           ELSE
              READ JOURNAL-PART NEXT RECORD
                 AT END
                    PERFORM CLOSE-PARTITION
                 NOT AT END
                    PERFORM TEST-CANDIDATE
              END-READ
           END-IF.

      *****************************************************************
      * Each partition is read in the key order of the request; the
      * first entry past what was asked for ends that partition and
      * the search moves on to the next one.
      *****************************************************************
       TEST-CANDIDATE.
           EVALUATE TRUE
              WHEN READING-ACCOUNT
                 IF JRNL-ACCT-NUMBER NOT = WS-READ-ACCT
                    OR JRNL-DATE > WS-READ-TO
                    PERFORM CLOSE-PARTITION
                 ELSE
                    SET NEXT-ENTRY-FOUND TO TRUE
                 END-IF
              WHEN READING-DATES
                 IF JRNL-DATE > WS-READ-TO
                    PERFORM CLOSE-PARTITION
                 ELSE
                    SET NEXT-ENTRY-FOUND TO TRUE
                 END-IF
              WHEN OTHER
                 IF JRNL-LINKED-REF NOT = WS-READ-REF
                    PERFORM CLOSE-PARTITION
                 ELSE
                    SET NEXT-ENTRY-FOUND TO TRUE
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * A partition the catalogue names but that cannot be opened -
      * or an open journal not yet created - holds nothing to read.
      *****************************************************************
       OPEN-NEXT-PARTITION.
           ADD 1 TO VISIT-IDX
           IF VISIT-IDX > VISIT-MAX
              SET NEXT-NONE-LEFT TO TRUE
           ELSE
              MOVE VT-NAME(VISIT-IDX) TO WS-PART-NAME
              OPEN INPUT JOURNAL-PART
              IF PART-OK
                 SET PARTITION-IS-OPEN TO TRUE
                 PERFORM POSITION-IN-PARTITION
              END-IF
           END-IF.

       POSITION-IN-PARTITION.
           EVALUATE TRUE
              WHEN READING-ACCOUNT
                 MOVE WS-READ-ACCT TO JRNL-ACCT-NUMBER
                 MOVE WS-READ-FROM TO JRNL-DATE
                 MOVE 0            TO JRNL-REFERENCE
                 START JOURNAL-PART KEY IS NOT LESS THAN JRNL-KEY
                    INVALID KEY
                       PERFORM CLOSE-PARTITION
                 END-START
              WHEN READING-DATES
                 MOVE WS-READ-FROM TO JRNL-DATE
                 START JOURNAL-PART KEY IS NOT LESS THAN JRNL-DATE
                    INVALID KEY
                       PERFORM CLOSE-PARTITION
                 END-START
              WHEN OTHER
                 MOVE WS-READ-REF TO JRNL-LINKED-REF
                 START JOURNAL-PART KEY IS EQUAL TO JRNL-LINKED-REF
                    INVALID KEY
                       PERFORM CLOSE-PARTITION
                 END-START
           END-EVALUATE.

       CLOSE-PARTITION.
           IF PARTITION-IS-OPEN
              CLOSE JOURNAL-PART
              MOVE "N" TO WS-PART-OPEN-FLAG
           END-IF.

      *****************************************************************
      * A reference is most often recent - the open journal is tried
      * first, then the sealed months newest first.
      *****************************************************************
       FIND-BY-REFERENCE.
           PERFORM CLOSE-PARTITION
           PERFORM LOAD-CATALOGUE
           SET JRNL-NO-MORE-ENTRIES TO TRUE
           MOVE WS-OPEN-JOURNAL-NAME TO WS-PART-NAME
           PERFORM READ-REFERENCE-IN-PART
           PERFORM VARYING PART-IDX FROM PART-MAX BY -1
                   UNTIL PART-IDX < 1 OR JRNL-ENTRY-RETURNED
              MOVE PT-NAME(PART-IDX) TO WS-PART-NAME
              PERFORM READ-REFERENCE-IN-PART
           END-PERFORM.

       READ-REFERENCE-IN-PART.
           OPEN INPUT JOURNAL-PART
           IF PART-OK
              MOVE JRQ-REFERENCE TO JRNL-REFERENCE
              READ JOURNAL-PART KEY IS JRNL-REFERENCE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE JOURNAL-PART-RECORD TO LJrnl-Entry
                    SET JRNL-ENTRY-RETURNED TO TRUE
              END-READ
              CLOSE JOURNAL-PART
           END-IF.
