      *****************************************************************
      * Program name:    JRNLCLOS
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the month-end journal
      *                               close - every entry on the open
      *                               ACCTJRNL.DAT dated in or before
      *                               the business month is moved to a
      *                               sealed partition ACCTJRNL.yyyymm
      *                               for its month, the month is
      *                               catalogued on JRNLPART.DAT, and
      *                               the copied and removed counts are
      *                               proved on JRNLCLOS.RPT
      * 15/10/2026 SINISA ABRAMOVIC  The partition record is the full
      *                               122-byte journal record - the
      *                               currency and exchange fields were
      *                               being cut off every entry as its
      *                               month was sealed
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      * 15/10/2026 SINISA ABRAMOVIC  The counts are proved before the
      *                               months are catalogued, and nothing
      *                               is catalogued when an entry could
      *                               not be removed or the counts do
      *                               not agree, so a failed close is
      *                               finished by rerunning it rather
      *                               than left sealed with entries
      *                               still on the open journal
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNLCLOS.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT JOURNAL-PART ASSIGN USING WS-PART-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PART-KEY
               ALTERNATE RECORD KEY IS PART-REFERENCE
               ALTERNATE RECORD KEY IS PART-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PART-LINKED-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-CATALOGUE ASSIGN TO "JRNLPART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT CLOSE-RPT ASSIGN TO "JRNLCLOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-JOURNAL.
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.

      *****************************************************************
      * A partition holds journal records byte for byte - only the key
      * fields are named here, at the same offsets as JRNLREC, so the
      * partition is keyed exactly like the open journal and JRNLREAD
      * can read either one.
      *****************************************************************
       FD  JOURNAL-PART.
       01 PART-RECORD.
           02 PART-KEY.
              03 PART-ACCT         PIC   9(7).
              03 PART-DATE         PIC   X(8).
              03 PART-REFERENCE    PIC   9(9).
           02 FILLER               PIC   X(51).
           02 PART-LINKED-REF      PIC   9(9).
           02 FILLER               PIC   X(38).

       FD  PART-CATALOGUE.
       01 PART-CATALOGUE-RECORD.
           COPY JPARTREC.

       FD  CLOSE-RPT.
       01 CLOSE-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS        PIC XX VALUE "00".
           88 JOURNAL-OK                      VALUE "00".
       01 WS-PART-STATUS           PIC XX VALUE "00".
           88 PART-OK                         VALUE "00".
       01 WS-CATALOGUE-STATUS      PIC XX VALUE "00".
           88 CATALOGUE-OK                    VALUE "00".
           88 CATALOGUE-NOT-FOUND             VALUE "35".
       01 JOURNAL-EOF-FLAG         PIC X  VALUE "N".
           88 JOURNAL-EOF                 VALUE "Y".
       01 PART-OPEN-FLAG           PIC X  VALUE "N".
           88 PART-IS-OPEN                VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-CLOSE-PERIOD          PIC X(6).
       01 WS-SEALED-PERIOD         PIC X(6).
       01 WS-PART-NAME             PIC X(20).
       01 WS-PART-PERIOD           PIC X(6) VALUE SPACES.

       01 WS-COPIED-COUNT          PIC 9(9) VALUE 0.
       01 WS-ALREADY-COUNT         PIC 9(9) VALUE 0.
       01 WS-REMOVED-COUNT         PIC 9(9) VALUE 0.

      *****************************************************************
      * The months moved by this close, oldest first, with the number
      * of entries that now sit on each month's partition.
      *****************************************************************
       01 WS-MONTH-COUNT           PIC 9(3) VALUE 0.
       01 WS-MONTH-IDX             PIC 9(3) VALUE 0.
       01 WS-MONTH-TABLE.
           02 WS-MONTH-ENTRY OCCURS 600 TIMES.
              03 MT-PERIOD         PIC X(6).
              03 MT-NAME           PIC X(20).
              03 MT-COUNT          PIC 9(9).

       01 WS-DETAIL-LINE.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DL-PERIOD            PIC X(6).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 DL-NAME              PIC X(20).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "JRNLCLOS".
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

           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-CLOSE-PERIOD

      *****************************************************************
      * A second start for a month already sealed finds nothing to do
      * and says so with RC 4 rather than cataloguing the month twice.
      *****************************************************************
           CALL "GETJSEAL" USING WS-SEALED-PERIOD
           IF WS-SEALED-PERIOD NOT = SPACES
              AND WS-CLOSE-PERIOD NOT > WS-SEALED-PERIOD
              DISPLAY "JRNLCLOS: JOURNAL MONTH " WS-SEALED-PERIOD
                      " IS ALREADY SEALED - NOTHING TO CLOSE"
              MOVE 4 TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
              MOVE "SUCCESS" TO WS-LOG-OUTCOME
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS WS-LOG-RETURN-CODE
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCT-JOURNAL
           IF NOT JOURNAL-OK
              CLOSE ACCT-JOURNAL
              OPEN OUTPUT ACCT-JOURNAL
              CLOSE ACCT-JOURNAL
              OPEN I-O ACCT-JOURNAL
           END-IF

           PERFORM COPY-CLOSED-ENTRIES
           PERFORM REMOVE-CLOSED-ENTRIES
           CLOSE ACCT-JOURNAL

      *****************************************************************
      * The months are catalogued only once every closed entry is off
      * the open journal and the counts prove. A failed removal leaves
      * the months unsealed, so rerunning the close finishes the job
      * instead of finding it ALREADY SEALED.
      *****************************************************************
           PERFORM WRITE-CLOSE-REPORT
           IF WS-FINAL-RC < 8
              PERFORM CATALOGUE-SEALED-MONTHS
              DISPLAY "JRNLCLOS: " WS-REMOVED-COUNT " ENTRIES SEALED"
                      " THROUGH " WS-CLOSE-PERIOD " IN " WS-MONTH-COUNT
                      " MONTH(S)"
           ELSE
              DISPLAY "JRNLCLOS: *** CLOSE THROUGH " WS-CLOSE-PERIOD
                      " FAILED - NO MONTH SEALED, RERUN THE CLOSE ***"
           END-IF

           MOVE WS-COPIED-COUNT  TO WS-LOG-READ-COUNT
           MOVE WS-REMOVED-COUNT TO WS-LOG-ACCEPT-COUNT
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

      *****************************************************************
      * Walk the open journal in date order up to the end of the
      * closing month and write each entry to its month's partition.
      * An entry already on the partition was copied by a close that
      * stopped before removing it - it is counted, not written again,
      * so the close can simply be rerun.
      *****************************************************************
       COPY-CLOSED-ENTRIES.
           MOVE "00000000" TO JRNL-DATE
           START ACCT-JOURNAL KEY IS NOT LESS THAN JRNL-DATE
              INVALID KEY
                 SET JOURNAL-EOF TO TRUE
           END-START
           PERFORM UNTIL JOURNAL-EOF
              READ ACCT-JOURNAL NEXT RECORD
                 AT END
                    SET JOURNAL-EOF TO TRUE
                 NOT AT END
                    IF JRNL-DATE(1:6) > WS-CLOSE-PERIOD
                       SET JOURNAL-EOF TO TRUE
                    ELSE
                       PERFORM COPY-ONE-ENTRY
                    END-IF
              END-READ
           END-PERFORM

      *    The closing month is catalogued even when nothing was
      *    posted in it, so the seal always reaches the business month.
           IF WS-PART-PERIOD NOT = WS-CLOSE-PERIOD
              MOVE WS-CLOSE-PERIOD TO JRNL-DATE(1:6)
              PERFORM SWITCH-PARTITION
           END-IF
           PERFORM CLOSE-PARTITION.

       COPY-ONE-ENTRY.
           IF JRNL-DATE(1:6) NOT = WS-PART-PERIOD
              PERFORM SWITCH-PARTITION
           END-IF
           MOVE ACCT-JOURNAL-RECORD TO PART-RECORD
           WRITE PART-RECORD
              INVALID KEY
                 ADD 1 TO WS-ALREADY-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-COPIED-COUNT
           END-WRITE
           ADD 1 TO MT-COUNT(WS-MONTH-COUNT).

      *****************************************************************
      * Close the partition in hand and open (creating it if this is
      * the month's first close) the one for the entry's month.
      *****************************************************************
       SWITCH-PARTITION.
           PERFORM CLOSE-PARTITION
           MOVE JRNL-DATE(1:6) TO WS-PART-PERIOD
           MOVE SPACES TO WS-PART-NAME
           STRING "ACCTJRNL." WS-PART-PERIOD
                  DELIMITED BY SIZE INTO WS-PART-NAME
           OPEN I-O JOURNAL-PART
           IF NOT PART-OK
              CLOSE JOURNAL-PART
              OPEN OUTPUT JOURNAL-PART
              CLOSE JOURNAL-PART
              OPEN I-O JOURNAL-PART
           END-IF
           SET PART-IS-OPEN TO TRUE
           ADD 1 TO WS-MONTH-COUNT
           MOVE WS-PART-PERIOD TO MT-PERIOD(WS-MONTH-COUNT)
           MOVE WS-PART-NAME   TO MT-NAME(WS-MONTH-COUNT)
           MOVE 0              TO MT-COUNT(WS-MONTH-COUNT).

       CLOSE-PARTITION.
           IF PART-IS-OPEN
              CLOSE JOURNAL-PART
              MOVE "N" TO PART-OPEN-FLAG
           END-IF.

      *****************************************************************
      * With every closed entry safely on its partition, take them off
      * the open journal. The date key is restarted for each removal so
      * the scan never depends on the position a DELETE leaves behind.
      *****************************************************************
       REMOVE-CLOSED-ENTRIES.
           MOVE "N" TO JOURNAL-EOF-FLAG
           PERFORM UNTIL JOURNAL-EOF
              MOVE "00000000" TO JRNL-DATE
              START ACCT-JOURNAL KEY IS NOT LESS THAN JRNL-DATE
                 INVALID KEY
                    SET JOURNAL-EOF TO TRUE
              END-START
              IF NOT JOURNAL-EOF
                 READ ACCT-JOURNAL NEXT RECORD
                    AT END
                       SET JOURNAL-EOF TO TRUE
                    NOT AT END
                       IF JRNL-DATE(1:6) > WS-CLOSE-PERIOD
                          SET JOURNAL-EOF TO TRUE
                       ELSE
                          PERFORM REMOVE-ONE-ENTRY
                       END-IF
                 END-READ
              END-IF
           END-PERFORM.

       REMOVE-ONE-ENTRY.
           DELETE ACCT-JOURNAL RECORD
              INVALID KEY
                 DISPLAY "JRNLCLOS: JOURNAL REFERENCE " JRNL-REFERENCE
                         " NOT REMOVED - STATUS " WS-JOURNAL-STATUS
                 MOVE 8 TO WS-FINAL-RC
                 SET JOURNAL-EOF TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WS-REMOVED-COUNT
           END-DELETE.

      *****************************************************************
      * One catalogue line per month moved, oldest first, so the last
      * line on JRNLPART.DAT is always the month sealed most recently.
      *****************************************************************
       CATALOGUE-SEALED-MONTHS.
           OPEN EXTEND PART-CATALOGUE
           IF CATALOGUE-NOT-FOUND
              OPEN OUTPUT PART-CATALOGUE
           END-IF
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
              MOVE SPACES TO PART-CATALOGUE-RECORD
              MOVE MT-PERIOD(WS-MONTH-IDX) TO JPartPeriod
              MOVE MT-NAME(WS-MONTH-IDX)   TO JPartFileName
              MOVE MT-COUNT(WS-MONTH-IDX)  TO JPartEntryCount
              MOVE WS-RUN-DATE             TO JPartSealedDate
              WRITE PART-CATALOGUE-RECORD
           END-PERFORM
           CLOSE PART-CATALOGUE.

      *****************************************************************
      * The entries written to the partitions (or found there already)
      * must equal the entries removed from the open journal - if not,
      * or an entry could not be removed, the report says so, nothing
      * is catalogued, and the run ends RC 8 for the month-end job to
      * stop on.
      *****************************************************************
       WRITE-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-RPT
           MOVE SPACES TO CLOSE-RPT-RECORD
           STRING "JOURNAL CLOSE THROUGH " WS-CLOSE-PERIOD
                  " RUN " WS-RUN-DATE
                  DELIMITED BY SIZE INTO CLOSE-RPT-RECORD
           WRITE CLOSE-RPT-RECORD
           MOVE "  MONTH     PARTITION                  ENTRIES"
                TO CLOSE-RPT-RECORD
           WRITE CLOSE-RPT-RECORD
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
              MOVE MT-PERIOD(WS-MONTH-IDX) TO DL-PERIOD
              MOVE MT-NAME(WS-MONTH-IDX)   TO DL-NAME
              MOVE MT-COUNT(WS-MONTH-IDX)  TO DL-COUNT
              MOVE WS-DETAIL-LINE TO CLOSE-RPT-RECORD
              WRITE CLOSE-RPT-RECORD
           END-PERFORM

           MOVE WS-COPIED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CLOSE-RPT-RECORD
           STRING "COPIED TO PARTITIONS:    " WS-RPT-COUNT
                  DELIMITED BY SIZE INTO CLOSE-RPT-RECORD
           WRITE CLOSE-RPT-RECORD
           MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CLOSE-RPT-RECORD
           STRING "ALREADY ON PARTITIONS:   " WS-RPT-COUNT
                  DELIMITED BY SIZE INTO CLOSE-RPT-RECORD
           WRITE CLOSE-RPT-RECORD
           MOVE WS-REMOVED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CLOSE-RPT-RECORD
           STRING "REMOVED FROM OPEN FILE:  " WS-RPT-COUNT
                  DELIMITED BY SIZE INTO CLOSE-RPT-RECORD
           WRITE CLOSE-RPT-RECORD
           IF WS-COPIED-COUNT + WS-ALREADY-COUNT
                 NOT = WS-REMOVED-COUNT
              MOVE "*** PARTITION AND JOURNAL COUNTS DO NOT AGREE ***"
                   TO CLOSE-RPT-RECORD
              WRITE CLOSE-RPT-RECORD
              DISPLAY "JRNLCLOS: " WS-REMOVED-COUNT " REMOVED BUT "
                      WS-COPIED-COUNT " COPIED AND " WS-ALREADY-COUNT
                      " ALREADY ON PARTITIONS"
              MOVE 8 TO WS-FINAL-RC
           END-IF
           IF WS-FINAL-RC > 4
              MOVE "*** NO MONTH SEALED - RERUN THE CLOSE ***"
                   TO CLOSE-RPT-RECORD
              WRITE CLOSE-RPT-RECORD
           END-IF
           CLOSE CLOSE-RPT.
