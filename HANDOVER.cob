      *                               early operator to initial
      *                               instead of four files and a
      *                               console scroll
      * 15/10/2026 SINISA ABRAMOVIC  CUSTPEND.DAT record widened for the
      *                               six-digit customer number
      * 15/10/2026 SINISA ABRAMOVIC  Print the batch-window warnings
      *                               STEPTIME left on STEPWARN.DAT for
      *                               the business date - steps running
      *                               slower than their recent average
      *                               and a projected finish past the
      *                               window deadline
      * 15/10/2026 SINISA ABRAMOVIC  CUSTPEND.DAT record widened for
      *                               the product an add opens the new
      *                               customer's first account in
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUST-PENDING ASSIGN TO "CUSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT STEP-WARNINGS ASSIGN TO "STEPWARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.
           SELECT HANDOVER-RPT ASSIGN TO "HANDOVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           02 GC-DATE             PIC   X(8).

       FD  CUST-PENDING.
       01 CUST-PENDING-RECORD     PIC X(164).

       FD  STEP-WARNINGS.
       01 STEP-WARNING-RECORD.
           COPY STEPWREC.

       FD  HANDOVER-RPT.
       01 HANDOVER-RPT-RECORD     PIC X(80).
           88 CATALOG-FILE-FOUND         VALUE "00".
       01 WS-PENDING-STATUS        PIC XX VALUE "00".
           88 PENDING-FILE-FOUND         VALUE "00".
       01 WS-WARN-STATUS           PIC XX VALUE "00".
           88 WARN-FILE-FOUND            VALUE "00".

       01 AUDIT-EOF-FLAG           PIC X  VALUE "N".
           88 AUDIT-EOF                   VALUE "Y".
           88 CATALOG-EOF                 VALUE "Y".
       01 PENDING-EOF-FLAG         PIC X  VALUE "N".
           88 PENDING-EOF                 VALUE "Y".
       01 WARN-EOF-FLAG            PIC X  VALUE "N".
           88 WARN-EOF                    VALUE "Y".
       01 WS-WINDOW-WARN-COUNT     PIC 9(5) VALUE 0.

       01 STEP-TABLE.
           02 STEP-ENTRY OCCURS 30.
                  INTO HANDOVER-RPT-RECORD
           WRITE HANDOVER-RPT-RECORD

           PERFORM PRINT-WINDOW-WARNINGS

           MOVE "OPERATOR INITIALS: ________" TO HANDOVER-RPT-RECORD
           WRITE HANDOVER-RPT-RECORD

           CLOSE HANDOVER-RPT.

      *****************************************************************
      * STEPTIME's warnings for the business date, from either job -
      * a slow step or a window projected past its deadline is for
      * the early operator to chase before the online day.
      *****************************************************************
       PRINT-WINDOW-WARNINGS.
           MOVE "BATCH WINDOW WARNINGS:" TO HANDOVER-RPT-RECORD
           WRITE HANDOVER-RPT-RECORD
           OPEN INPUT STEP-WARNINGS
           IF WARN-FILE-FOUND
              PERFORM UNTIL WARN-EOF
                 READ STEP-WARNINGS
                    AT END
                       SET WARN-EOF TO TRUE
                    NOT AT END
                       IF SW-DATE = WS-RUN-DATE
                          ADD 1 TO WS-WINDOW-WARN-COUNT
                          MOVE SPACES TO HANDOVER-RPT-RECORD
                          STRING "  " SW-JOB " " SW-STEP " " SW-TEXT
                                 DELIMITED BY SIZE
                                 INTO HANDOVER-RPT-RECORD
                          WRITE HANDOVER-RPT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STEP-WARNINGS
           END-IF
           IF WS-WINDOW-WARN-COUNT = 0
              MOVE "  NONE" TO HANDOVER-RPT-RECORD
              WRITE HANDOVER-RPT-RECORD
           END-IF.

       PRINT-ONE-STEP-LINE.
           MOVE STP-ELAPSED(STEP-IDX) TO WS-RPT-ELAPSED
           MOVE SPACES TO HANDOVER-RPT-RECORD
