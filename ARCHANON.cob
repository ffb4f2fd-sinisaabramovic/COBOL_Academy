      *****************************************************************
      * Program name:    ARCHANON
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created to anonymize purged
      *                               customers once their CUSTPURG
      *                               archive is older than the
      *                               ARCH-RETAIN-YEARS legal
      *                               retention - name, birth date
      *                               and contact details are blanked
      *                               out of the archive generation,
      *                               the CUSTARCH.IDX index and the
      *                               CUSTHIST.LOG trail for good; the
      *                               customer number stays, so the
      *                               accounts and journal still
      *                               total as before
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARCHANON.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX ASSIGN TO "CUSTARCH.IDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT CUST-ARCHIVE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-KEEP ASSIGN TO "CUSTARCH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUST-HISTORY ASSIGN TO "CUSTHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-KEEP ASSIGN TO "CUSTHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ANON-RPT ASSIGN TO "ARCHANON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-RECORD.
           02 AIX-CUSTOMER-ID     PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 AIX-ARCHIVE-DATE    PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 AIX-CUSTOMER-NAME   PIC   X(20).

       FD  CUST-ARCHIVE.
       01 CUST-ARCHIVE-RECORD     PIC X(150).

       FD  ARCHIVE-KEEP.
       01 ARCHIVE-KEEP-RECORD     PIC X(150).

       FD  CUST-HISTORY.
       01 CUST-HISTORY-RECORD.
           02 CH-DATE             PIC   X(8).
           02 FILLER              PIC   X.
           02 CH-TIME             PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X.
           02 CH-CUSTOMER-ID      PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-BEFORE-IMAGE     PIC   X(149).
           02 FILLER              PIC   X.
           02 CH-AFTER-IMAGE      PIC   X(149).

       FD  HISTORY-KEEP.
       01 HISTORY-KEEP-RECORD     PIC X(336).

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  ANON-RPT.
       01 ANON-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INDEX-STATUS          PIC XX VALUE "00".
           88 INDEX-FILE-FOUND           VALUE "00".
       01 WS-ARCHIVE-STATUS        PIC XX VALUE "00".
           88 ARCHIVE-FOUND              VALUE "00".
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".
           88 HISTORY-FILE-FOUND         VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                VALUE "00".
       01 WS-FILE-EOF-FLAG         PIC X  VALUE "N".
           88 FILE-EOF                   VALUE "Y".
       01 WS-STILL-HELD-FLAG       PIC X  VALUE "N".
           88 CUSTOMER-STILL-HELD        VALUE "Y".
       01 WS-HISTORY-HIT-FLAG      PIC X  VALUE "N".
           88 HISTORY-IS-FOR-ANON        VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-RETAIN-YEARS          PIC 99 VALUE 10.
       01 WS-CUTOFF-DATE           PIC 9(8).
       01 WS-CUTOFF-TEXT           PIC X(8).
       01 WS-ANON-NAME             PIC X(20) VALUE "ANONYMIZED".
       01 WS-ARCHIVE-NAME          PIC X(30) VALUE SPACES.
       01 WS-IMAGE                 PIC X(149).

      *****************************************************************
      * The whole archive index, held so it can be rewritten with the
      * anonymized names once the generations are done.
      *****************************************************************
       01 INDEX-TABLE.
           02 INDEX-ENTRY OCCURS 5000.
              03 IX-CUSTOMER-ID    PIC 9(6).
              03 IX-ARCHIVE-DATE   PIC X(8).
              03 IX-CUSTOMER-NAME  PIC X(20).
              03 IX-ANON-FLAG      PIC X.
                 88 IX-TO-ANONYMIZE       VALUE "Y".
       01 INDEX-IDX                PIC 9(4).
       01 INDEX-SCAN-IDX           PIC 9(4).
       01 INDEX-MAX                PIC 9(4) VALUE 0.
       01 WS-INDEX-OVERFLOW-FLAG   PIC X  VALUE "N".
           88 INDEX-OVERFLOWED           VALUE "Y".

       01 GENERATION-TABLE.
           02 GEN-DATE OCCURS 500  PIC X(8).
       01 GEN-IDX                  PIC 999.
       01 GEN-MAX                  PIC 999 VALUE 0.
       01 WS-GEN-FOUND-FLAG        PIC X  VALUE "N".
           88 GENERATION-LISTED          VALUE "Y".

      *****************************************************************
      * Customers whose change history is blanked too - only those
      * gone from the master with no archive entry still inside the
      * retention period.
      *****************************************************************
       01 HISTORY-CUST-TABLE.
           02 HC-CUSTOMER-ID OCCURS 5000 PIC X(6).
       01 HC-IDX                   PIC 9(4).
       01 HC-MAX                   PIC 9(4) VALUE 0.
       01 WS-HC-FOUND-FLAG         PIC X  VALUE "N".
           88 HC-ALREADY-LISTED          VALUE "Y".
       01 WS-CUSTOMER-ID-X         PIC X(6).

       01 WS-ARCHIVE-ANON-COUNT    PIC 9(7) VALUE 0.
       01 WS-INDEX-ANON-COUNT      PIC 9(5) VALUE 0.
       01 WS-HISTORY-ANON-COUNT    PIC 9(7) VALUE 0.
       01 WS-GEN-RECORD-COUNT      PIC 9(7) VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZZZ9.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                       SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ARCHANON".
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
           MOVE WS-RUN-DATE TO WS-TODAY-DATE
           PERFORM LOAD-RETAIN-YEARS
           COMPUTE WS-CUTOFF-DATE =
              WS-TODAY-DATE - (WS-RETAIN-YEARS * 10000)
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-TEXT

           OPEN OUTPUT ANON-RPT
           MOVE SPACES TO ANON-RPT-RECORD
           STRING "PURGE ARCHIVE ANONYMIZATION - ARCHIVED BEFORE "
                  DELIMITED BY SIZE
                  WS-CUTOFF-TEXT DELIMITED BY SIZE
                  INTO ANON-RPT-RECORD
           WRITE ANON-RPT-RECORD

           PERFORM LOAD-ARCHIVE-INDEX
           IF INDEX-OVERFLOWED
              DISPLAY "ARCHANON: CUSTARCH.IDX HOLDS MORE THAN 5000 "
                      "ENTRIES - NOTHING ANONYMIZED"
              MOVE "  CUSTARCH.IDX TOO LARGE - RUN STOPPED"
                   TO ANON-RPT-RECORD
              WRITE ANON-RPT-RECORD
              CLOSE ANON-RPT
              MOVE 8 TO WS-FINAL-RC
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS
                      WS-LOG-RETURN-CODE
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM MARK-EXPIRED-ENTRIES
           IF WS-INDEX-ANON-COUNT > 0
              PERFORM SELECT-HISTORY-CUSTOMERS
              PERFORM VARYING GEN-IDX FROM 1 BY 1
                      UNTIL GEN-IDX > GEN-MAX
                 PERFORM ANONYMIZE-GENERATION
              END-PERFORM
              IF HC-MAX > 0
                 PERFORM ANONYMIZE-HISTORY
              END-IF
              PERFORM REWRITE-ARCHIVE-INDEX
           END-IF

           MOVE SPACES TO ANON-RPT-RECORD
           WRITE ANON-RPT-RECORD
           MOVE WS-INDEX-ANON-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ANON-RPT-RECORD
           STRING "PURGED CUSTOMERS ANONYMIZED:   " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ANON-RPT-RECORD
           WRITE ANON-RPT-RECORD
           MOVE WS-ARCHIVE-ANON-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ANON-RPT-RECORD
           STRING "ARCHIVE RECORDS ANONYMIZED:    " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ANON-RPT-RECORD
           WRITE ANON-RPT-RECORD
           MOVE WS-HISTORY-ANON-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO ANON-RPT-RECORD
           STRING "HISTORY ENTRIES ANONYMIZED:    " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO ANON-RPT-RECORD
           WRITE ANON-RPT-RECORD
           CLOSE ANON-RPT

           DISPLAY "ARCHANON: " WS-INDEX-ANON-COUNT
                   " PURGED CUSTOMER(S) ANONYMIZED IN " GEN-MAX
                   " GENERATION(S), " WS-HISTORY-ANON-COUNT
                   " HISTORY ENTRIES"

           MOVE "ARCHIVE-ANONYMIZED" TO WS-CTL-COUNTER
           MOVE WS-INDEX-ANON-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE INDEX-MAX           TO WS-LOG-READ-COUNT
           MOVE WS-INDEX-ANON-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-FINAL-RC         TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-RETAIN-YEARS.
           MOVE "ARCH-RETAIN-YEARS" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-RETAIN-YEARS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

       LOAD-ARCHIVE-INDEX.
           MOVE 0 TO INDEX-MAX
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT ARCHIVE-INDEX
           IF INDEX-FILE-FOUND
              PERFORM UNTIL FILE-EOF
                 READ ARCHIVE-INDEX
                    AT END
                       SET FILE-EOF TO TRUE
                    NOT AT END
                       IF INDEX-MAX < 5000
                          ADD 1 TO INDEX-MAX
                          MOVE AIX-CUSTOMER-ID
                               TO IX-CUSTOMER-ID(INDEX-MAX)
                          MOVE AIX-ARCHIVE-DATE
                               TO IX-ARCHIVE-DATE(INDEX-MAX)
                          MOVE AIX-CUSTOMER-NAME
                               TO IX-CUSTOMER-NAME(INDEX-MAX)
                          MOVE "N" TO IX-ANON-FLAG(INDEX-MAX)
                       ELSE
                          SET INDEX-OVERFLOWED TO TRUE
                          SET FILE-EOF TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-INDEX
           END-IF.

      *****************************************************************
      * An entry is due when its generation is older than the
      * retention period and its name has not already been blanked;
      * each such generation is listed once.
      *****************************************************************
       MARK-EXPIRED-ENTRIES.
           PERFORM VARYING INDEX-IDX FROM 1 BY 1
                   UNTIL INDEX-IDX > INDEX-MAX
              IF IX-ARCHIVE-DATE(INDEX-IDX) < WS-CUTOFF-TEXT
                 AND IX-CUSTOMER-NAME(INDEX-IDX) NOT = WS-ANON-NAME
                 SET IX-TO-ANONYMIZE(INDEX-IDX) TO TRUE
                 ADD 1 TO WS-INDEX-ANON-COUNT
                 PERFORM LIST-GENERATION
              END-IF
           END-PERFORM.

       LIST-GENERATION.
           MOVE "N" TO WS-GEN-FOUND-FLAG
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-MAX OR GENERATION-LISTED
              IF GEN-DATE(GEN-IDX) = IX-ARCHIVE-DATE(INDEX-IDX)
                 SET GENERATION-LISTED TO TRUE
              END-IF
           END-PERFORM
           IF NOT GENERATION-LISTED AND GEN-MAX < 500
              ADD 1 TO GEN-MAX
              MOVE IX-ARCHIVE-DATE(INDEX-IDX) TO GEN-DATE(GEN-MAX)
           END-IF.

      *****************************************************************
      * A customer reinstated since, or purged again more recently,
      * keeps the change history - only the expired archive copy is
      * blanked. With no master to check, every history is kept.
      *****************************************************************
       SELECT-HISTORY-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER
           PERFORM VARYING INDEX-IDX FROM 1 BY 1
                   UNTIL INDEX-IDX > INDEX-MAX
              IF IX-TO-ANONYMIZE(INDEX-IDX)
                 PERFORM CHECK-CUSTOMER-STILL-HELD
                 IF NOT CUSTOMER-STILL-HELD
                    PERFORM LIST-HISTORY-CUSTOMER
                 END-IF
                 MOVE SPACES TO ANON-RPT-RECORD
                 STRING "  CUSTOMER " DELIMITED BY SIZE
                        IX-CUSTOMER-ID(INDEX-IDX) DELIMITED BY SIZE
                        " PURGED " DELIMITED BY SIZE
                        IX-ARCHIVE-DATE(INDEX-IDX) DELIMITED BY SIZE
                        INTO ANON-RPT-RECORD
                 IF CUSTOMER-STILL-HELD
                    MOVE "ARCHIVE COPY ONLY - CUSTOMER STILL HELD"
                         TO ANON-RPT-RECORD(34:40)
                 ELSE
                    MOVE "ANONYMIZED" TO ANON-RPT-RECORD(34:10)
                 END-IF
                 WRITE ANON-RPT-RECORD
              END-IF
           END-PERFORM
           IF CUSTMAST-OK
              CLOSE CUSTOMER-MASTER
           END-IF.

       CHECK-CUSTOMER-STILL-HELD.
           MOVE "N" TO WS-STILL-HELD-FLAG
           PERFORM VARYING INDEX-SCAN-IDX FROM 1 BY 1
                   UNTIL INDEX-SCAN-IDX > INDEX-MAX
              IF IX-CUSTOMER-ID(INDEX-SCAN-IDX)
                 = IX-CUSTOMER-ID(INDEX-IDX)
                 AND IX-ARCHIVE-DATE(INDEX-SCAN-IDX)
                     NOT < WS-CUTOFF-TEXT
                 SET CUSTOMER-STILL-HELD TO TRUE
              END-IF
           END-PERFORM
           IF NOT CUSTOMER-STILL-HELD
              IF CUSTMAST-OK
                 MOVE IX-CUSTOMER-ID(INDEX-IDX) TO CustomerID
                 READ CUSTOMER-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET CUSTOMER-STILL-HELD TO TRUE
                 END-READ
              ELSE
                 SET CUSTOMER-STILL-HELD TO TRUE
              END-IF
           END-IF.

       LIST-HISTORY-CUSTOMER.
           MOVE IX-CUSTOMER-ID(INDEX-IDX) TO WS-CUSTOMER-ID-X
           MOVE "N" TO WS-HC-FOUND-FLAG
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > HC-MAX OR HC-ALREADY-LISTED
              IF HC-CUSTOMER-ID(HC-IDX) = WS-CUSTOMER-ID-X
                 SET HC-ALREADY-LISTED TO TRUE
              END-IF
           END-PERFORM
           IF NOT HC-ALREADY-LISTED AND HC-MAX < 5000
              ADD 1 TO HC-MAX
              MOVE WS-CUSTOMER-ID-X TO HC-CUSTOMER-ID(HC-MAX)
           END-IF.

      *****************************************************************
      * Every record in an expired generation is blanked, through a
      * keep file copied back over the generation as LOGARCH does,
      * so an abend leaves the generation whole or finished.
      *****************************************************************
       ANONYMIZE-GENERATION.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "CUSTARCH." DELIMITED BY SIZE
                  GEN-DATE(GEN-IDX) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           MOVE 0 TO WS-GEN-RECORD-COUNT
           OPEN INPUT CUST-ARCHIVE
           IF ARCHIVE-FOUND
              OPEN OUTPUT ARCHIVE-KEEP
              MOVE "N" TO WS-FILE-EOF-FLAG
              PERFORM UNTIL FILE-EOF
                 READ CUST-ARCHIVE
                    AT END
                       SET FILE-EOF TO TRUE
                    NOT AT END
                       MOVE CUST-ARCHIVE-RECORD(1:149) TO WS-IMAGE
                       PERFORM ANONYMIZE-IMAGE
                       MOVE SPACES TO ARCHIVE-KEEP-RECORD
                       MOVE WS-IMAGE TO ARCHIVE-KEEP-RECORD
                       WRITE ARCHIVE-KEEP-RECORD
                       ADD 1 TO WS-GEN-RECORD-COUNT
                 END-READ
              END-PERFORM
              CLOSE CUST-ARCHIVE
              CLOSE ARCHIVE-KEEP

              MOVE "N" TO WS-FILE-EOF-FLAG
              OPEN INPUT ARCHIVE-KEEP
              OPEN OUTPUT CUST-ARCHIVE
              PERFORM UNTIL FILE-EOF
                 READ ARCHIVE-KEEP
                    AT END
                       SET FILE-EOF TO TRUE
                    NOT AT END
                       MOVE ARCHIVE-KEEP-RECORD TO CUST-ARCHIVE-RECORD
                       WRITE CUST-ARCHIVE-RECORD
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-KEEP
              CLOSE CUST-ARCHIVE
              ADD WS-GEN-RECORD-COUNT TO WS-ARCHIVE-ANON-COUNT
              MOVE WS-GEN-RECORD-COUNT TO WS-RPT-COUNT
              MOVE SPACES TO ANON-RPT-RECORD
              STRING "  GENERATION " DELIMITED BY SIZE
                     WS-ARCHIVE-NAME DELIMITED BY SPACE
                     " - " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     " RECORD(S) ANONYMIZED" DELIMITED BY SIZE
                     INTO ANON-RPT-RECORD
              WRITE ANON-RPT-RECORD
           ELSE
              MOVE SPACES TO ANON-RPT-RECORD
              STRING "  GENERATION " DELIMITED BY SIZE
                     WS-ARCHIVE-NAME DELIMITED BY SPACE
                     " NOT ON FILE" DELIMITED BY SIZE
                     INTO ANON-RPT-RECORD
              WRITE ANON-RPT-RECORD
           END-IF.

       ANONYMIZE-HISTORY.
           MOVE "N" TO WS-FILE-EOF-FLAG
           OPEN INPUT CUST-HISTORY
           IF HISTORY-FILE-FOUND
              OPEN OUTPUT HISTORY-KEEP
              PERFORM UNTIL FILE-EOF
                 READ CUST-HISTORY
                    AT END
                       SET FILE-EOF TO TRUE
                    NOT AT END
                       PERFORM ANONYMIZE-HISTORY-ENTRY
                       MOVE CUST-HISTORY-RECORD TO HISTORY-KEEP-RECORD
                       WRITE HISTORY-KEEP-RECORD
                 END-READ
              END-PERFORM
              CLOSE CUST-HISTORY
              CLOSE HISTORY-KEEP

              MOVE "N" TO WS-FILE-EOF-FLAG
              OPEN INPUT HISTORY-KEEP
              OPEN OUTPUT CUST-HISTORY
              PERFORM UNTIL FILE-EOF
                 READ HISTORY-KEEP
                    AT END
                       SET FILE-EOF TO TRUE
                    NOT AT END
                       MOVE HISTORY-KEEP-RECORD TO CUST-HISTORY-RECORD
                       WRITE CUST-HISTORY-RECORD
                 END-READ
              END-PERFORM
              CLOSE HISTORY-KEEP
              CLOSE CUST-HISTORY
           END-IF.

       ANONYMIZE-HISTORY-ENTRY.
           MOVE "N" TO WS-HISTORY-HIT-FLAG
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > HC-MAX OR HISTORY-IS-FOR-ANON
              IF HC-CUSTOMER-ID(HC-IDX) = CH-CUSTOMER-ID
                 SET HISTORY-IS-FOR-ANON TO TRUE
              END-IF
           END-PERFORM
           IF HISTORY-IS-FOR-ANON
              ADD 1 TO WS-HISTORY-ANON-COUNT
              IF CH-BEFORE-IMAGE NOT = SPACES
                 MOVE CH-BEFORE-IMAGE TO WS-IMAGE
                 PERFORM ANONYMIZE-IMAGE
                 MOVE WS-IMAGE TO CH-BEFORE-IMAGE
              END-IF
              IF CH-AFTER-IMAGE NOT = SPACES
                 MOVE CH-AFTER-IMAGE TO WS-IMAGE
                 PERFORM ANONYMIZE-IMAGE
                 MOVE WS-IMAGE TO CH-AFTER-IMAGE
              END-IF
           END-IF.

      *****************************************************************
      * The customer number, status, inactive date and delivery
      * preference stay; nothing that names or locates the person
      * does.
      *****************************************************************
       ANONYMIZE-IMAGE.
           MOVE WS-IMAGE TO Customer
           MOVE WS-ANON-NAME TO CustomerName
           MOVE 0 TO BirthDay
           MOVE 0 TO BirthMonth
           MOVE 0 TO BirthYear
           MOVE SPACES TO CustContact
           MOVE Customer TO WS-IMAGE.

       REWRITE-ARCHIVE-INDEX.
           OPEN OUTPUT ARCHIVE-INDEX
           PERFORM VARYING INDEX-IDX FROM 1 BY 1
                   UNTIL INDEX-IDX > INDEX-MAX
              INITIALIZE ARCHIVE-INDEX-RECORD WITH FILLER
              MOVE IX-CUSTOMER-ID(INDEX-IDX)  TO AIX-CUSTOMER-ID
              MOVE IX-ARCHIVE-DATE(INDEX-IDX) TO AIX-ARCHIVE-DATE
              IF IX-TO-ANONYMIZE(INDEX-IDX)
                 MOVE WS-ANON-NAME TO AIX-CUSTOMER-NAME
              ELSE
                 MOVE IX-CUSTOMER-NAME(INDEX-IDX) TO AIX-CUSTOMER-NAME
              END-IF
              WRITE ARCHIVE-INDEX-RECORD
           END-PERFORM
           CLOSE ARCHIVE-INDEX.
