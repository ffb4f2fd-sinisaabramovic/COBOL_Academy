      *****************************************************************
      * Program name:    DISPAGE
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the nightly dispute
      *                               aging report - every case still
      *                               open on DISPUTES.DAT is listed
      *                               with its days open and the days
      *                               left to its regulatory response
      *                               date, counted into aging bands,
      *                               and cases past or near the date
      *                               are flagged; any case past its
      *                               date ends the run with a warning
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISPAGE.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DispCaseNumber
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT TXN-CODE-FILE ASSIGN TO "TXNCODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.
           SELECT AGING-RPT ASSIGN TO "DISPAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01 DisputeCase.
           COPY DISPREC.

       FD  TXN-CODE-FILE.
       01 TXN-CODE-RECORD.
           COPY TXCDREC.

       FD  AGING-RPT.
       01 AGING-RPT-RECORD         PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-STATUS        PIC XX VALUE "00".
           88 DISPUTE-FILE-OK                 VALUE "00".
       01 WS-CODE-FILE-STATUS      PIC XX VALUE "00".
           88 CODE-FILE-FOUND                 VALUE "00".
       01 DISPUTE-EOF-FLAG         PIC X  VALUE "N".
           88 DISPUTE-EOF                 VALUE "Y".
       01 CODE-EOF-FLAG            PIC X  VALUE "N".
           88 CODE-EOF                    VALUE "Y".
       01 WS-CODE-KNOWN-FLAG       PIC X  VALUE "N".
           88 DSPCRED-IS-KNOWN            VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-CASE-DATE-NUM         PIC 9(8).
       01 WS-DAYS-OPEN             PIC S9(5).
       01 WS-DAYS-LEFT             PIC S9(5).
       01 WS-WARN-DAYS             PIC 9(3) VALUE 5.

      *****************************************************************
      * Aging bands by days open - the last band is every case past
      * its response date, whatever its age.
      *****************************************************************
       01 AGING-BAND-TABLE.
           02 AGING-BAND-ENTRY OCCURS 4.
              03 BAND-LABEL        PIC X(20).
              03 BAND-LIMIT        PIC 9(5).
              03 BAND-COUNT        PIC 9(5).
              03 BAND-AMOUNT       PIC 9(9)V99.
       01 BAND-IDX                 PIC 9.
       01 WS-BAND-SLOT             PIC 9.

       01 WS-FLAG-TEXT             PIC X(14).
       01 WS-STATUS-TEXT           PIC X(12).
       01 WS-OPEN-COUNT            PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
       01 WS-NEAR-DUE-COUNT        PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
       01 WS-OPEN-AMOUNT           PIC 9(9)V99 VALUE 0.

       01 WS-RPT-COUNT             PIC ZZZZ9.
       01 WS-RPT-DAYS              PIC -ZZZ9.
       01 WS-RPT-AMOUNT            PIC ZZZZZZ9.99.
       01 WS-RPT-TOTAL             PIC ZZZZZZZZ9.99.

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "DISPAGE".
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM

           PERFORM CHECK-DSPCRED-CODE
           PERFORM INIT-AGING-BANDS

           OPEN OUTPUT AGING-RPT
           MOVE SPACES TO AGING-RPT-RECORD
           STRING "OPEN DISPUTE CASES - AGING AS AT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           MOVE SPACES TO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           MOVE SPACES TO AGING-RPT-RECORD
           STRING "CASE    ACCOUNT CUSTOM OPENED   RESPOND  "
                  DELIMITED BY SIZE
                  "DAYS  LEFT     AMOUNT STATUS"
                  DELIMITED BY SIZE
                  INTO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD

           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-OK
              PERFORM UNTIL DISPUTE-EOF
                 READ DISPUTE-FILE NEXT RECORD
                    AT END
                       SET DISPUTE-EOF TO TRUE
                    NOT AT END
                       IF DISP-IS-OPEN
                          PERFORM AGE-ONE-CASE
                       ELSE
                          ADD 1 TO WS-CLOSED-COUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF

           PERFORM WRITE-AGING-SUMMARY
           CLOSE AGING-RPT

           DISPLAY "DISPAGE: " WS-OPEN-COUNT " OPEN CASE(S), "
                   WS-NEAR-DUE-COUNT " DUE WITHIN " WS-WARN-DAYS
                   " DAYS, " WS-OVERDUE-COUNT " PAST THE RESPONSE DATE"
           IF WS-OVERDUE-COUNT > 0
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE "DISPUTES-OPEN" TO WS-CTL-COUNTER
           MOVE WS-OPEN-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           COMPUTE WS-LOG-READ-COUNT = WS-OPEN-COUNT + WS-CLOSED-COUNT
           MOVE WS-OPEN-COUNT     TO WS-LOG-ACCEPT-COUNT
           MOVE WS-OVERDUE-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC       TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * A site whose TXNCODES.DAT predates disputes has no DSPCRED
      * rule and ACCTPOST would decline every provisional credit -
      * the run ends with a warning so the code gets added.
      *****************************************************************
       CHECK-DSPCRED-CODE.
           MOVE "N" TO CODE-EOF-FLAG
           OPEN INPUT TXN-CODE-FILE
           IF CODE-FILE-FOUND
              PERFORM UNTIL CODE-EOF
                 READ TXN-CODE-FILE
                    AT END
                       SET CODE-EOF TO TRUE
                    NOT AT END
                       IF TXC-CODE = "DSPCRED"
                          AND TXC-MOVES-MONEY-IN
                          SET DSPCRED-IS-KNOWN TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TXN-CODE-FILE
              IF NOT DSPCRED-IS-KNOWN
                 DISPLAY "DISPAGE: TXNCODES.DAT HAS NO DSPCRED CREDIT "
                         "RULE - PROVISIONAL CREDITS WILL BE DECLINED"
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF.

       INIT-AGING-BANDS.
           INITIALIZE AGING-BAND-TABLE
           MOVE "0 - 10 DAYS"       TO BAND-LABEL(1)
           MOVE 10                  TO BAND-LIMIT(1)
           MOVE "11 - 30 DAYS"      TO BAND-LABEL(2)
           MOVE 30                  TO BAND-LIMIT(2)
           MOVE "OVER 30 DAYS"      TO BAND-LABEL(3)
           MOVE 99999               TO BAND-LIMIT(3)
           MOVE "PAST RESPONSE DATE" TO BAND-LABEL(4).

       AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-COUNT
           ADD DispAmount TO WS-OPEN-AMOUNT
           MOVE DispOpenedDate TO WS-CASE-DATE-NUM
           COMPUTE WS-DAYS-OPEN =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-CASE-DATE-NUM)
           MOVE DispDueDate TO WS-CASE-DATE-NUM
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(WS-CASE-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
              WHEN WS-DAYS-LEFT < 0
                 MOVE 4 TO WS-BAND-SLOT
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE "** OVERDUE **" TO WS-FLAG-TEXT
              WHEN OTHER
                 MOVE 3 TO WS-BAND-SLOT
                 PERFORM VARYING BAND-IDX FROM 3 BY -1
                         UNTIL BAND-IDX < 1
                    IF WS-DAYS-OPEN NOT > BAND-LIMIT(BAND-IDX)
                       MOVE BAND-IDX TO WS-BAND-SLOT
                    END-IF
                 END-PERFORM
                 IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
                    ADD 1 TO WS-NEAR-DUE-COUNT
                    MOVE "* DUE SOON *" TO WS-FLAG-TEXT
                 END-IF
           END-EVALUATE
           ADD 1 TO BAND-COUNT(WS-BAND-SLOT)
           ADD DispAmount TO BAND-AMOUNT(WS-BAND-SLOT)
           PERFORM WRITE-CASE-LINE.

       WRITE-CASE-LINE.
           EVALUATE TRUE
              WHEN DISP-IS-OPENED
                 MOVE "OPENED" TO WS-STATUS-TEXT
              WHEN DISP-IS-PROV-CREDITED
                 MOVE "PROV CREDIT" TO WS-STATUS-TEXT
              WHEN DISP-IS-INVESTIGATED
                 MOVE "INVESTIGATED" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE DispAmount TO WS-RPT-AMOUNT
           MOVE SPACES TO AGING-RPT-RECORD
           MOVE WS-DAYS-OPEN TO WS-RPT-DAYS
           STRING DispCaseNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DispAcctNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DispCustomerID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DispOpenedDate DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DispDueDate DELIMITED BY SIZE
                  WS-RPT-DAYS DELIMITED BY SIZE
                  INTO AGING-RPT-RECORD
           MOVE WS-DAYS-LEFT TO WS-RPT-DAYS
           MOVE WS-RPT-DAYS TO AGING-RPT-RECORD(51:5)
           MOVE WS-RPT-AMOUNT TO AGING-RPT-RECORD(57:10)
           MOVE WS-STATUS-TEXT TO AGING-RPT-RECORD(68:12)
           MOVE WS-FLAG-TEXT TO AGING-RPT-RECORD(80:11)
           WRITE AGING-RPT-RECORD.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           MOVE "AGING OF OPEN CASES" TO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 4
              MOVE BAND-COUNT(BAND-IDX) TO WS-RPT-COUNT
              MOVE BAND-AMOUNT(BAND-IDX) TO WS-RPT-TOTAL
              MOVE SPACES TO AGING-RPT-RECORD
              STRING "  " DELIMITED BY SIZE
                     BAND-LABEL(BAND-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     " CASE(S) " DELIMITED BY SIZE
                     WS-RPT-TOTAL DELIMITED BY SIZE
                     INTO AGING-RPT-RECORD
              WRITE AGING-RPT-RECORD
           END-PERFORM

           MOVE WS-OPEN-COUNT TO WS-RPT-COUNT
           MOVE WS-OPEN-AMOUNT TO WS-RPT-TOTAL
           MOVE SPACES TO AGING-RPT-RECORD
           STRING "  TOTAL OPEN           " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  " CASE(S) " DELIMITED BY SIZE
                  WS-RPT-TOTAL DELIMITED BY SIZE
                  INTO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           MOVE WS-NEAR-DUE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO AGING-RPT-RECORD
           STRING "  DUE WITHIN 5 DAYS    " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD
           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO AGING-RPT-RECORD
           STRING "  DECIDED CASES        " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO AGING-RPT-RECORD
           WRITE AGING-RPT-RECORD.
