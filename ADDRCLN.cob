      *****************************************************************
      * Program name:    ADDRCLN
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the one-time address
      *                               cleanup report - every customer
      *                               on CUSTOMER-MASTER whose address
      *                               does not agree with POSTCODE.DAT
      *                               is listed on ADDRCLN.RPT with
      *                               what is wrong: a postal code not
      *                               on the reference file, a city
      *                               that is not the code's own, or a
      *                               city spelled other than the
      *                               official way. Nothing is changed
      *                               - the branches correct the
      *                               records through CUSTMAINT
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADDRCLN.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CLEANUP-RPT ASSIGN TO "ADDRCLN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  CLEANUP-RPT.
       01 CLEANUP-RPT-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 CUSTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 CUSTMAST-EOF                VALUE "Y".

       01 WS-CHECK-CODE            PIC X(10).
       01 WS-CHECK-CITY            PIC X(20).
       01 WS-POST-RESULT           PIC XX VALUE "00".
           88 POST-PAIR-IS-GOOD           VALUE "00".
           88 POST-CODE-UNKNOWN           VALUE "10".
           88 POST-CITY-MISMATCH          VALUE "20".
           88 POST-HAD-NO-REFERENCE       VALUE "90".
       01 WS-PROBLEM               PIC X(24).

       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-UNKNOWN-COUNT         PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT        PIC 9(7) VALUE 0.
       01 WS-SPELLING-COUNT        PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT          PIC 9(7) VALUE 0.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ADDRCLN".
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

           OPEN OUTPUT CLEANUP-RPT
           MOVE "CUSTOMER ADDRESSES NOT AGREEING WITH POSTCODE.DAT"
                TO CLEANUP-RPT-RECORD
           WRITE CLEANUP-RPT-RECORD
           MOVE SPACES TO CLEANUP-RPT-RECORD
           STRING "CUSTNO NAME                 POSTCODE   "
                  "CITY ON RECORD       PROBLEM / OFFICIAL CITY"
                  DELIMITED BY SIZE INTO CLEANUP-RPT-RECORD
           WRITE CLEANUP-RPT-RECORD

           OPEN INPUT CUSTOMER-MASTER
           IF CUSTMAST-OK
              PERFORM UNTIL CUSTMAST-EOF
                 READ CUSTOMER-MASTER NEXT RECORD
                    AT END
                       SET CUSTMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-ADDRESS
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER
           END-IF

           MOVE SPACES TO CLEANUP-RPT-RECORD
           STRING WS-READ-COUNT " CUSTOMER(S) READ, "
                  WS-UNKNOWN-COUNT " UNKNOWN CODE, "
                  WS-MISMATCH-COUNT " WRONG CITY, "
                  WS-SPELLING-COUNT " MISSPELLED CITY"
                  DELIMITED BY SIZE INTO CLEANUP-RPT-RECORD
           WRITE CLEANUP-RPT-RECORD
           CLOSE CLEANUP-RPT

           DISPLAY "ADDRCLN: " WS-READ-COUNT " CUSTOMER(S) READ, "
                   WS-LISTED-COUNT " ADDRESS(ES) LISTED"
           IF POST-HAD-NO-REFERENCE
              DISPLAY "ADDRCLN: NO POSTAL CODES ON POSTCODE.DAT - "
                      "NOTHING COULD BE CHECKED"
              MOVE 8 TO WS-FINAL-RC
           ELSE
              IF WS-LISTED-COUNT > 0
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF

           MOVE WS-READ-COUNT   TO WS-LOG-READ-COUNT
           COMPUTE WS-LOG-ACCEPT-COUNT =
              WS-READ-COUNT - WS-LISTED-COUNT
           MOVE WS-LISTED-COUNT TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * The check runs on copies so the master record is only read.
      * A good pair whose city came back spelled differently is the
      * variant that stops HSHLDBLD grouping a household.
      *****************************************************************
       CHECK-ONE-ADDRESS.
           MOVE CustPostalCode TO WS-CHECK-CODE
           MOVE CustCity       TO WS-CHECK-CITY
           CALL "POSTCHK" USING WS-CHECK-CODE, WS-CHECK-CITY,
                   WS-POST-RESULT
           MOVE SPACES TO WS-PROBLEM
           EVALUATE TRUE
              WHEN POST-CODE-UNKNOWN
                 MOVE "POSTAL CODE NOT ON FILE" TO WS-PROBLEM
                 ADD 1 TO WS-UNKNOWN-COUNT
              WHEN POST-CITY-MISMATCH
                 MOVE "CITY NOT OF THIS CODE" TO WS-PROBLEM
                 ADD 1 TO WS-MISMATCH-COUNT
              WHEN POST-PAIR-IS-GOOD
                   AND (WS-CHECK-CITY NOT = CustCity
                        OR WS-CHECK-CODE NOT = CustPostalCode)
                 MOVE WS-CHECK-CITY TO WS-PROBLEM
                 ADD 1 TO WS-SPELLING-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-PROBLEM NOT = SPACES
              ADD 1 TO WS-LISTED-COUNT
              MOVE SPACES TO CLEANUP-RPT-RECORD
              STRING CustomerID " " CustomerName " "
                     CustPostalCode " " CustCity " " WS-PROBLEM
                     DELIMITED BY SIZE INTO CLEANUP-RPT-RECORD
              WRITE CLEANUP-RPT-RECORD
           END-IF.
