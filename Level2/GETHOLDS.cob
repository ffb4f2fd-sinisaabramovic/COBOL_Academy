      *****************************************************************
      * Program name:    GETHOLDS
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared held-funds
      *                               lookup - callers pass an account
      *                               number and get back the total
      *                               of its active holds on
      *                               HOLDS.DAT, so every debit check
      *                               works from the same available
      *                               balance; a hold past its expiry
      *                               date no longer counts
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GETHOLDS.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HoldKey
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01 AccountHold.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS           PIC XX VALUE "00".
           88 HOLD-FILE-OK               VALUE "00".
       01 HOLD-EOF-FLAG            PIC X  VALUE "N".
           88 HOLD-EOF                   VALUE "Y".
       01 WS-RUN-DATE              PIC X(8).

       LINKAGE SECTION.
       01 LHold-Acct-Number        PIC 9(7).
       01 LHold-Total              PIC 9(9)V99.

       PROCEDURE DIVISION USING LHold-Acct-Number, LHold-Total.
           MOVE 0 TO LHold-Total
           MOVE "N" TO HOLD-EOF-FLAG
           CALL "GETRUNDT" USING WS-RUN-DATE

           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-OK
              MOVE LHold-Acct-Number TO HoldAcctNumber
              MOVE 0 TO HoldSeq
              START HOLD-FILE KEY IS NOT LESS THAN HoldKey
                 INVALID KEY
                    SET HOLD-EOF TO TRUE
              END-START
              PERFORM UNTIL HOLD-EOF
                 READ HOLD-FILE NEXT RECORD
                    AT END
                       SET HOLD-EOF TO TRUE
                    NOT AT END
                       IF HoldAcctNumber NOT = LHold-Acct-Number
                          SET HOLD-EOF TO TRUE
                       ELSE
                          PERFORM ADD-HOLD-IF-IN-FORCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF.

           EXIT PROGRAM.

      *****************************************************************
      * A hold is in force while it is active and its expiry date,
      * if it has one, has not yet passed - it holds through the
      * whole of its expiry day and drops off the morning after,
      * whether or not anyone has marked it expired yet.
      *****************************************************************
       ADD-HOLD-IF-IN-FORCE.
           IF HOLD-IS-ACTIVE
              IF HOLD-HAS-NO-EXPIRY
                 OR HoldExpiry NOT < WS-RUN-DATE
                 ADD HoldAmount TO LHold-Total
              END-IF
           END-IF.
