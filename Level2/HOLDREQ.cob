      *****************************************************************
      * Program name:    HOLDREQ
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared maker side
      *                               of maintenance approval - a
      *                               maintenance program passes the
      *                               change it would have applied, as
      *                               before and after images, and
      *                               this stamps it with the signed-on
      *                               operator and the time, gives it
      *                               the next request number and
      *                               holds it pending on MAINTREQ.DAT
      *                               for a second operator to approve
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOLDREQ.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-REQUESTS ASSIGN TO "MAINTREQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MreqNumber
               FILE STATUS IS WS-MREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REQUESTS.
       01 MaintRequest.
           COPY MREQREC.

       WORKING-STORAGE SECTION.
       01 WS-MREQ-STATUS           PIC XX VALUE "00".
           88 MREQ-FILE-OK                    VALUE "00".
       01 MREQ-EOF-FLAG            PIC X  VALUE "N".
           88 MREQ-EOF                    VALUE "Y".
       01 WS-NEXT-REQUEST          PIC 9(7).
       01 WS-PENDING-REQUEST       PIC 9(7).
       01 WS-HOLD-KIND             PIC X(4).
       01 WS-HOLD-KEY              PIC X(20).
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TIMESTAMP.
           02 WS-TS-DATE           PIC X(8).
           02 WS-TS-TIME           PIC X(6).
           02 FILLER               PIC X(8).

       LINKAGE SECTION.
       01 LMaint-Request           PIC X(439).
       01 LHold-Result             PIC XX.
           88 REQUEST-WAS-HELD            VALUE "00".
           88 REQUEST-ALREADY-PENDING     VALUE "10".
           88 REQUEST-NOT-WRITTEN         VALUE "90".

      *****************************************************************
      * Only one request may be pending for the same record at a time
      * - a second would be approved against a before image the first
      * had already made stale. The number of the one already waiting
      * is passed back in the request so the operator can be told.
      *****************************************************************
       PROCEDURE DIVISION USING LMaint-Request, LHold-Result.
           MOVE "00" TO LHold-Result
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "GETOPER" USING WS-OPERATOR-ID

           OPEN I-O MAINT-REQUESTS
           IF NOT MREQ-FILE-OK
              CLOSE MAINT-REQUESTS
              OPEN OUTPUT MAINT-REQUESTS
              CLOSE MAINT-REQUESTS
              OPEN I-O MAINT-REQUESTS
           END-IF

           MOVE LMaint-Request TO MaintRequest
           MOVE MreqKind TO WS-HOLD-KIND
           MOVE MreqKey  TO WS-HOLD-KEY
           PERFORM FIND-NEXT-REQUEST

           IF WS-PENDING-REQUEST > 0
              SET REQUEST-ALREADY-PENDING TO TRUE
              MOVE LMaint-Request     TO MaintRequest
              MOVE WS-PENDING-REQUEST TO MreqNumber
              MOVE MaintRequest       TO LMaint-Request
           ELSE
              MOVE LMaint-Request     TO MaintRequest
              MOVE WS-NEXT-REQUEST    TO MreqNumber
              SET MREQ-IS-PENDING     TO TRUE
              MOVE WS-OPERATOR-ID     TO MreqMadeBy
              MOVE WS-TS-DATE         TO MreqMadeDate
              MOVE WS-TS-TIME         TO MreqMadeTime
              MOVE SPACES             TO MreqCheckedBy
              MOVE SPACES             TO MreqCheckedDate
              MOVE SPACES             TO MreqCheckedTime
              MOVE SPACES             TO MreqNote
              WRITE MaintRequest
                 INVALID KEY
                    SET REQUEST-NOT-WRITTEN TO TRUE
                 NOT INVALID KEY
                    MOVE MaintRequest TO LMaint-Request
              END-WRITE
           END-IF

           CLOSE MAINT-REQUESTS
           EXIT PROGRAM.

       FIND-NEXT-REQUEST.
           MOVE 1 TO WS-NEXT-REQUEST
           MOVE 0 TO WS-PENDING-REQUEST
           MOVE "N" TO MREQ-EOF-FLAG
           MOVE 0 TO MreqNumber
           START MAINT-REQUESTS KEY IS NOT LESS THAN MreqNumber
              INVALID KEY
                 SET MREQ-EOF TO TRUE
           END-START
           PERFORM UNTIL MREQ-EOF
              READ MAINT-REQUESTS NEXT RECORD
                 AT END
                    SET MREQ-EOF TO TRUE
                 NOT AT END
                    COMPUTE WS-NEXT-REQUEST = MreqNumber + 1
                    PERFORM CHECK-ALREADY-PENDING
              END-READ
           END-PERFORM.

       CHECK-ALREADY-PENDING.
           IF MREQ-IS-PENDING
              AND MreqKind = WS-HOLD-KIND
              AND MreqKey  = WS-HOLD-KEY
              MOVE MreqNumber TO WS-PENDING-REQUEST
           END-IF.
