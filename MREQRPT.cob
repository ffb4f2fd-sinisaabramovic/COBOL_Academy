      *****************************************************************
      * Program name:    MREQRPT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the nightly approvals
      *                               report for maintenance requests -
      *                               expires the requests left pending
      *                               longer than MAINT-REQ-DAYS, then
      *                               lists every request on
      *                               MAINTREQ.DAT with its status, the
      *                               maker and checker, and when each
      *                               acted
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MREQRPT.
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
           SELECT APPROVALS-RPT ASSIGN TO "MREQRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REQUESTS.
       01 MaintRequest.
           COPY MREQREC.

       FD  APPROVALS-RPT.
       01 APPROVALS-RPT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MREQ-STATUS           PIC XX VALUE "00".
           88 MREQ-FILE-OK                    VALUE "00".
       01 WS-RPT-STATUS            PIC XX VALUE "00".
       01 MREQ-EOF-FLAG            PIC X  VALUE "N".
           88 MREQ-EOF                    VALUE "Y".

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-MAINT-REQ-DAYS        PIC 9(4) VALUE 30.

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-RUN-INT               PIC 9(8).
       01 WS-MADE-NUM              PIC 9(8).
       01 WS-REQUEST-AGE           PIC S9(6).
       01 WS-TIMESTAMP.
           02 WS-TS-DATE           PIC X(8).
           02 WS-TS-TIME           PIC X(6).
           02 FILLER               PIC X(8).

       01 WS-DETAIL-LINE.
           02 DL-NUMBER            PIC 9(7).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-KIND              PIC X(4).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-ACTION            PIC X.
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-KEY               PIC X(20).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-STATUS            PIC X(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-MADE-BY           PIC X(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-MADE-DATE         PIC X(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-MADE-TIME         PIC X(6).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-CHECKED-BY        PIC X(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-CHECKED-DATE      PIC X(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-CHECKED-TIME      PIC X(6).
           02 FILLER               PIC X     VALUE SPACE.
           02 DL-NOTE              PIC X(30).

       01 WS-REQUEST-COUNT         PIC 9(7) VALUE 0.
       01 WS-PENDING-COUNT         PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT         PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT         PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(7) VALUE 0.
       01 WS-EXPIRED-TODAY         PIC 9(7) VALUE 0.

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "MREQRPT".
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
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM LOAD-MAINT-REQ-DAYS
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN OUTPUT APPROVALS-RPT
           MOVE SPACES TO APPROVALS-RPT-RECORD
           STRING "MAINTENANCE REQUESTS AND APPROVALS AS OF "
                  WS-RUN-DATE " - PENDING REQUESTS EXPIRE AFTER "
                  WS-MAINT-REQ-DAYS " DAYS"
                  DELIMITED BY SIZE INTO APPROVALS-RPT-RECORD
           WRITE APPROVALS-RPT-RECORD
           MOVE SPACES TO APPROVALS-RPT-RECORD
           STRING "REQUEST KIND A KEY                  STATUS   "
                  "MAKER    MADE     TIME   CHECKER  CHECKED  TIME   "
                  "NOTE"
                  DELIMITED BY SIZE INTO APPROVALS-RPT-RECORD
           WRITE APPROVALS-RPT-RECORD

           OPEN I-O MAINT-REQUESTS
           IF MREQ-FILE-OK
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
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM EXPIRE-STALE-REQUEST
                       PERFORM WRITE-REQUEST-LINE
                 END-READ
              END-PERFORM
              CLOSE MAINT-REQUESTS
           ELSE
              DISPLAY "MREQRPT: MAINTREQ.DAT NOT AVAILABLE - "
                      "NO REQUESTS TO REPORT"
           END-IF

           MOVE SPACES TO APPROVALS-RPT-RECORD
           STRING WS-REQUEST-COUNT " REQUEST(S): "
                  WS-PENDING-COUNT " PENDING, "
                  WS-APPLIED-COUNT " APPLIED, "
                  WS-REJECTED-COUNT " REJECTED, "
                  WS-EXPIRED-COUNT " EXPIRED ("
                  WS-EXPIRED-TODAY " THIS RUN), "
                  WS-FAILED-COUNT " FAILED TO APPLY"
                  DELIMITED BY SIZE INTO APPROVALS-RPT-RECORD
           WRITE APPROVALS-RPT-RECORD
           CLOSE APPROVALS-RPT

           DISPLAY "MREQRPT: " WS-REQUEST-COUNT " REQUEST(S), "
                   WS-PENDING-COUNT " PENDING, "
                   WS-EXPIRED-TODAY " EXPIRED THIS RUN"

           MOVE WS-REQUEST-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-APPLIED-COUNT TO WS-LOG-ACCEPT-COUNT
           COMPUTE WS-LOG-REJECT-COUNT =
              WS-REJECTED-COUNT + WS-EXPIRED-COUNT + WS-FAILED-COUNT
           MOVE RETURN-CODE TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           STOP RUN.

       LOAD-MAINT-REQ-DAYS.
           MOVE "MAINT-REQ-DAYS" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-MAINT-REQ-DAYS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

      *****************************************************************
      * A request still pending after MAINT-REQ-DAYS is expired - it
      * can no longer be approved, and the change is keyed again if
      * it is still wanted.
      *****************************************************************
       EXPIRE-STALE-REQUEST.
           IF MREQ-IS-PENDING
              MOVE MreqMadeDate TO WS-MADE-NUM
              COMPUTE WS-REQUEST-AGE =
                 WS-RUN-INT - FUNCTION INTEGER-OF-DATE(WS-MADE-NUM)
              IF WS-REQUEST-AGE > WS-MAINT-REQ-DAYS
                 SET MREQ-IS-EXPIRED TO TRUE
                 MOVE SPACES     TO MreqCheckedBy
                 MOVE WS-TS-DATE TO MreqCheckedDate
                 MOVE WS-TS-TIME TO MreqCheckedTime
                 MOVE "NOT APPROVED IN TIME - EXPIRED" TO MreqNote
                 REWRITE MaintRequest
                    INVALID KEY
                       DISPLAY "MREQRPT: REQUEST " MreqNumber
                               " COULD NOT BE REWRITTEN"
                       SET MREQ-IS-PENDING TO TRUE
                    NOT INVALID KEY
                       ADD 1 TO WS-EXPIRED-TODAY
                 END-REWRITE
              END-IF
           END-IF.

       WRITE-REQUEST-LINE.
           EVALUATE TRUE
              WHEN MREQ-IS-PENDING
                 MOVE "PENDING" TO DL-STATUS
                 ADD 1 TO WS-PENDING-COUNT
              WHEN MREQ-IS-APPLIED
                 MOVE "APPLIED" TO DL-STATUS
                 ADD 1 TO WS-APPLIED-COUNT
              WHEN MREQ-IS-REJECTED
                 MOVE "REJECTED" TO DL-STATUS
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN MREQ-IS-EXPIRED
                 MOVE "EXPIRED" TO DL-STATUS
                 ADD 1 TO WS-EXPIRED-COUNT
              WHEN OTHER
                 MOVE "FAILED" TO DL-STATUS
                 ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE
           MOVE MreqNumber      TO DL-NUMBER
           MOVE MreqKind        TO DL-KIND
           MOVE MreqAction      TO DL-ACTION
           MOVE MreqKey         TO DL-KEY
           MOVE MreqMadeBy      TO DL-MADE-BY
           MOVE MreqMadeDate    TO DL-MADE-DATE
           MOVE MreqMadeTime    TO DL-MADE-TIME
           MOVE MreqCheckedBy   TO DL-CHECKED-BY
           MOVE MreqCheckedDate TO DL-CHECKED-DATE
           MOVE MreqCheckedTime TO DL-CHECKED-TIME
           MOVE MreqNote        TO DL-NOTE
           MOVE WS-DETAIL-LINE  TO APPROVALS-RPT-RECORD
           WRITE APPROVALS-RPT-RECORD.
