      *                               opened yesterday was being
      *                               swept dormant at its first
      *                               month end
      * 15/10/2026 SINISA ABRAMOVIC  Log each newly dormant account to
      *                               ACCTEVT.LOG through the shared
      *                               LOGACEVT logger so the nightly
      *                               notice run tells its customers
      * 15/10/2026 SINISA ABRAMOVIC  Last activity now comes from the
      *                               account's own journal entries
      *                               through JRNLREAD, across the
      *                               sealed months as well, instead of
      *                               a pass over the whole journal for
      *                               every account
      * 15/10/2026 SINISA ABRAMOVIC  Leave an account alone while its
      *                               term deposit on TDEPMAST.DAT is
      *                               still inside its term, counted on
      *                               the report
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT TERM-DEPOSITS ASSIGN TO "TDEPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TdAcctNumber
               FILE STATUS IS WS-TDEPMAST-STATUS.
           SELECT DORMANT-RPT ASSIGN TO "ACCTDORM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01 Account.
           COPY ACCTREC.

       FD  TERM-DEPOSITS.
       01 TermDeposit.
           COPY TDEPREC.

       FD  DORMANT-RPT.
       01 DORMANT-RPT-RECORD       PIC X(70).
       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-TDEPMAST-STATUS       PIC XX VALUE "00".
           88 TDEPMAST-OK                     VALUE "00".
       01 WS-DEPOSIT-OPEN-FLAG     PIC X  VALUE "N".
           88 DEPOSIT-IS-RUNNING          VALUE "Y".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.
       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".

       01 WS-DORMANT-YEARS         PIC 99 VALUE 2.
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-READ-COUNT            PIC 9(5) VALUE 0.
       01 WS-DORMANT-COUNT         PIC 9(5) VALUE 0.
       01 WS-NO-HISTORY-COUNT      PIC 9(5) VALUE 0.
       01 WS-DEPOSIT-COUNT         PIC 9(5) VALUE 0.
       01 WS-RPT-COUNT             PIC ZZZZ9.

       01 WS-PARM-NAME             PIC X(20).

       01 WS-RUN-DATE              PIC X(8).
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "ACCTDORM".
       01 WS-EVENT-CODE            PIC X(8)  VALUE "DORMANT".
       01 WS-EVENT-REFERENCE       PIC X(10) VALUE SPACES.
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
              WS-TODAY-DATE - (WS-DORMANT-YEARS * 10000)

           OPEN I-O ACCOUNT-MASTER
           OPEN INPUT TERM-DEPOSITS
           OPEN OUTPUT DORMANT-RPT

           MOVE "NEWLY DORMANT ACCOUNT REPORT" TO DORMANT-RPT-RECORD
                  INTO DORMANT-RPT-RECORD
           WRITE DORMANT-RPT-RECORD

           MOVE WS-DEPOSIT-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO DORMANT-RPT-RECORD
           STRING "TERM DEPOSITS RUNNING - LEFT ALONE: "
                  DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO DORMANT-RPT-RECORD
           WRITE DORMANT-RPT-RECORD

           CLOSE ACCOUNT-MASTER
           IF TDEPMAST-OK
              CLOSE TERM-DEPOSITS
           END-IF
           CLOSE DORMANT-RPT

           DISPLAY "ACCTDORM: " WS-READ-COUNT " ACCOUNT(S) CHECKED"
           DISPLAY "ACCTDORM: " WS-DORMANT-COUNT " FLAGGED DORMANT"
           DISPLAY "ACCTDORM: " WS-NO-HISTORY-COUNT " WITH NO "
                   "HISTORY YET - LEFT ALONE"
           DISPLAY "ACCTDORM: " WS-DEPOSIT-COUNT " TERM DEPOSIT(S) "
                   "RUNNING - LEFT ALONE"

           MOVE WS-READ-COUNT    TO WS-LOG-READ-COUNT
           MOVE WS-DORMANT-COUNT TO WS-LOG-ACCEPT-COUNT
      * activity - the multi-pass trade ACCTSTMT already makes. An
      * account with no journal activity at all has no date to age
      * from - it may have been opened yesterday - so it is left
      * alone and counted, not swept. Neither is a term deposit still
      * inside its term - the customer cannot touch it until it
      * matures, so its quiet is the contract, not neglect.
      *****************************************************************
       CHECK-ONE-ACCOUNT.
           PERFORM FIND-LAST-ACTIVITY
           PERFORM CHECK-RUNNING-DEPOSIT
           EVALUATE TRUE
              WHEN WS-LAST-ACTIVITY = SPACES
                 ADD 1 TO WS-NO-HISTORY-COUNT
              WHEN DEPOSIT-IS-RUNNING
                 ADD 1 TO WS-DEPOSIT-COUNT
              WHEN FUNCTION NUMVAL(WS-LAST-ACTIVITY)
                   < WS-CUTOFF-DATE
                 PERFORM FLAG-ACCOUNT-DORMANT
                 CONTINUE
           END-EVALUATE.

       CHECK-RUNNING-DEPOSIT.
           MOVE "N" TO WS-DEPOSIT-OPEN-FLAG
           IF TDEPMAST-OK
              MOVE AcctNumber TO TdAcctNumber
              READ TERM-DEPOSITS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TD-IS-ACTIVE
                       AND TdMaturityDate > WS-RUN-DATE
                       SET DEPOSIT-IS-RUNNING TO TRUE
                    END-IF
              END-READ
           END-IF.

       FIND-LAST-ACTIVITY.
           MOVE SPACES TO WS-LAST-ACTIVITY
           SET JRNL-START-ACCOUNT TO TRUE
           MOVE AcctNumber  TO JRQ-ACCT
           MOVE "00000000"  TO JRQ-FROM-DATE
           MOVE "99999999"  TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 MOVE JRNL-DATE TO WS-LAST-ACTIVITY
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM.

       FLAG-ACCOUNT-DORMANT.
           SET ACCOUNT-IS-DORMANT TO TRUE
                        " FLAGGED DORMANT" DELIMITED BY SIZE
                        INTO DORMANT-RPT-RECORD
                 WRITE DORMANT-RPT-RECORD
                 CALL "LOGACEVT" USING WS-LOG-PROGRAM-NAME
                         WS-EVENT-CODE AcctNumber WS-EVENT-REFERENCE
           END-REWRITE.
