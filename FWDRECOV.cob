      *                               reapplies - a mid-day
      *                               corruption now costs minutes,
      *                               not a day of re-keying
      * 15/10/2026 SINISA ABRAMOVIC  History record widened for the
      *                               six-digit customer number and the
      *                               wider customer images
      * 15/10/2026 SINISA ABRAMOVIC  The replay now reads the entries
      *                               up to the recovery point through
      *                               JRNLREAD on the journal's date
      *                               key, across the sealed
      *                               ACCTJRNL.yyyymm months as well
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUST-HISTORY ASSIGN TO "CUSTHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RECOVERY-RPT ASSIGN TO "FWDRECOV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           02 FILLER              PIC   X.
           02 CH-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X.
           02 CH-CUSTOMER-ID      PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-BEFORE-IMAGE     PIC   X(149).
           02 FILLER              PIC   X.
           02 CH-AFTER-IMAGE      PIC   X(149).

       FD  RECOVERY-RPT.
       01 RECOVERY-RPT-RECORD     PIC X(70).
           88 ACCT-BKP-FOUND             VALUE "00".
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".
           88 HISTORY-FILE-FOUND         VALUE "00".
       01 ACCT-JOURNAL-RECORD.
           COPY JRNLREC.
       01 JRNL-REQUEST.
           COPY JREQREC.

       01 BACKUP-EOF-FLAG          PIC X  VALUE "N".
           88 BACKUP-EOF                  VALUE "Y".
       01 HISTORY-EOF-FLAG         PIC X  VALUE "N".
           88 HISTORY-EOF                 VALUE "Y".

       01 WS-POINT-DATE            PIC X(8) VALUE SPACES.
       01 WS-POINT-TIME            PIC X(6) VALUE SPACES.
              PERFORM REPLAY-ACCOUNT-JOURNAL
           END-IF.

      *****************************************************************
      * The date key returns the entries up to the recovery point in
      * date order, posting order within a date, from the sealed
      * months and the open journal alike.
      *****************************************************************
       REPLAY-ACCOUNT-JOURNAL.
           OPEN I-O ACCOUNT-MASTER
           SET JRNL-START-DATES TO TRUE
           MOVE "00000000" TO JRQ-FROM-DATE
           MOVE WS-POINT-DATE TO JRQ-TO-DATE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           SET JRNL-READ-NEXT TO TRUE
           CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           PERFORM UNTIL JRNL-NO-MORE-ENTRIES
              IF JRNL-WAS-POSTED
                 PERFORM REPLAY-ONE-POSTING
              END-IF
              CALL "JRNLREAD" USING JRNL-REQUEST, ACCT-JOURNAL-RECORD
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           IF WS-JRNL-REPLAYED-COUNT = 0
              MOVE "NO JOURNAL ENTRIES TO REPLAY"
                   TO RECOVERY-RPT-RECORD
              WRITE RECOVERY-RPT-RECORD
           END-IF.

       REPLAY-ONE-POSTING.
