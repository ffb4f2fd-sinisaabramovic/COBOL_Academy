      *                               - rewriting only what fits
      *                               would silently delete held
      *                               money movements past slot 100
      * 15/10/2026 SINISA ABRAMOVIC  Carry the held transaction's
      *                               originator reference back onto
      *                               the released posting, so
      *                               ACCTPOST's duplicate registry
      *                               knows the release from a second
      *                               submission; layout from POSTREC
      * 15/10/2026 SINISA ABRAMOVIC  A held payment to another bank
      *                               shows its beneficiary for review
      *                               and is released with it; the
      *                               ACCTHELD.DAT record carries the
      *                               beneficiary after the originator
      *                               reference
      * 15/10/2026 SINISA ABRAMOVIC  The held record carries the
      *                               currency the amount was stated
      *                               in, shown for review and put
      *                               back on the released posting
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           02 HELD-AMOUNT          PIC   9(7)V99.
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-TO-ACCT         PIC   X(7).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-ORIG-REF        PIC   X(20).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-BENEF-BANK      PIC   X(11).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-BENEF-ACCT      PIC   X(20).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-BENEF-NAME      PIC   X(30).
           02 FILLER               PIC   X     VALUE SPACE.
           02 HELD-CURRENCY        PIC   X(3).

       FD  POST-TRANS.
       01 POST-TRANS-RECORD.
           COPY POSTREC.

       WORKING-STORAGE SECTION.
       01 WS-HELD-STATUS           PIC XX VALUE "00".

       01 HELD-TABLE.
           02 HELD-ENTRY OCCURS 100.
              03 HT-RECORD        PIC X(131).
              03 HT-DISPOSITION   PIC X.
       01 HELD-IDX                 PIC 999.
       01 HELD-MAX                 PIC 999 VALUE 0.
              DISPLAY " "
              DISPLAY "HELD " HELD-DATE " " HELD-TXN-CODE
                      " ACCOUNT " HELD-ACCT-NUMBER
                      " AMOUNT " WS-RPT-AMOUNT " " HELD-CURRENCY
              IF HELD-BENEF-ACCT NOT = SPACES
                 DISPLAY "     TO " HELD-BENEF-NAME " ACCOUNT "
                         HELD-BENEF-ACCT " AT " HELD-BENEF-BANK
              END-IF
              DISPLAY "DECISION (R-RELEASE, J-REJECT, S-SKIP, "
                      "Q-QUIT): " WITH NO ADVANCING
              ACCEPT WS-DECISION
           MOVE HELD-AMOUNT      TO POST-AMOUNT
           MOVE HELD-TO-ACCT     TO POST-TO-ACCT
           MOVE WS-OPERATOR-ID   TO POST-APPROVED-BY
           MOVE HELD-ORIG-REF    TO POST-ORIG-REF
           MOVE HELD-BENEF-BANK  TO POST-BENEF-BANK
           MOVE HELD-BENEF-ACCT  TO POST-BENEF-ACCT
           MOVE HELD-BENEF-NAME  TO POST-BENEF-NAME
           MOVE HELD-CURRENCY    TO POST-CURRENCY
           WRITE POST-TRANS-RECORD
           CLOSE POST-TRANS
           DISPLAY "RELEASED FOR THE NEXT POSTING RUN".
