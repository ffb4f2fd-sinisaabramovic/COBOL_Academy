      *                               business date so expiry counts
      *                               from the reset), and unlocks an
      *                               ID locked by bad passwords
      * 15/10/2026 SINISA ABRAMOVIC  Accept the new C compliance role
      *                               for the officers who decide watch-
      *                               list screening cases
      * 15/10/2026 SINISA ABRAMOVIC  Accept the new T teller role for
      *                               the counter staff who work a cash
      *                               drawer
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

       01 WS-ENTRY-ID             PIC X(8) VALUE SPACES.
       01 WS-ENTRY-ROLE           PIC X    VALUE SPACE.
           88 ROLE-ENTRY-IS-VALID        VALUE "I" "M" "C" "T".
       01 WS-NEW-PASSWORD         PIC X(8) VALUE SPACES.
       01 WS-NEW-PASSWORD-2       PIC X(8) VALUE SPACES.
       01 WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       CHANGE-OPERATOR.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           DISPLAY "ROLE (I-INQUIRY, M-MAINTENANCE, C-COMPLIANCE, "
                   "T-TELLER): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ROLE

           IF NOT ROLE-ENTRY-IS-VALID
              DISPLAY "CHANGE REFUSED - ROLE " WS-ENTRY-ROLE
                      " IS NOT I, M, C, OR T"
           ELSE
              PERFORM FIND-OPERATOR
              IF WS-FOUND-IDX = 0
