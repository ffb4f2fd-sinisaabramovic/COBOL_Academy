      *                               lists each member's linked
      *                               accounts and balances through
      *                               CUSTACCT.DAT
      * 15/10/2026 SINISA ABRAMOVIC  Customer inquiry entry widened to
      *                               the six-digit customer number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-INQUIRY-KIND          PIC X  VALUE SPACE.
           88 INQUIRY-BY-HOUSEHOLD        VALUE "H".
           88 INQUIRY-BY-CUSTOMER         VALUE "C".
       01 WS-INQUIRY-ENTRY         PIC X(6) VALUE SPACES.
       01 WS-WANTED-HH-ID          PIC 9(5) VALUE 0.
       01 WS-MEMBER-COUNT          PIC 9(3) VALUE 0.
       01 WS-COMBINED-BALANCE      PIC S9(9)V99 VALUE 0.
                 IF WS-WANTED-HH-ID > 0
                    PERFORM SHOW-THE-HOUSEHOLD
                 ELSE
                    DISPLAY "CUSTOMER " WS-INQUIRY-ENTRY(1:6)
                            " IS NOT IN ANY HOUSEHOLD"
                 END-IF
              WHEN OTHER
                    AT END
                       SET HOUSEHOLD-EOF TO TRUE
                    NOT AT END
                       IF HH-CUSTOMER-ID = WS-INQUIRY-ENTRY(1:6)
                          MOVE HH-ID TO WS-WANTED-HH-ID
                          SET HOUSEHOLD-EOF TO TRUE
                       END-IF
