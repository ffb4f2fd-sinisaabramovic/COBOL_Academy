      *                               account is verified against the
      *                               master and its code against
      *                               PROGRAM03 before it is accepted
      * 15/10/2026 SINISA ABRAMOVIC  Log each suspended standing order
      *                               to ACCTEVT.LOG through the shared
      *                               LOGACEVT logger so the nightly
      *                               notice run tells the account's
      *                               customers
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88 DUE-DATE-IS-INVALID        VALUE "N".

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "STORDMNT".
       01 WS-EVENT-CODE            PIC X(8)  VALUE "SOSUSP".
       01 WS-EVENT-REFERENCE       PIC X(10) VALUE SPACES.
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
                            " COULD NOT BE REWRITTEN"
                 NOT INVALID KEY
                    DISPLAY "ORDER " OrderNumber " SUSPENDED"
                    MOVE OrderNumber TO WS-EVENT-REFERENCE
                    CALL "LOGACEVT" USING WS-LOG-PROGRAM-NAME
                            WS-EVENT-CODE OrderAcctNumber
                            WS-EVENT-REFERENCE
              END-REWRITE
           END-IF.

