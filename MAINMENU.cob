      *                               the ACCTHELD.DAT approval queue
      *                               through ACCTAPPR, maintenance
      *                               role only
      * 15/10/2026 SINISA ABRAMOVIC  Option 14 - place, release and
      *                               list account holds and liens
      *                               through HOLDMNT; inquiry-role
      *                               operators may list only
      * 15/10/2026 SINISA ABRAMOVIC  Option 15 - open, progress and
      *                               list customer dispute cases
      *                               through DISPMNT; inquiry-role
      *                               operators may list only
      * 15/10/2026 SINISA ABRAMOVIC  Options 16 and 17 - the watch-list
      *                               screening queue, where a
      *                               compliance officer clears or
      *                               confirms each held new customer,
      *                               and the watch-list maintenance;
      *                               the new C compliance role signs on
      *                               and is the only role that can
      *                               decide a case or change the list
      * 15/10/2026 SINISA ABRAMOVIC  Option 18 - school master
      *                               maintenance through SCHLMNT;
      *                               inquiry-role operators may list
      *                               only
      * 15/10/2026 SINISA ABRAMOVIC  Option 19 - the teller counter and
      *                               cash drawer through TELLER, for
      *                               the new T teller role only; a
      *                               teller is refused the same options
      *                               as inquiry
      * 15/10/2026 SINISA ABRAMOVIC  Option 20 - account inquiry with a
      *                               mini-statement through ACCTINQ;
      *                               read-only, open to every role
      * 15/10/2026 SINISA ABRAMOVIC  Option 21 - postal-code reference
      *                               maintenance through POSTMNT; every
      *                               role may list, changes need the
      *                               maintenance role
      * 15/10/2026 SINISA ABRAMOVIC  Option 22 - identity document
      *                               register through IDDOCMNT; listing
      *                               for every role, recording and
      *                               deleting need the maintenance role
      * 15/10/2026 SINISA ABRAMOVIC  Option 23 - approval of pending
      *                               customer, account, product and
      *                               parameter maintenance requests
      *                               through MREQAPPR; maintenance
      *                               role only
      * 15/10/2026 SINISA ABRAMOVIC  Option 24 - the fraud review
      *                               queue through FRAUDREV; the
      *                               compliance role releases or
      *                               declines, maintenance may list,
      *                               inquiry and teller are refused
      * 15/10/2026 SINISA ABRAMOVIC  Options 1, 2, 8, 12 and 13 are
      *                               refused to every role but
      *                               maintenance - the compliance role
      *                               could post, release held postings,
      *                               key intake and maintain operators
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-SIGNON-ROLE          PIC X    VALUE SPACE.
           88 ROLE-IS-INQUIRY            VALUE "I".
           88 ROLE-IS-MAINT              VALUE "M".
           88 ROLE-IS-COMPLIANCE         VALUE "C".
           88 ROLE-IS-TELLER             VALUE "T".
       01 WS-SIGNON-OK-FLAG       PIC X    VALUE "N".
           88 SIGNON-IS-OK               VALUE "Y".
       01 WS-SIGNON-TRIES         PIC 9    VALUE 0.
           DISPLAY " 11 - PERSON INQUIRY BY JMBG"
           DISPLAY " 12 - KEY A WALK-IN INTAKE BATCH"
           DISPLAY " 13 - OPERATOR/PASSWORD MAINTENANCE"
           DISPLAY " 14 - ACCOUNT HOLDS AND LIENS"
           DISPLAY " 15 - CUSTOMER DISPUTE CASES"
           DISPLAY " 16 - WATCH-LIST SCREENING QUEUE"
           DISPLAY " 17 - WATCH-LIST MAINTENANCE"
           DISPLAY " 18 - SCHOOL MASTER MAINTENANCE"
           DISPLAY " 19 - TELLER COUNTER AND CASH DRAWER"
           DISPLAY " 20 - ACCOUNT INQUIRY AND MINI-STATEMENT"
           DISPLAY " 21 - POSTAL-CODE REFERENCE MAINTENANCE"
           DISPLAY " 22 - IDENTITY DOCUMENT REGISTER"
           DISPLAY " 23 - APPROVE PENDING MAINTENANCE REQUESTS"
           DISPLAY " 24 - FRAUD REVIEW QUEUE"
           DISPLAY "  9 - EXIT"
           DISPLAY "Enter selection: " WITH NO ADVANCING.

      *****************************************************************
      * Options 1 and 2 reach programs that write the master files
      * and the person master, option 8 releases held money
      * movements, option 12 keys intake and option 13 creates
      * operators and resets passwords - none of them check the role
      * themselves, so every role but maintenance is refused,
      * compliance included. Options 16 and 17 show the watch list
      * and who resembles it, which an inquiry-only operator has no
      * need to see. A teller is held to the same options as
      * inquiry, and option 19 - the counter and its cash drawer - is
      * for tellers alone. Option 23 decides other operators'
      * maintenance changes, so it needs the maintenance role.
      * Option 24 shows customers' suspect debits and is refused to
      * inquiry and teller operators like 16. Compliance keeps 16, 17
      * and 24 - the screens it was created for - and the reports.
      *****************************************************************
       DISPATCH-CHOICE.
           EVALUATE TRUE
              WHEN NOT ROLE-IS-MAINT
                   AND (MENU-CHOICE = 1 OR MENU-CHOICE = 2
                        OR MENU-CHOICE = 8 OR MENU-CHOICE = 12
                        OR MENU-CHOICE = 13)
                 DISPLAY "OPTION " MENU-CHOICE " NEEDS THE "
                         "MAINTENANCE ROLE - SIGNED ON AS "
                         WS-SIGNON-ROLE
              WHEN (ROLE-IS-INQUIRY OR ROLE-IS-TELLER)
                   AND (MENU-CHOICE = 16 OR MENU-CHOICE = 17
                        OR MENU-CHOICE = 24)
                 DISPLAY "OPTION " MENU-CHOICE " NEEDS THE "
                         "MAINTENANCE OR COMPLIANCE ROLE - SIGNED ON "
                         "AS " WS-SIGNON-ROLE
              WHEN MENU-CHOICE = 19 AND NOT ROLE-IS-TELLER
                 DISPLAY "OPTION 19 NEEDS THE TELLER ROLE"
              WHEN MENU-CHOICE = 23 AND NOT ROLE-IS-MAINT
                 DISPLAY "OPTION 23 NEEDS THE MAINTENANCE ROLE"
              WHEN OTHER
                 PERFORM DISPATCH-ALLOWED-CHOICE
           END-EVALUATE.

       DISPATCH-ALLOWED-CHOICE.
           EVALUATE MENU-CHOICE
                 CALL "INTAKEKEY"
              WHEN 13
                 CALL "OPERMNT"
              WHEN 14
                 CALL "HOLDMNT" USING WS-SIGNON-ROLE
              WHEN 15
                 CALL "DISPMNT" USING WS-SIGNON-ROLE
              WHEN 16
                 CALL "SCRNREVW" USING WS-SIGNON-ROLE
              WHEN 17
                 CALL "WATCHMNT" USING WS-SIGNON-ROLE
              WHEN 18
                 CALL "SCHLMNT" USING WS-SIGNON-ROLE
              WHEN 19
                 CALL "TELLER" USING WS-SIGNON-ROLE
              WHEN 20
                 CALL "ACCTINQ" USING WS-SIGNON-ROLE
              WHEN 21
                 CALL "POSTMNT" USING WS-SIGNON-ROLE
              WHEN 22
                 CALL "IDDOCMNT" USING WS-SIGNON-ROLE
              WHEN 23
                 CALL "MREQAPPR" USING WS-SIGNON-ROLE
              WHEN 24
                 CALL "FRAUDREV" USING WS-SIGNON-ROLE
              WHEN 9
                 CONTINUE
              WHEN OTHER
                   UNTIL OPERATOR-IDX > OPERATOR-MAX
              IF OPT-ID(OPERATOR-IDX) = WS-SIGNON-ID
                 AND (OPT-ROLE(OPERATOR-IDX) = "I"
                      OR OPT-ROLE(OPERATOR-IDX) = "M"
                      OR OPT-ROLE(OPERATOR-IDX) = "C"
                      OR OPT-ROLE(OPERATOR-IDX) = "T")
                 MOVE OPERATOR-IDX TO WS-OPER-SLOT
              END-IF
           END-PERFORM.
