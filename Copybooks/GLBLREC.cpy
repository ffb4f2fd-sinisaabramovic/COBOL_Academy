      *****************************************************************
      * Copybook name:   GLBLREC
      * Purpose:         General-ledger balance record layout for the
      *                  GLBAL.DAT file GLSUMM rolls forward at each
      *                  hand-over - one record per ledger account
      *                  with its opening balance, the debits and
      *                  credits of the hand-over, and its closing
      *                  balance, as at the business date. Balances
      *                  are debit-positive; a credit balance is
      *                  negative. The account's name, type, and role
      *                  are carried so GLTRIAL reports from this file
      *                  alone.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the chart of accounts
      *                               and the daily trial balance
      * 15/10/2026 SINISA ABRAMOVIC  GLB-CURRENCY added - a ledger has
      *                               one record per currency it is
      *                               booked in; blank is the base
      *                               currency
      *****************************************************************
           02 GLB-LEDGER          PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-AS-AT-DATE      PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-OPENING         PIC   S9(13)V99 SIGN LEADING
                                            SEPARATE.
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-DAY-DEBIT       PIC   9(13)V99.
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-DAY-CREDIT      PIC   9(13)V99.
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-CLOSING         PIC   S9(13)V99 SIGN LEADING
                                            SEPARATE.
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-NAME            PIC   X(30).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-TYPE            PIC   X.
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-ROLE            PIC   X.
              88 GLB-IS-DEPOSITS-CONTROL        VALUE "D".
              88 GLB-IS-SUSPENSE-CONTROL        VALUE "S".
              88 GLB-IS-OPENING-BALANCES        VALUE "O".
              88 GLB-IS-UNMAPPED-SUSPENSE       VALUE "U".
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLB-CURRENCY        PIC   X(3).
