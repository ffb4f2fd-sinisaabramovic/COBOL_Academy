      *****************************************************************
      * Copybook name:   DRWRREC
      * Purpose:         Shared teller cash drawer record layout for
      *                  the indexed TELLDRWR.DAT - one record per
      *                  teller per business day, keyed by teller and
      *                  date, carrying the opening float, the cash
      *                  taken in and paid out over the counter, and at
      *                  end of shift the cash counted by denomination
      *                  and the drawer's over/short.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the teller cash
      *                               drawer - counter cash had no
      *                               record to balance against
      *****************************************************************
           02 DrwKey.
              03 DrwTellerID       PIC   X(8).
              03 DrwDate           PIC   X(8).
           02 DrwStatus            PIC   X     VALUE "O".
              88 DRAWER-IS-OPEN                 VALUE "O".
              88 DRAWER-IS-BALANCED             VALUE "B".
           02 DrwOpenFloat         PIC   9(7)V99.
           02 DrwDepositCount      PIC   9(5).
           02 DrwDepositTotal      PIC   9(9)V99.
           02 DrwWithdrawCount     PIC   9(5).
           02 DrwWithdrawTotal     PIC   9(9)V99.
           02 DrwCountedCash       PIC   9(9)V99.
           02 DrwOverShort         PIC   S9(9)V99 SIGN LEADING
                                            SEPARATE.
           02 DrwDenomCount        PIC   9(5)  OCCURS 12.
