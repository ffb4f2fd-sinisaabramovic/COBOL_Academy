      *****************************************************************
      * Copybook name:   COLLREC
      * Purpose:         Shared overdraft-collections control record
      *                  for the indexed COLLCTL.DAT - one record per
      *                  account in its current overdrawn spell, with
      *                  the date the spell began and the furthest
      *                  collections stage it has reached, so each
      *                  notice goes out once.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the ACCTCOLL
      *                               overdraft collections cycle
      *****************************************************************
           02 CollAcctNumber       PIC   9(7).
           02 CollOdSince          PIC   X(8).
           02 CollStage            PIC   9     VALUE 0.
              88 COLL-NO-NOTICE-YET             VALUE 0.
              88 COLL-FIRST-NOTICE-SENT         VALUE 1.
              88 COLL-SECOND-NOTICE-SENT        VALUE 2.
              88 COLL-FINAL-NOTICE-SENT         VALUE 3.
              88 COLL-ACCOUNT-FROZEN            VALUE 4.
           02 CollLastNotice       PIC   X(8).
           02 CollFrozenDate       PIC   X(8).
