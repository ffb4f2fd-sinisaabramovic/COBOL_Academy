      *****************************************************************
      * Copybook name:   JPARTREC
      * Purpose:         Shared journal partition catalogue record
      *                  layout for JRNLPART.DAT - one line per sealed
      *                  month, in period order, naming the archive
      *                  partition that holds the month's journal
      *                  entries. The last line is the latest month
      *                  sealed; no entry dated in that month or
      *                  before may be added to the journal.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created with the period close of
      *                               the indexed account journal
      *****************************************************************
           02 JPartPeriod          PIC   X(6).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JPartFileName        PIC   X(20).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JPartEntryCount      PIC   9(9).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JPartSealedDate      PIC   X(8).
