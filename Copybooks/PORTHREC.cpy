      *****************************************************************
      * Copybook name:   PORTHREC
      * Purpose:         Portfolio statistics history layout - one
      *                  dated record per product, currency, account
      *                  status and customer age band for every
      *                  PORTSTAT run, appended to PORTHIST.DAT and
      *                  read back the next month for the change.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the month-end
      *                               portfolio balance statistics
      *****************************************************************
           02 PH-DATE              PIC   X(8).
           02 FILLER               PIC   X     VALUE SPACE.
           02 PH-GROUP.
              03 PH-PRODUCT        PIC   X(3).
              03 PH-CURRENCY       PIC   X(3).
              03 PH-STATUS         PIC   X.
              03 PH-BAND           PIC   9.
           02 FILLER               PIC   X     VALUE SPACE.
           02 PH-COUNT             PIC   9(7).
           02 FILLER               PIC   X     VALUE SPACE.
           02 PH-TOTAL             PIC   S9(11)V99 SIGN LEADING
                                                   SEPARATE.
           02 FILLER               PIC   X     VALUE SPACE.
           02 PH-AVERAGE           PIC   S9(7)V99 SIGN LEADING
                                                  SEPARATE.
           02 FILLER               PIC   X     VALUE SPACE.
           02 PH-MINIMUM           PIC   S9(7)V99 SIGN LEADING
                                                  SEPARATE.
           02 FILLER               PIC   X     VALUE SPACE.
           02 PH-MAXIMUM           PIC   S9(7)V99 SIGN LEADING
                                                  SEPARATE.
           02 FILLER               PIC   X     VALUE SPACE.
           02 PH-OVERDRAWN         PIC   9(7).
