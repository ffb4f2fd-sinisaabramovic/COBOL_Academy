      *****************************************************************
      * Copybook name:   PCODEREC
      * Purpose:         Postal-code reference record layout for the
      *                  POSTCODE.DAT reference file - one record per
      *                  postal code with the official spelling of the
      *                  city it belongs to, and when and by whom it
      *                  was last set. Customer addresses are checked
      *                  and their city spelling standardized against
      *                  it by the shared POSTCHK routine.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for postal-code checking
      *                               of customer addresses
      *****************************************************************
           02 PC-CODE             PIC   X(10).
           02 FILLER              PIC   X     VALUE SPACE.
           02 PC-CITY             PIC   X(20).
           02 FILLER              PIC   X     VALUE SPACE.
           02 PC-CHANGED-DATE     PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 PC-CHANGED-BY       PIC   X(8).
