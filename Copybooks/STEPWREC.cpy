      *****************************************************************
      * Copybook name:   STEPWREC
      * Purpose:         Batch-window warning layout for STEPWARN.DAT -
      *                  one line per step STEPTIME found running
      *                  slower than its recent average, or per job run
      *                  projected to finish past the window deadline,
      *                  for HANDOVER to put on the shift handover page.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the batch-window
      *                               runtime trend warnings
      *****************************************************************
           02 SW-DATE             PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SW-JOB              PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SW-STEP             PIC   X(7).
           02 FILLER              PIC   X     VALUE SPACE.
           02 SW-TEXT             PIC   X(60).
