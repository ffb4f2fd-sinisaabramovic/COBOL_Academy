      *****************************************************************
      * Copybook name:   NTPLREC
      * Purpose:         Notice template record layout for the
      *                  NOTCTMPL.DAT reference file - the wording of
      *                  each customer notice, one record per line,
      *                  keyed by the event type it answers. Line 00 is
      *                  the subject; lines 01 onward are the body.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for customer notice
      *                               generation
      *****************************************************************
           02 NT-EVENT            PIC   X(8).
              88 NT-IS-ADDRESS-CHANGE           VALUE "ADDRCHG".
              88 NT-IS-DORMANT                  VALUE "DORMANT".
              88 NT-IS-CLOSED                   VALUE "CLOSED".
              88 NT-IS-ORDER-SUSPENDED          VALUE "SOSUSP".
           02 FILLER              PIC   X     VALUE SPACE.
           02 NT-LINE-NO          PIC   99.
           02 FILLER              PIC   X     VALUE SPACE.
           02 NT-TEXT             PIC   X(60).
