      *****************************************************************
      * Copybook name:   AEVTREC
      * Purpose:         Account event record layout for the
      *                  ACCTEVT.LOG the shared LOGACEVT logger appends
      *                  to - one timestamped line each time an account
      *                  goes dormant, is closed, or has a standing
      *                  order suspended, so the nightly NOTICEGEN run
      *                  can tell the customers without anyone reading
      *                  the reports.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for customer notice
      *                               generation
      * 15/10/2026 SINISA ABRAMOVIC  Added PRODCONV - a youth account
      *                               moved to its adult product by
      *                               YOUTHCNV, the old and new product
      *                               in the reference
      *****************************************************************
           02 AE-DATE             PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 AE-TIME             PIC   X(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 AE-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X     VALUE SPACE.
           02 AE-EVENT            PIC   X(8).
              88 AE-IS-DORMANT                  VALUE "DORMANT".
              88 AE-IS-CLOSED                   VALUE "CLOSED".
              88 AE-IS-ORDER-SUSPENDED          VALUE "SOSUSP".
              88 AE-IS-PRODUCT-CONVERTED        VALUE "PRODCONV".
           02 FILLER              PIC   X     VALUE SPACE.
           02 AE-ACCT-NUMBER      PIC   9(7).
           02 FILLER              PIC   X     VALUE SPACE.
           02 AE-REFERENCE        PIC   X(10).
