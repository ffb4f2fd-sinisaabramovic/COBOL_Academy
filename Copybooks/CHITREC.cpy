      *****************************************************************
      * Copybook name:   CHITREC
      * Purpose:         Compliance hit record layout for the
      *                  COMPLHIT.DAT history COMPLRPT appends to -
      *                  one line per customer per day whose cash
      *                  movement crossed the COMPLY-LIMIT threshold
      *                  or was flagged as a multi-account pattern
      *                  just under it, kept so RISKRATE can weigh a
      *                  customer's compliance history.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for customer risk rating
      *****************************************************************
           02 CHIT-DATE           PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 CHIT-CUSTOMER       PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 CHIT-KIND           PIC   X.
              88 CHIT-IS-OVER                  VALUE "O".
              88 CHIT-IS-REVIEW                VALUE "R".
           02 FILLER              PIC   X     VALUE SPACE.
           02 CHIT-TOTAL          PIC   9(9)V99.
