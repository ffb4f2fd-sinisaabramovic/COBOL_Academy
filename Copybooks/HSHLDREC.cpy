      *                               one family, and no view of
      *                               combined exposure, came from
      *                               every customer being an island
      * 15/10/2026 SINISA ABRAMOVIC  Widened the customer number from
      *                               9(3) to 9(6) - the three-digit id
      *                               ran out at 999 customers
      *****************************************************************
           02 HH-ID               PIC   9(5).
           02 FILLER              PIC   X     VALUE SPACE.
           02 HH-CUSTOMER-ID      PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 HH-STREET           PIC   X(30).
           02 FILLER              PIC   X     VALUE SPACE.
