      *****************************************************************
      * Copybook name:   RCHGREC
      * Purpose:         Risk-rating change log record layout for the
      *                  RISKCHG.LOG file - one line each time a
      *                  customer is first rated, changes rating, or
      *                  has a KYC review recorded, with the rating
      *                  before and after and the next review date.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for customer risk rating
      *                               and KYC review scheduling
      *****************************************************************
           02 RCHG-DATE           PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 RCHG-PROGRAM        PIC   X(12).
           02 FILLER              PIC   X     VALUE SPACE.
           02 RCHG-CUSTOMER       PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 RCHG-OLD-RATING     PIC   X.
           02 FILLER              PIC   X     VALUE SPACE.
           02 RCHG-NEW-RATING     PIC   X.
           02 FILLER              PIC   X     VALUE SPACE.
           02 RCHG-SCORE          PIC   9(3).
           02 FILLER              PIC   X     VALUE SPACE.
           02 RCHG-NEXT-REVIEW    PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 RCHG-REASON         PIC   X(40).
