      *****************************************************************
      * Copybook name:   WATCHREC
      * Purpose:         Watch-list record layout for the WATCHLST.DAT
      *                  reference file - one record per listed name,
      *                  either from a published sanctions list or put
      *                  on the bank's own internal list, carrying
      *                  when and by whom it was listed and why. New
      *                  customer names are screened against it by
      *                  the shared NAMESCRN routine before they reach
      *                  CUSTOMER-MASTER.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for watch-list screening
      *                               of new customers
      *****************************************************************
           02 WL-ENTRY-ID         PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 WL-SOURCE           PIC   X.
              88 WL-IS-SANCTIONS                VALUE "S".
              88 WL-IS-INTERNAL                 VALUE "I".
              88 WL-SOURCE-IS-VALID             VALUE "S" "I".
           02 FILLER              PIC   X     VALUE SPACE.
           02 WL-NAME             PIC   X(30).
           02 FILLER              PIC   X     VALUE SPACE.
           02 WL-LISTED-DATE      PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 WL-LISTED-BY        PIC   X(8).
           02 FILLER              PIC   X     VALUE SPACE.
           02 WL-REASON           PIC   X(30).
