      *****************************************************************
      * Copybook name:   SCRNREC
      * Purpose:         Screening queue record layout for the indexed
      *                  SCRNQ.DAT - one case per new customer whose
      *                  name came back as a possible watch-list hit,
      *                  keyed by case number. The held add is kept
      *                  whole in the CUSTUPDT.IN layout so a cleared
      *                  case can be applied exactly as it arrived;
      *                  the case records the list entry it resembled,
      *                  how the names matched, and the compliance
      *                  officer's decision.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for watch-list screening
      *                               of new customers
      * 15/10/2026 SINISA ABRAMOVIC  Held add widened for the product
      *                               it opens the new customer's first
      *                               account in
      *****************************************************************
           02 ScrnCaseNumber       PIC   9(7).
           02 ScrnStatus           PIC   X     VALUE "H".
              88 SCRN-IS-HELD                   VALUE "H".
              88 SCRN-IS-CLEARED                VALUE "C".
              88 SCRN-IS-APPLIED                VALUE "A".
              88 SCRN-IS-CONFIRMED              VALUE "F".
              88 SCRN-IS-RELEASE-FAILED         VALUE "E".
           02 ScrnHeldDate         PIC   X(8).
           02 ScrnHeldBy           PIC   X(8).
           02 ScrnSource           PIC   X(12).
           02 ScrnCustomerID       PIC   9(6).
           02 ScrnCustomerName     PIC   X(20).
           02 ScrnListEntry        PIC   X(8).
           02 ScrnListSource       PIC   X.
           02 ScrnListName         PIC   X(30).
           02 ScrnMatchKind        PIC   X(10).
           02 ScrnDecidedDate      PIC   X(8).
           02 ScrnDecidedBy        PIC   X(8).
           02 ScrnDecisionNote     PIC   X(30).
           02 ScrnAppliedDate      PIC   X(8).
           02 ScrnTransaction      PIC   X(164).
