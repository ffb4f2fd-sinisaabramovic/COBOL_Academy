      *****************************************************************
      * Copybook name:   HOLDREC
      * Purpose:         Shared account hold/lien record layout for
      *                  the indexed HOLDS.DAT - one record per amount
      *                  set aside on an account (a court garnishment,
      *                  a lien, a pending item), keyed by account and
      *                  a running hold number, with who placed it,
      *                  why, and until when.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for account holds and
      *                               liens - the account record had
      *                               no way to block part of a
      *                               balance
      *****************************************************************
           02 HoldKey.
              03 HoldAcctNumber    PIC   9(7).
              03 HoldSeq           PIC   9(3).
           02 HoldAmount           PIC   9(7)V99.
           02 HoldReason           PIC   X(30).
           02 HoldPlacedBy         PIC   X(8).
           02 HoldPlacedDate       PIC   X(8).
           02 HoldExpiry           PIC   X(8).
              88 HOLD-HAS-NO-EXPIRY             VALUE SPACES.
           02 HoldStatus           PIC   X     VALUE "A".
              88 HOLD-IS-ACTIVE                 VALUE "A".
              88 HOLD-IS-RELEASED               VALUE "R".
              88 HOLD-IS-EXPIRED                VALUE "E".
           02 HoldReleasedBy       PIC   X(8).
           02 HoldReleasedDate     PIC   X(8).
