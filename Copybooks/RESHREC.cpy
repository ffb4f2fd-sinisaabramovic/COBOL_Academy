      *****************************************************************
      * Copybook name:   RESHREC
      * Purpose:         Shared residence-history record layout for
      *                  the indexed RESHIST.DAT file - one record per
      *                  change of residence, keyed by the person's
      *                  13-digit JMBG and the move date, so a person's
      *                  moves read back in date order from a START on
      *                  the JMBG and the last one read is where the
      *                  person lives now. A person with no record
      *                  still lives in the JMBG region of birth.
      *                  Regions carry the same two-digit codes as the
      *                  JMBG region.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created so the registry knows
      *                               where a person lives now and
      *                               not only the region of birth
      *****************************************************************
           02 ResKey.
              03 ResJMBG           PIC   9(13).
              03 ResMoveDate       PIC   X(8).
           02 ResFromRegion        PIC   99.
           02 ResToRegion          PIC   99.
           02 ResRecordedDate      PIC   X(8).
           02 ResBatchID           PIC   X(8).
