      *****************************************************************
      * Copybook name:   SSNCTREC
      * Purpose:         Shared SSN allocation control record layout
      *                  for the indexed SSNCTL.DAT file - one record
      *                  per SSArea the shop issues numbers from, with
      *                  the last Group/Serial handed out so the next
      *                  free number carries on from it, and the count
      *                  issued on the latest issue date for the
      *                  issuing office. The area for a person is 100
      *                  plus the two-digit JMBG region of birth.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created so a person registered
      *                               without an SSN can be issued the
      *                               next free number in the area of
      *                               the region of birth
      *****************************************************************
           02 SsnCtlArea           PIC   999.
           02 SsnCtlLastGroup      PIC   999.
           02 SsnCtlLastSerial     PIC   9999.
           02 SsnCtlIssueDate      PIC   X(8).
           02 SsnCtlIssuedOnDate   PIC   9(5).
           02 SsnCtlIssuedTotal    PIC   9(7).
