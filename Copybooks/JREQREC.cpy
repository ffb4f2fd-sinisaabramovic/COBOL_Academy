      *****************************************************************
      * Copybook name:   JREQREC
      * Purpose:         Shared request block for the JRNLREAD journal
      *                  reader. A start action names what to read -
      *                  one account's entries over a date range (A),
      *                  every account's entries over a date range in
      *                  posting order (D), or the entries linked to a
      *                  reference from a date onward (L) - and each
      *                  following N returns the next entry until
      *                  JRNL-NO-MORE-ENTRIES. R reads the one entry
      *                  with the reference. C lets a caller stop
      *                  early. The reader finds the partitions the
      *                  dates fall in, sealed months and the open
      *                  journal alike.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created with the indexed,
      *                               period-partitioned journal
      *****************************************************************
           02 JRQ-ACTION           PIC   X.
              88 JRNL-START-ACCOUNT            VALUE "A".
              88 JRNL-START-DATES              VALUE "D".
              88 JRNL-START-LINKED             VALUE "L".
              88 JRNL-FIND-REFERENCE           VALUE "R".
              88 JRNL-READ-NEXT                VALUE "N".
              88 JRNL-STOP-READING             VALUE "C".
           02 JRQ-ACCT             PIC   9(7).
           02 JRQ-FROM-DATE        PIC   X(8).
           02 JRQ-TO-DATE          PIC   X(8).
           02 JRQ-REFERENCE        PIC   9(9).
           02 JRQ-RESULT           PIC   X.
              88 JRNL-ENTRY-RETURNED           VALUE "Y".
              88 JRNL-NO-MORE-ENTRIES          VALUE "N".
