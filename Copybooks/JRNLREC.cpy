      * Purpose:         Shared posted-transaction journal record
      *                  layout written by ACCTPOST for every posted
      *                  and declined transaction - one record per
      *                  transaction, keyed by account, date and
      *                  reference, so statement and proof programs
      *                  read one agreed layout.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      *                               operator, or for a released
      *                               held-approval transaction the
      *                               supervisor who approved it
      * 15/10/2026 SINISA ABRAMOVIC  Added JRNL-REFERENCE - a unique
      *                               number from GETJREF on every
      *                               entry - and JRNL-LINKED-REF, the
      *                               entry a generated leg belongs to
      *                               (the TRANSFR behind an XFERIN,
      *                               the bounce behind an NSFFEE, the
      *                               entry a REVERSL backs out), with
      *                               JRNL-ORIG-CODE carrying the
      *                               backed-out code on a reversal
      * 15/10/2026 SINISA ABRAMOVIC  The journal is now indexed -
      *                               JRNL-KEY (account, date,
      *                               reference) leads the record so
      *                               an account's entries read back
      *                               in date order from a START, with
      *                               alternate keys on the reference,
      *                               the date (an entry of one date
      *                               reads back in posting order) and
      *                               the linked reference. Closed
      *                               months live in ACCTJRNL.yyyymm
      *                               partitions catalogued on
      *                               JRNLPART.DAT
      * 15/10/2026 SINISA ABRAMOVIC  Added JRNL-CURRENCY - the currency
      *                               of the account the entry posts
      *                               to, which JRNL-AMOUNT and the
      *                               balance are stated in - and, for
      *                               an entry converted at the day's
      *                               exchange rate, the other side of
      *                               the conversion in
      *                               JRNL-CROSS-AMOUNT and
      *                               JRNL-CROSS-CURRENCY with the rate
      *                               used in JRNL-FX-RATE
      *****************************************************************
           02 JRNL-KEY.
              03 JRNL-ACCT-NUMBER  PIC   9(7).
              03 JRNL-DATE         PIC   X(8).
              03 JRNL-REFERENCE    PIC   9(9).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JRNL-TXN-CODE        PIC   X(7).
           02 FILLER               PIC   X     VALUE SPACE.
                                            SEPARATE.
           02 FILLER               PIC   X     VALUE SPACE.
           02 JRNL-OPERATOR        PIC   X(8).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JRNL-LINKED-REF      PIC   9(9).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JRNL-ORIG-CODE       PIC   X(7).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JRNL-CURRENCY        PIC   X(3).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JRNL-CROSS-AMOUNT    PIC   9(7)V99.
           02 FILLER               PIC   X     VALUE SPACE.
           02 JRNL-CROSS-CURRENCY  PIC   X(3).
           02 FILLER               PIC   X     VALUE SPACE.
           02 JRNL-FX-RATE         PIC   9(5)V9(6).
