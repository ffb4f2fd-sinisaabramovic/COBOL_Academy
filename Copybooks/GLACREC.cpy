      *****************************************************************
      * Copybook name:   GLACREC
      * Purpose:         Chart-of-accounts record layout for the
      *                  GLACCTS.DAT reference file - one record per
      *                  general-ledger account, carrying its name,
      *                  its type, and the control role GLSUMM and
      *                  GLTRIAL look it up by: the customer deposits
      *                  ledger that ties to AcctBalance, the clearing
      *                  suspense ledger, the opening-balances ledger
      *                  a ledger takeover is offset to, and the
      *                  suspense ledger for entries on a code with no
      *                  usable mapping; and the ledgers PAYROLL books
      *                  a pay run to - the default salary expense
      *                  ledger, payroll tax payable, net pay clearing,
      *                  and one payable per deduction type.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the chart of accounts
      *                               and the daily trial balance
      * 15/10/2026 SINISA ABRAMOVIC  Payroll roles W, T, N, G, L, P and
      *                               X for the payroll accounting
      *                               interface
      *****************************************************************
           02 GLA-LEDGER          PIC   9(6).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLA-NAME            PIC   X(30).
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLA-TYPE            PIC   X.
              88 GLA-IS-ASSET                   VALUE "A".
              88 GLA-IS-LIABILITY               VALUE "L".
              88 GLA-IS-EQUITY                  VALUE "Q".
              88 GLA-IS-INCOME                  VALUE "I".
              88 GLA-IS-EXPENSE                 VALUE "E".
              88 GLA-TYPE-IS-VALID              VALUE "A" "L" "Q"
                                                      "I" "E".
           02 FILLER              PIC   X     VALUE SPACE.
           02 GLA-ROLE            PIC   X.
              88 GLA-IS-DEPOSITS-CONTROL        VALUE "D".
              88 GLA-IS-SUSPENSE-CONTROL        VALUE "S".
              88 GLA-IS-OPENING-BALANCES        VALUE "O".
              88 GLA-IS-UNMAPPED-SUSPENSE       VALUE "U".
              88 GLA-IS-SALARY-EXPENSE          VALUE "W".
              88 GLA-IS-PAYROLL-TAX             VALUE "T".
              88 GLA-IS-NET-PAY-CLEARING        VALUE "N".
              88 GLA-IS-GARNISHMENTS            VALUE "G".
              88 GLA-IS-STAFF-LOANS             VALUE "L".
              88 GLA-IS-PENSIONS                VALUE "P".
              88 GLA-IS-OTHER-DEDUCTIONS        VALUE "X".
              88 GLA-HAS-NO-ROLE                VALUE " ".
