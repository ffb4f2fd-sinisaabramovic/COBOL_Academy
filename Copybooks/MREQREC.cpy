      *****************************************************************
      * Copybook name:   MREQREC
      * Purpose:         Pending maintenance request layout for the
      *                  indexed MAINTREQ.DAT - one request per
      *                  sensitive change keyed in CUSTMAINT, ACCTMAINT,
      *                  PRODMAINT or PARMMAINT, keyed by request
      *                  number. The change is held as a before and an
      *                  after image of what it touches - the whole
      *                  customer or product record, the account's
      *                  limit and overdraft, or the parameter value -
      *                  until a second maintenance-role operator
      *                  approves it through MREQAPPR, which applies
      *                  the after image only while the record still
      *                  matches the before image. The maker, checker
      *                  and the time of each step are kept for the
      *                  approvals report.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for maker-checker
      *                               approval of maintenance changes
      *****************************************************************
           02 MreqNumber           PIC   9(7).
           02 MreqStatus           PIC   X     VALUE "P".
              88 MREQ-IS-PENDING                VALUE "P".
              88 MREQ-IS-APPLIED                VALUE "A".
              88 MREQ-IS-REJECTED               VALUE "R".
              88 MREQ-IS-EXPIRED                VALUE "E".
              88 MREQ-IS-APPLY-FAILED           VALUE "F".
           02 MreqKind             PIC   X(4).
              88 MREQ-FOR-CUSTOMER              VALUE "CUST".
              88 MREQ-FOR-ACCOUNT               VALUE "ACCT".
              88 MREQ-FOR-PRODUCT               VALUE "PROD".
              88 MREQ-FOR-PARAMETER             VALUE "PARM".
           02 MreqAction           PIC   X.
              88 MREQ-ACTION-CHANGE             VALUE "C".
              88 MREQ-ACTION-CONTACT            VALUE "E".
              88 MREQ-ACTION-INACTIVATE         VALUE "I".
              88 MREQ-ACTION-DELETE             VALUE "D".
           02 MreqKey              PIC   X(20).
           02 MreqSource           PIC   X(12).
           02 MreqMadeBy           PIC   X(8).
           02 MreqMadeDate         PIC   X(8).
           02 MreqMadeTime         PIC   X(6).
           02 MreqCheckedBy        PIC   X(8).
           02 MreqCheckedDate      PIC   X(8).
           02 MreqCheckedTime      PIC   X(6).
           02 MreqNote             PIC   X(30).
           02 MreqBeforeImage      PIC   X(160).
           02 MreqBeforeAcct REDEFINES MreqBeforeImage.
              03 MreqBeforeLimit     PIC   9(7)V99.
              03 MreqBeforeOverdraft PIC   9(7)V99.
              03 FILLER              PIC   X(142).
           02 MreqBeforeParm REDEFINES MreqBeforeImage.
              03 MreqBeforeValue     PIC   X(10).
              03 FILLER              PIC   X(150).
           02 MreqAfterImage       PIC   X(160).
           02 MreqAfterAcct REDEFINES MreqAfterImage.
              03 MreqAfterLimit      PIC   9(7)V99.
              03 MreqAfterOverdraft  PIC   9(7)V99.
              03 FILLER              PIC   X(142).
           02 MreqAfterParm REDEFINES MreqAfterImage.
              03 MreqAfterValue      PIC   X(10).
              03 FILLER              PIC   X(150).
