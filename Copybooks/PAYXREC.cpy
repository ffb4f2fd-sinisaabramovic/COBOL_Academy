      *****************************************************************
      * Copybook name:   PAYXREC
      * Purpose:         Outbound external payment register record
      *                  for the indexed EXTPAY.DAT - one record per
      *                  EXTPAY payment ACCTPOST has posted to a
      *                  beneficiary at another bank, keyed by the
      *                  journal reference of the customer's debit,
      *                  carrying the beneficiary, the clearing batch
      *                  it went out in, and the clearing house's
      *                  return of it if the beneficiary bank
      *                  rejected it.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for the outbound payment
      *                               file to the clearing house
      *****************************************************************
           02 PayReference         PIC   9(9).
           02 PayAcctNumber        PIC   9(7).
           02 PayAmount            PIC   9(7)V99.
           02 PayBenefBank         PIC   X(11).
           02 PayBenefAcct         PIC   X(20).
           02 PayBenefName         PIC   X(30).
           02 PayPostedDate        PIC   X(8).
           02 PayOrigRef           PIC   X(20).
           02 PayStatus            PIC   X     VALUE "P".
              88 PAY-IS-PENDING                 VALUE "P".
              88 PAY-IS-SENT                    VALUE "S".
              88 PAY-IS-RETURNED                VALUE "R".
              88 PAY-IS-CANCELLED               VALUE "X".
           02 PayBatchDate         PIC   X(8).
           02 PayBatchItem         PIC   9(5).
           02 PayReturnDate        PIC   X(8).
           02 PayReturnReason      PIC   X(4).
           02 PayReturnText        PIC   X(30).
           02 PayReturnRef         PIC   X(20).
