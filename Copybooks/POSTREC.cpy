      *****************************************************************
      * Copybook name:   POSTREC
      * Purpose:         Shared ACCTPOST.IN posting-transaction layout
      *                  - read by ACCTPOST and appended to by every
      *                  program that queues money for the posting
      *                  run, so writer and reader agree on the
      *                  fields and their positions.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created from the layouts the
      *                               writers each carried, adding
      *                               POST-ORIG-REF - the reference
      *                               the originating program or
      *                               clerk assigns, which ACCTPOST
      *                               registers on POSTREG.DAT so a
      *                               resubmitted transaction is
      *                               caught instead of posted twice
      * 15/10/2026 SINISA ABRAMOVIC  Added the beneficiary bank,
      *                               account and name an EXTPAY
      *                               payment to another bank carries
      *                               out to the clearing house -
      *                               appended, so writers that clear
      *                               the record to spaces first need
      *                               no other change
      * 15/10/2026 SINISA ABRAMOVIC  Added POST-CURRENCY - the currency
      *                               POST-AMOUNT is stated in; blank
      *                               is the account's own currency,
      *                               which is what every writer meant
      *                               before accounts could be held in
      *                               a foreign currency
      * 15/10/2026 SINISA ABRAMOVIC  Added POST-FRAUD-CLEARED-BY - the
      *                               fraud reviewer who released a
      *                               debit ACCTPOST held for its fraud
      *                               rules; blank on everything else
      *****************************************************************
           02 POST-TXN-CODE        PIC   X(7).
           02 POST-ACCT-NUMBER     PIC   9(7).
           02 POST-AMOUNT          PIC   9(7)V99.
           02 POST-TO-ACCT         PIC   X(7).
           02 POST-APPROVED-BY     PIC   X(8).
           02 POST-REVERSES-REF    PIC   X(9).
           02 POST-ORIG-REF        PIC   X(20).
           02 POST-BENEF-BANK      PIC   X(11).
           02 POST-BENEF-ACCT      PIC   X(20).
           02 POST-BENEF-NAME      PIC   X(30).
           02 POST-CURRENCY        PIC   X(3).
           02 POST-FRAUD-CLEARED-BY
                                   PIC   X(8).
