      * 21/08/2026 SINISA ABRAMOVIC  Created to relate CUSTOMER-MASTER
      *                               and ACCOUNT-MASTER, which until
      *                               now sat side by side with no link
      * 15/10/2026 SINISA ABRAMOVIC  Widened the customer number from
      *                               9(3) to 9(6) - the three-digit id
      *                               ran out at 999 customers
      *****************************************************************
           02 XrefKey.
              03 XrefCustomerID   PIC   9(6).
              03 XrefAcctNumber   PIC   9(7).
