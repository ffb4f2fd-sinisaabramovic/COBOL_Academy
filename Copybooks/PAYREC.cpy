      *                               until now the gross-to-net
      *                               arithmetic lived only in
      *                               CUSTLOOKUP and kept nothing
      * 15/10/2026 SINISA ABRAMOVIC  Widened the customer number from
      *                               9(3) to 9(6) - the three-digit id
      *                               ran out at 999 customers
      *****************************************************************
           02 YtdCustomerID       PIC   9(6).
           02 YtdGross            PIC   9(7)V99.
           02 YtdTax              PIC   9(7)V99.
           02 YtdNet              PIC   9(7)V99.
