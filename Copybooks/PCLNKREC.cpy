      * 02/09/2026 SINISA ABRAMOVIC  Created so the registry side and
      *                               the customer side are no longer
      *                               joined only by eyeballing names
      * 15/10/2026 SINISA ABRAMOVIC  Widened the customer number from
      *                               9(3) to 9(6) - the three-digit id
      *                               ran out at 999 customers
      *****************************************************************
           02 LinkJMBG            PIC   9(13).
           02 LinkCustomerID      PIC   9(6).
           02 LinkDate            PIC   X(8).
