      *                               nowhere to put a street, phone,
      *                               or e-mail, so a statement could
      *                               never be mailed
      * 15/10/2026 SINISA ABRAMOVIC  Widened the customer number from
      *                               9(3) to 9(6) - the three-digit id
      *                               ran out at 999 customers
      *****************************************************************
           02 CustomerID          PIC   9(6).
           02 CustomerName        PIC   X(20).
           02 BirthDate.
              03 BirthDay         PIC   99.
