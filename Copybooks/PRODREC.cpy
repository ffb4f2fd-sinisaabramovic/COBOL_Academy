      *                               from the product an account was
      *                               sold as, not one global
      *                               INTEREST-RATE for everything
      * 15/10/2026 SINISA ABRAMOVIC  Added ProductType - D for the
      *                               deposit-style products every
      *                               existing record describes, L for
      *                               an installment loan whose rate is
      *                               the lending rate ACCTMAINT
      *                               amortizes at
      * 15/10/2026 SINISA ABRAMOVIC  Added the monthly maintenance fee
      *                               and its two waivers - a minimum
      *                               average balance and a minimum
      *                               count of customer transactions
      *                               in the month, zero meaning that
      *                               waiver is not offered
      * 15/10/2026 SINISA ABRAMOVIC  Added ProductAdultCode - set only
      *                               on a youth product, naming the
      *                               adult product YOUTHCNV moves its
      *                               accounts to when the holder comes
      *                               of age
      * 15/10/2026 SINISA ABRAMOVIC  Added type T for a fixed-term
      *                               deposit, with its standard term
      *                               in months and what an early
      *                               withdrawal meets - B blocked
      *                               until maturity, P allowed at
      *                               ProductPenaltyRate of the amount
      *                               withdrawn. The rate of a term
      *                               product is annual and is fixed
      *                               on the deposit when it opens
      *****************************************************************
           02 ProductCode          PIC   X(3).
           02 ProductDesc          PIC   X(20).
              88 PRODUCT-PAYS-INTEREST          VALUE "Y".
              88 PRODUCT-PAYS-NOTHING           VALUE "N".
           02 ProductNsfFee        PIC   9(5)V99.
           02 ProductType          PIC   X     VALUE "D".
              88 PRODUCT-IS-DEPOSIT             VALUE "D".
              88 PRODUCT-IS-LOAN                VALUE "L".
              88 PRODUCT-IS-TERM-DEPOSIT        VALUE "T".
           02 ProductMaintFee      PIC   9(5)V99.
           02 ProductWaiveAvgBal   PIC   9(7)V99.
           02 ProductWaiveTxns     PIC   9(3).
           02 ProductAdultCode     PIC   X(3).
           02 ProductTermMonths    PIC   9(3).
           02 ProductEarlyRule     PIC   X.
              88 PRODUCT-BLOCKS-EARLY           VALUE "B".
              88 PRODUCT-CHARGES-EARLY          VALUE "P".
           02 ProductPenaltyRate   PIC   V9999.
