      *****************************************************************
      * Copybook name:   FXRTREC
      * Purpose:         Daily exchange-rate layout - the treasury
      *                  feed FXRATES.IN and the FXRATE.DAT table
      *                  FXLOAD keeps from it, one rate per currency
      *                  per business date, stated as units of the
      *                  base currency for one unit of the currency.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for foreign-currency
      *                               accounts and the day's rates
      *****************************************************************
           02 FX-KEY.
              03 FX-DATE           PIC   X(8).
              03 FX-CURRENCY       PIC   X(3).
           02 FILLER               PIC   X     VALUE SPACE.
           02 FX-RATE              PIC   9(5)V9(6).
           02 FX-RATE-X REDEFINES FX-RATE
                                   PIC   X(11).
