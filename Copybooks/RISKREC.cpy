      *****************************************************************
      * Copybook name:   RISKREC
      * Purpose:         Customer risk rating record layout for the
      *                  indexed CUSTRISK.DAT file keyed on the
      *                  customer number - the rating RISKRATE last
      *                  gave the customer, the score and factors
      *                  behind it, and when the customer's KYC
      *                  review was last done and is next due.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created for customer risk rating
      *                               and KYC review scheduling
      *****************************************************************
           02 RiskCustomerID      PIC   9(6).
           02 RiskRating          PIC   X     VALUE SPACE.
              88 RISK-IS-LOW                   VALUE "L".
              88 RISK-IS-MEDIUM                VALUE "M".
              88 RISK-IS-HIGH                  VALUE "H".
              88 RISK-NOT-RATED                VALUE SPACE.
           02 RiskScore           PIC   9(3)  VALUE ZERO.
           02 RiskRatedDate       PIC   X(8)  VALUE SPACES.
           02 RiskLastReview      PIC   X(8)  VALUE SPACES.
           02 RiskNextReview      PIC   X(8)  VALUE SPACES.
           02 RiskFactors.
              03 RiskComplyOver   PIC   9(3)  VALUE ZERO.
              03 RiskComplyReview PIC   9(3)  VALUE ZERO.
              03 RiskIdentExc     PIC   9(3)  VALUE ZERO.
              03 RiskAcctCount    PIC   9(3)  VALUE ZERO.
              03 RiskProductCount PIC   9(2)  VALUE ZERO.
              03 RiskAge          PIC   9(3)  VALUE ZERO.
              03 RiskBirthValid   PIC   X     VALUE "Y".
                 88 RISK-BIRTH-DATE-VALID      VALUE "Y".
