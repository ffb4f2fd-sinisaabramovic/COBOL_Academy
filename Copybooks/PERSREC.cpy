      *                               emigration now arrive through
      *                               the intake instead of the
      *                               registry only ever growing
      * 15/10/2026 SINISA ABRAMOVIC  Named the DTH deregistration
      *                               reason DECEASED carries through
      *                               to the customer and accounts
      *****************************************************************
           02 PersonJMBG          PIC   9(13).
           02 PersonSSN           PIC   9(10).
              88 PERSON-IS-DEREGISTERED         VALUE "D".
           02 PersonDeregDate     PIC   X(8).
           02 PersonDeregReason   PIC   X(3).
              88 DEREG-FOR-DEATH                VALUE "DTH".
