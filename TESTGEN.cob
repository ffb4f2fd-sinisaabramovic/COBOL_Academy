      * 21/08/2026 SINISA ABRAMOVIC  Write the batch header and
      *                               trailer PROGRAM01 now requires
      *                               around the canned intake records
      * 15/10/2026 SINISA ABRAMOVIC  Generated CUSTUPDT.IN transactions
      *                               carry the six-digit customer
      *                               number
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FD  TRANS-OUT.
       01 TRANS-OUT-RECORD.
           02 OUT-TRANS-CODE          PIC   X.
           02 OUT-TRANS-CUSTOMER-ID   PIC   9(6).
           02 OUT-TRANS-CUSTOMER-NAME PIC   X(20).
           02 OUT-TRANS-BIRTH-DAY     PIC   99.
           02 OUT-TRANS-BIRTH-MONTH   PIC   99.
      *****************************************************************
       01 WS-CUST-TABLE.
           02 WS-CUST-ENTRY OCCURS 6 TIMES.
              03 WS-CUST-ID        PIC 9(6).
              03 WS-CUST-NAME      PIC X(20).
              03 WS-CUST-DAY       PIC 99.
              03 WS-CUST-MONTH     PIC 99.
