      *                               of FUNCTION CURRENT-DATE, so a
      *                               late rerun reproduces the run it
      *                               replaces
      * 15/10/2026 SINISA ABRAMOVIC  Customer id accepted as 1-6 digits
      *                               and converted by value, so an id
      *                               keyed without leading zeros finds
      *                               the customer
      * 15/10/2026 SINISA ABRAMOVIC  Show the customer's current risk
      *                               rating and next KYC review date
      *                               from CUSTRISK.DAT on the lookup
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUST-RISK ASSIGN TO "CUSTRISK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RiskCustomerID
               FILE STATUS IS WS-RISK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 Customer.
           COPY CUSTREC.

       FD  CUST-RISK.
       01 CustRisk.
           COPY RISKREC.

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS PIC XX      VALUE "00".
           88 CUSTMAST-OK                      VALUE "00".
           88 CUSTMAST-NOT-FOUND               VALUE "23".
       01 WS-RISK-STATUS     PIC XX      VALUE "00".
           88 RISK-OK                          VALUE "00".

       01 WS-ACTION-CODE     PIC X     VALUE "L".
           88 ACTION-IS-LOOKUP               VALUE "L".
              ELSE
                 OPEN INPUT CUSTOMER-MASTER
                 IF CUSTMAST-OK
                    COMPUTE CustomerID = FUNCTION NUMVAL(
                       WS-CUST-ID-TRIMMED(1:WS-CUST-ID-LEN))
                    READ CUSTOMER-MASTER
                        INVALID KEY
                           DISPLAY "CUSTOMER NOT FOUND FOR ID "
                       MOVE CustomerName TO JSON-SOURCE
                       PERFORM ESCAPE-JSON-STRING
                       PERFORM COMPUTE-CUSTOMER-AGE
                       PERFORM READ-RISK-RATING
      *--- Lets display as JSON
                       DISPLAY 'CUSTOMER LOOKUP: '
                               ' {bd:"' BirthDate
                               '" un:"' JSON-RESULT
                               '" age:"' CustomerAge
                               '" pay:"' PayCheck
                               '" risk:"' RiskRating
                               '" review:"' RiskNextReview '"}'
                    END-IF
                 END-IF
              END-IF.
           COMPUTE WS-CUST-ID-LEN =
                   LENGTH OF WS-CUST-ID-TRIMMED - WS-CUST-ID-LEN
           IF WS-CUST-ID-LEN = 0
              OR WS-CUST-ID-LEN > 6
              OR WS-CUST-ID-TRIMMED(1:WS-CUST-ID-LEN) IS NOT NUMERIC
              SET CUST-ID-IS-INVALID TO TRUE
           END-IF.
               (GrossPay * (FEDERAL-TAX-RATE + SOCIAL-SECURITY-RATE
                   + MEDICARE-RATE)).

      *****************************************************************
      * A customer RISKRATE has not rated yet shows a blank rating.
      *****************************************************************
       READ-RISK-RATING.
           MOVE SPACE  TO RiskRating
           MOVE SPACES TO RiskNextReview
           OPEN INPUT CUST-RISK
           IF RISK-OK
              MOVE CustomerID TO RiskCustomerID
              READ CUST-RISK
                 INVALID KEY
                    MOVE SPACE  TO RiskRating
                    MOVE SPACES TO RiskNextReview
              END-READ
              CLOSE CUST-RISK
           END-IF.

       COMPUTE-CUSTOMER-AGE.
           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY
