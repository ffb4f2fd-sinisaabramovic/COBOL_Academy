      *                               count of waiting feed records
      *                               on FEEDLOAD.CTL for the
      *                               BALANCER cross-foot
      * 15/10/2026 SINISA ABRAMOVIC  Partner-feed customer id accepted
      *                               as 1-6 digits and written as the
      *                               six-digit CUSTUPDT.IN id
      * 15/10/2026 SINISA ABRAMOVIC  The partner record may carry an
      *                               address after the birth date -
      *                               street, city and postal code, the
      *                               street optionally quoted - checked
      *                               through the shared POSTCHK routine
      *                               and written to CUSTUPDT.IN with
      *                               the city in its official spelling;
      *                               new reasons R08-R12 for an
      *                               overlong field, an unknown postal
      *                               code and a city that is not the
      *                               code's own, and the run ends with
      *                               4 when there is no POSTCODE.DAT to
      *                               check against
      * 15/10/2026 SINISA ABRAMOVIC  The partner record may name a
      *                               product after the postal code -
      *                               written to CUSTUPDT.IN so CUSTUPDT
      *                               opens the new customer's first
      *                               account in it; new reason R13 for
      *                               a code longer than three
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-IN.
       01 FEED-IN-RECORD          PIC X(160).

       FD  FEED-TALLY.
       01 FEED-TALLY-RECORD       PIC 9(7).
       FD  CUST-TRANS.
       01 CUST-TRANS-RECORD.
           02 TRANS-CODE          PIC   X.
           02 TRANS-CUSTOMER-ID   PIC   9(6).
           02 TRANS-CUSTOMER-NAME PIC   X(20).
           02 TRANS-BIRTH-DAY     PIC   99.
           02 TRANS-BIRTH-MONTH   PIC   99.
           02 TRANS-BIRTH-YEAR    PIC   9(4).
           02 TRANS-STREET        PIC   X(30).
           02 TRANS-CITY          PIC   X(20).
           02 TRANS-POSTAL-CODE   PIC   X(10).
           02 FILLER              PIC   X(66).
           02 TRANS-PRODUCT       PIC   X(3).

       FD  FEED-RPT.
       01 FEED-RPT-RECORD         PIC X(80).
       01 WS-ID-LEN                PIC 99.
       01 WS-NAME-LEN              PIC 99.

      *****************************************************************
      * The address is optional - a delivery that stops after the
      * birth date carries none, exactly as before.
      *****************************************************************
       01 WS-ADDRESS-FLAG          PIC X  VALUE "N".
           88 FEED-HAS-ADDRESS            VALUE "Y".
       01 WS-FIELD-TEXT            PIC X(40).
       01 WS-TEXT-LEN              PIC 99.
       01 WS-FIELD-STREET          PIC X(40).
       01 WS-STREET-LEN            PIC 99.
       01 WS-FIELD-CITY            PIC X(40).
       01 WS-CITY-LEN              PIC 99.
       01 WS-FIELD-POSTAL          PIC X(40).
       01 WS-POSTAL-LEN            PIC 99.
       01 WS-FIELD-PRODUCT         PIC X(40).
       01 WS-PRODUCT-LEN           PIC 99.
       01 WS-FEED-CITY             PIC X(20).
       01 WS-FEED-POSTAL           PIC X(10).
       01 WS-POST-RESULT           PIC XX VALUE "00".
           88 POST-CODE-UNKNOWN           VALUE "10".
           88 POST-CITY-MISMATCH          VALUE "20".
           88 POST-HAD-NO-REFERENCE       VALUE "90".
       01 WS-NO-POSTCODES-FLAG     PIC X  VALUE "N".
           88 ADDRESSES-WENT-UNCHECKED    VALUE "Y".

       01 DATE-VALID-FLAG          PIC X  VALUE "Y".
           88 BIRTH-DATE-IS-VALID        VALUE "Y".
           88 BIRTH-DATE-IS-INVALID      VALUE "N".

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "FEEDLOAD".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           DISPLAY "FEEDLOAD: " WS-LOADED-COUNT " TRANSACTION(S) "
                   "WRITTEN"
           DISPLAY "FEEDLOAD: " WS-ERROR-COUNT " RECORD(S) IN ERROR"
           IF ADDRESSES-WENT-UNCHECKED
              DISPLAY "FEEDLOAD: NO POSTAL CODES ON FILE - ADDRESSES "
                      "WERE NOT CHECKED"
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE WS-READ-COUNT   TO WS-LOG-READ-COUNT
           MOVE WS-LOADED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-ERROR-COUNT  TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC     TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
              MOVE WS-FEED-DAY       TO TRANS-BIRTH-DAY
              MOVE WS-FEED-MONTH     TO TRANS-BIRTH-MONTH
              MOVE WS-FEED-YEAR      TO TRANS-BIRTH-YEAR
              IF FEED-HAS-ADDRESS
                 MOVE WS-FIELD-STREET(1:30) TO TRANS-STREET
                 MOVE WS-FEED-CITY      TO TRANS-CITY
                 MOVE WS-FEED-POSTAL    TO TRANS-POSTAL-CODE
                 MOVE WS-FIELD-PRODUCT(1:3) TO TRANS-PRODUCT
              END-IF
              WRITE CUST-TRANS-RECORD
              ADD 1 TO WS-LOADED-COUNT
           ELSE

      *****************************************************************
      * A field scanner rather than UNSTRING, because a quoted name
      * or street may itself contain the comma delimiter. The record
      * is ID,NAME,DDMMYYYY optionally followed by ,STREET,CITY,
      * POSTAL-CODE, and that optionally by ,PRODUCT - the product the
      * new customer's first account is to be opened in.
      *****************************************************************
       PARSE-FEED-FIELDS.
           MOVE "Y" TO WS-PARSE-OK-FLAG
           MOVE "N" TO WS-ADDRESS-FLAG
           MOVE SPACES TO WS-FIELD-ID WS-FIELD-NAME WS-FIELD-DATE
           MOVE SPACES TO WS-FIELD-STREET WS-FIELD-CITY
                          WS-FIELD-POSTAL WS-FIELD-PRODUCT
           MOVE 0 TO WS-STREET-LEN WS-CITY-LEN WS-POSTAL-LEN
                     WS-PRODUCT-LEN
           MOVE 1 TO WS-SCAN-POS

           PERFORM COLLECT-ID-FIELD
           END-IF
           IF PARSE-IS-OK
              PERFORM COLLECT-DATE-FIELD
           END-IF
           IF PARSE-IS-OK AND WS-SCAN-POS <= 160
              AND FEED-IN-RECORD(WS-SCAN-POS:1) = ","
              SET FEED-HAS-ADDRESS TO TRUE
              ADD 1 TO WS-SCAN-POS
              PERFORM COLLECT-ADDRESS-FIELDS
           END-IF.

       COLLECT-ADDRESS-FIELDS.
           PERFORM COLLECT-TEXT-FIELD
           MOVE WS-FIELD-TEXT TO WS-FIELD-STREET
           MOVE WS-TEXT-LEN   TO WS-STREET-LEN
           PERFORM STEP-OVER-COMMA
           IF PARSE-IS-OK
              PERFORM COLLECT-TEXT-FIELD
              MOVE WS-FIELD-TEXT TO WS-FIELD-CITY
              MOVE WS-TEXT-LEN   TO WS-CITY-LEN
              PERFORM STEP-OVER-COMMA
           END-IF
           IF PARSE-IS-OK
              PERFORM COLLECT-TEXT-FIELD
              MOVE WS-FIELD-TEXT TO WS-FIELD-POSTAL
              MOVE WS-TEXT-LEN   TO WS-POSTAL-LEN
           END-IF
           IF PARSE-IS-OK AND WS-SCAN-POS <= 160
              AND FEED-IN-RECORD(WS-SCAN-POS:1) = ","
              ADD 1 TO WS-SCAN-POS
              PERFORM COLLECT-TEXT-FIELD
              MOVE WS-FIELD-TEXT TO WS-FIELD-PRODUCT
              MOVE WS-TEXT-LEN   TO WS-PRODUCT-LEN
           END-IF.

      *****************************************************************
      * One address field, quoted or not. An unquoted field runs to
      * the next comma and its length stops at its last non-blank
      * character, so the padding after the last field is not counted.
      *****************************************************************
       COLLECT-TEXT-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT
           MOVE 0 TO WS-FIELD-LEN
           MOVE 0 TO WS-TEXT-LEN
           IF WS-SCAN-POS <= 160
              AND FEED-IN-RECORD(WS-SCAN-POS:1) = '"'
              ADD 1 TO WS-SCAN-POS
              PERFORM UNTIL WS-SCAN-POS > 160
                      OR FEED-IN-RECORD(WS-SCAN-POS:1) = '"'
                 IF WS-FIELD-LEN < 40
                    ADD 1 TO WS-FIELD-LEN
                    MOVE FEED-IN-RECORD(WS-SCAN-POS:1)
                         TO WS-FIELD-TEXT(WS-FIELD-LEN:1)
                 END-IF
                 ADD 1 TO WS-SCAN-POS
              END-PERFORM
              IF WS-SCAN-POS > 160
                 MOVE "N" TO WS-PARSE-OK-FLAG
                 PERFORM WRITE-ERROR-UNCLOSED-QUOTE
              ELSE
                 ADD 1 TO WS-SCAN-POS
                 MOVE WS-FIELD-LEN TO WS-TEXT-LEN
              END-IF
           ELSE
              PERFORM UNTIL WS-SCAN-POS > 160
                      OR FEED-IN-RECORD(WS-SCAN-POS:1) = ","
                 IF WS-FIELD-LEN < 40
                    ADD 1 TO WS-FIELD-LEN
                    MOVE FEED-IN-RECORD(WS-SCAN-POS:1)
                         TO WS-FIELD-TEXT(WS-FIELD-LEN:1)
                    IF FEED-IN-RECORD(WS-SCAN-POS:1) NOT = SPACE
                       MOVE WS-FIELD-LEN TO WS-TEXT-LEN
                    END-IF
                 END-IF
                 ADD 1 TO WS-SCAN-POS
              END-PERFORM
           END-IF.

       STEP-OVER-COMMA.
           IF PARSE-IS-OK
              IF WS-SCAN-POS <= 160
                 AND FEED-IN-RECORD(WS-SCAN-POS:1) = ","
                 ADD 1 TO WS-SCAN-POS
              ELSE
                 MOVE "N" TO WS-PARSE-OK-FLAG
                 PERFORM WRITE-ERROR-NO-DELIMITER
              END-IF
           END-IF.

       COLLECT-ID-FIELD.
           MOVE 0 TO WS-FIELD-LEN
           PERFORM UNTIL WS-SCAN-POS > 160
                   OR FEED-IN-RECORD(WS-SCAN-POS:1) = ","
              IF WS-FIELD-LEN < 10
                 ADD 1 TO WS-FIELD-LEN
              ADD 1 TO WS-SCAN-POS
           END-PERFORM
           MOVE WS-FIELD-LEN TO WS-ID-LEN
           IF WS-SCAN-POS > 160
              MOVE "N" TO WS-PARSE-OK-FLAG
              PERFORM WRITE-ERROR-NO-DELIMITER
           ELSE

       COLLECT-NAME-FIELD.
           MOVE 0 TO WS-FIELD-LEN
           IF WS-SCAN-POS <= 160
              AND FEED-IN-RECORD(WS-SCAN-POS:1) = '"'
              ADD 1 TO WS-SCAN-POS
              PERFORM UNTIL WS-SCAN-POS > 160
                      OR FEED-IN-RECORD(WS-SCAN-POS:1) = '"'
                 IF WS-FIELD-LEN < 40
                    ADD 1 TO WS-FIELD-LEN
                 END-IF
                 ADD 1 TO WS-SCAN-POS
              END-PERFORM
              IF WS-SCAN-POS > 160
                 MOVE "N" TO WS-PARSE-OK-FLAG
                 PERFORM WRITE-ERROR-UNCLOSED-QUOTE
              ELSE
                 ADD 1 TO WS-SCAN-POS
                 IF WS-SCAN-POS <= 160
                    AND FEED-IN-RECORD(WS-SCAN-POS:1) = ","
                    ADD 1 TO WS-SCAN-POS
                 END-IF
              END-IF
           ELSE
              PERFORM UNTIL WS-SCAN-POS > 160
                      OR FEED-IN-RECORD(WS-SCAN-POS:1) = ","
                 IF WS-FIELD-LEN < 40
                    ADD 1 TO WS-FIELD-LEN
                 END-IF
                 ADD 1 TO WS-SCAN-POS
              END-PERFORM
              IF WS-SCAN-POS > 160
                 MOVE "N" TO WS-PARSE-OK-FLAG
                 PERFORM WRITE-ERROR-NO-DELIMITER
              ELSE

       COLLECT-DATE-FIELD.
           MOVE 0 TO WS-FIELD-LEN
           PERFORM UNTIL WS-SCAN-POS > 160
                   OR FEED-IN-RECORD(WS-SCAN-POS:1) = SPACE
                   OR FEED-IN-RECORD(WS-SCAN-POS:1) = ","
              IF WS-FIELD-LEN < 10
                 ADD 1 TO WS-FIELD-LEN
                 MOVE FEED-IN-RECORD(WS-SCAN-POS:1)
           END-PERFORM.

       VALIDATE-FEED-FIELDS.
           IF WS-ID-LEN = 0 OR WS-ID-LEN > 6
              MOVE "N" TO WS-PARSE-OK-FLAG
              PERFORM WRITE-ERROR-BAD-ID
           ELSE
                    PERFORM WRITE-ERROR-BAD-CALENDAR-DATE
                 END-IF
              END-IF
           END-IF

           IF PARSE-IS-OK AND FEED-HAS-ADDRESS
              PERFORM VALIDATE-FEED-ADDRESS
           END-IF.

      *****************************************************************
      * The postal code must be on POSTCODE.DAT and the city the one
      * it belongs to; a good pair goes to CUSTUPDT.IN with the city
      * in its official spelling.
      *****************************************************************
       VALIDATE-FEED-ADDRESS.
           EVALUATE TRUE
              WHEN WS-STREET-LEN > 30
                 MOVE "N" TO WS-PARSE-OK-FLAG
                 PERFORM WRITE-ERROR-STREET-TOO-LONG
              WHEN WS-CITY-LEN > 20
                 MOVE "N" TO WS-PARSE-OK-FLAG
                 PERFORM WRITE-ERROR-CITY-TOO-LONG
              WHEN WS-POSTAL-LEN > 10
                 MOVE "N" TO WS-PARSE-OK-FLAG
                 PERFORM WRITE-ERROR-POSTAL-TOO-LONG
              WHEN WS-PRODUCT-LEN > 3
                 MOVE "N" TO WS-PARSE-OK-FLAG
                 PERFORM WRITE-ERROR-PRODUCT-TOO-LONG
              WHEN OTHER
                 MOVE WS-FIELD-CITY(1:20)   TO WS-FEED-CITY
                 MOVE WS-FIELD-POSTAL(1:10) TO WS-FEED-POSTAL
                 CALL "POSTCHK" USING WS-FEED-POSTAL, WS-FEED-CITY,
                         WS-POST-RESULT
                 EVALUATE TRUE
                    WHEN POST-HAD-NO-REFERENCE
                       SET ADDRESSES-WENT-UNCHECKED TO TRUE
                    WHEN POST-CODE-UNKNOWN
                       MOVE "N" TO WS-PARSE-OK-FLAG
                       PERFORM WRITE-ERROR-UNKNOWN-POSTAL
                    WHEN POST-CITY-MISMATCH
                       MOVE "N" TO WS-PARSE-OK-FLAG
                       PERFORM WRITE-ERROR-CITY-MISMATCH
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

       WRITE-ERROR-NO-DELIMITER.
           MOVE "R01" TO WS-ACK-REASON
           PERFORM BUILD-ERROR-PREFIX
           MOVE "R03" TO WS-ACK-REASON
           PERFORM BUILD-ERROR-PREFIX
           STRING WS-ERROR-PREFIX DELIMITED BY SIZE
                  " CUSTOMER ID NOT 1-6 DIGITS" DELIMITED BY SIZE
                  INTO FEED-RPT-RECORD
           WRITE FEED-RPT-RECORD.

                  INTO FEED-RPT-RECORD
           WRITE FEED-RPT-RECORD.

       WRITE-ERROR-STREET-TOO-LONG.
           MOVE "R08" TO WS-ACK-REASON
           PERFORM BUILD-ERROR-PREFIX
           STRING WS-ERROR-PREFIX DELIMITED BY SIZE
                  " STREET LONGER THAN 30" DELIMITED BY SIZE
                  INTO FEED-RPT-RECORD
           WRITE FEED-RPT-RECORD.

       WRITE-ERROR-CITY-TOO-LONG.
           MOVE "R09" TO WS-ACK-REASON
           PERFORM BUILD-ERROR-PREFIX
           STRING WS-ERROR-PREFIX DELIMITED BY SIZE
                  " CITY LONGER THAN 20" DELIMITED BY SIZE
                  INTO FEED-RPT-RECORD
           WRITE FEED-RPT-RECORD.

       WRITE-ERROR-POSTAL-TOO-LONG.
           MOVE "R10" TO WS-ACK-REASON
           PERFORM BUILD-ERROR-PREFIX
           STRING WS-ERROR-PREFIX DELIMITED BY SIZE
                  " POSTAL CODE LONGER THAN 10" DELIMITED BY SIZE
                  INTO FEED-RPT-RECORD
           WRITE FEED-RPT-RECORD.

       WRITE-ERROR-PRODUCT-TOO-LONG.
           MOVE "R13" TO WS-ACK-REASON
           PERFORM BUILD-ERROR-PREFIX
           STRING WS-ERROR-PREFIX DELIMITED BY SIZE
                  " PRODUCT CODE LONGER THAN 3" DELIMITED BY SIZE
                  INTO FEED-RPT-RECORD
           WRITE FEED-RPT-RECORD.

       WRITE-ERROR-UNKNOWN-POSTAL.
           MOVE "R11" TO WS-ACK-REASON
           PERFORM BUILD-ERROR-PREFIX
           STRING WS-ERROR-PREFIX DELIMITED BY SIZE
                  " POSTAL CODE NOT ON REFERENCE FILE"
                  DELIMITED BY SIZE
                  INTO FEED-RPT-RECORD
           WRITE FEED-RPT-RECORD.

       WRITE-ERROR-CITY-MISMATCH.
           MOVE "R12" TO WS-ACK-REASON
           PERFORM BUILD-ERROR-PREFIX
           STRING WS-ERROR-PREFIX DELIMITED BY SIZE
                  " CITY IS NOT THE POSTAL CODE'S CITY"
                  DELIMITED BY SIZE
                  INTO FEED-RPT-RECORD
           WRITE FEED-RPT-RECORD.

      *****************************************************************
      * One acknowledgment line per input record, in the partner's
      * comma-delimited convention - position, verdict, and the
