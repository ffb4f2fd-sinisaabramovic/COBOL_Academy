      *                               through LOGCHIST - re-keying a
      *                               returning customer as a new ID
      *                               orphaned their whole history
      * 15/10/2026 SINISA ABRAMOVIC  Archive index, archive record,
      *                               operator id and history images
      *                               widened for the six-digit customer
      *                               number
      * 15/10/2026 SINISA ABRAMOVIC  Refuse to reinstate a customer
      *                               whose archive record ARCHANON has
      *                               anonymized
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

       FD  ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-RECORD.
           02 AIX-CUSTOMER-ID     PIC   9(6).
           02 FILLER              PIC   X.
           02 AIX-ARCHIVE-DATE    PIC   X(8).
           02 FILLER              PIC   X.

       FD  CUST-ARCHIVE.
       01 CUST-ARCHIVE-RECORD.
           02 ARC-CUSTOMER-ID     PIC   9(6).
           02 ARC-REST-OF-RECORD  PIC   X(144).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 INDEX-EOF                   VALUE "Y".
       01 ARCHIVE-EOF-FLAG         PIC X  VALUE "N".
           88 ARCHIVE-EOF                 VALUE "Y".
       01 WS-ANONYMIZED-FLAG       PIC X  VALUE "N".
           88 ARCHIVE-IS-ANONYMIZED       VALUE "Y".
       01 WS-ANON-NAME             PIC X(20) VALUE "ANONYMIZED".
       01 ARCHIVE-OPEN-FLAG        PIC X  VALUE "N".
           88 ARCHIVE-WAS-OPENED          VALUE "Y".

       01 WS-REINSTATE-ID          PIC X(6)  VALUE SPACES.
       01 WS-ARCHIVE-DATE          PIC X(8)  VALUE SPACES.
       01 WS-ARCHIVE-NAME          PIC X(30) VALUE SPACES.
       01 WS-REINSTATED-FLAG       PIC X     VALUE "N".
           88 CUSTOMER-WAS-REINSTATED     VALUE "Y".

       01 WS-BEFORE-IMAGE          PIC X(149) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".
                    SET ARCHIVE-EOF TO TRUE
                 NOT AT END
                    IF ARC-CUSTOMER-ID = WS-REINSTATE-ID
                       IF ARC-REST-OF-RECORD(1:20) = WS-ANON-NAME
                          SET ARCHIVE-IS-ANONYMIZED TO TRUE
                          SET ARCHIVE-EOF TO TRUE
                       ELSE
                          PERFORM REINSTATE-THIS-CUSTOMER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              CLOSE CUST-ARCHIVE
           END-IF

           IF ARCHIVE-IS-ANONYMIZED
              DISPLAY "CUSTOMER " WS-REINSTATE-ID " ON "
                      WS-ARCHIVE-NAME
                      " IS ANONYMIZED - REINSTATEMENT REFUSED"
           ELSE
              IF NOT CUSTOMER-WAS-REINSTATED
                 DISPLAY "CUSTOMER " WS-REINSTATE-ID " NOT FOUND ON "
                         WS-ARCHIVE-NAME
              END-IF
           END-IF.

       REINSTATE-THIS-CUSTOMER.
