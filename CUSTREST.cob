      *                               run lock via RUNLOCK around the
      *                               restore write and release it
      *                               after
      * 15/10/2026 SINISA ABRAMOVIC  Archive record, operator id and
      *                               history images widened for the
      *                               six-digit customer number
      * 15/10/2026 SINISA ABRAMOVIC  Refuse to restore a customer whose
      *                               archive record ARCHANON has
      *                               anonymized
      *
      *****************************************************************
       IDENTIFICATION DIVISION.

       FD  CUST-ARCHIVE.
       01 CUST-ARCHIVE-RECORD.
           02 ARC-CUSTOMER-ID     PIC   9(6).
           02 ARC-REST-OF-RECORD  PIC   X(144).

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 ARCHIVE-FOUND              VALUE "00".
       01 ARCHIVE-EOF-FLAG         PIC X  VALUE "N".
           88 ARCHIVE-EOF                 VALUE "Y".
       01 WS-ANONYMIZED-FLAG       PIC X  VALUE "N".
           88 ARCHIVE-IS-ANONYMIZED       VALUE "Y".
       01 WS-ANON-NAME             PIC X(20) VALUE "ANONYMIZED".
       01 ARCHIVE-OPEN-FLAG        PIC X  VALUE "N".
           88 ARCHIVE-WAS-OPENED          VALUE "Y".

       01 WS-ARCHIVE-NAME          PIC X(30) VALUE SPACES.
       01 WS-ARCHIVE-DATE-ENTRY    PIC X(8)  VALUE SPACES.
       01 WS-RESTORE-ID-ENTRY      PIC X(6)  VALUE SPACES.
       01 WS-RESTORED-FLAG         PIC X     VALUE "N".
           88 CUSTOMER-WAS-RESTORED       VALUE "Y".

       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "CUSTREST".
       01 WS-BEFORE-IMAGE          PIC X(149) VALUE SPACES.
       01 WS-AFTER-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".
                    SET ARCHIVE-EOF TO TRUE
                 NOT AT END
                    IF ARC-CUSTOMER-ID = WS-RESTORE-ID-ENTRY
                       IF ARC-REST-OF-RECORD(1:20) = WS-ANON-NAME
                          SET ARCHIVE-IS-ANONYMIZED TO TRUE
                          SET ARCHIVE-EOF TO TRUE
                       ELSE
                          PERFORM RESTORE-THIS-CUSTOMER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
              CLOSE CUST-ARCHIVE
           END-IF

           IF ARCHIVE-IS-ANONYMIZED
              DISPLAY "CUSTOMER " WS-RESTORE-ID-ENTRY " ON "
                      WS-ARCHIVE-NAME
                      " IS ANONYMIZED - RESTORE REFUSED"
           ELSE
              IF NOT CUSTOMER-WAS-RESTORED
                 DISPLAY "CUSTOMER " WS-RESTORE-ID-ENTRY
                         " NOT FOUND ON " WS-ARCHIVE-NAME
              END-IF
           END-IF

           IF CUSTOMER-WAS-RESTORED
