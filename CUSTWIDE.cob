      *****************************************************************
      * Program name:    CUSTWIDE
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the one-time
      *                               conversion that widens the
      *                               customer number from three
      *                               digits to six in every file that
      *                               carries it - the indexed
      *                               masters are unloaded to a work
      *                               file under the old layout and
      *                               reloaded under the new one, the
      *                               flat files are rewritten in
      *                               place the same way, and every
      *                               file's record count before and
      *                               after is proved on CUSTWIDE.RPT.
      *                               A file that proves is noted on
      *                               CUSTWIDE.CTL so a rerun never
      *                               widens it a second time; any
      *                               count that does not prove ends
      *                               the run with RETURN-CODE 8
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTWIDE.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS OCM-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXR-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefKey
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-PERS-CUST-LINK ASSIGN TO "PERSCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPL-JMBG
               FILE STATUS IS WS-OLD-STATUS.
           SELECT PERS-CUST-LINK ASSIGN TO "PERSCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LinkJMBG
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-YTD-MASTER ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OYT-CUSTOMER-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT YTD-MASTER ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YtdCustomerID
               FILE STATUS IS WS-NEW-STATUS.
           SELECT FLAT-FILE ASSIGN USING WS-FLAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT WIDE-WORK ASSIGN TO "CUSTWIDE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT WIDE-CTL ASSIGN TO "CUSTWIDE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT WIDE-RPT ASSIGN TO "CUSTWIDE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The OLD- layouts are the three-digit records as they stand on
      * disk before the conversion; the COPY layouts are the widened
      * records every program now compiles against.
      *****************************************************************
       FD  OLD-CUSTOMER-MASTER.
       01 OLD-CUSTOMER-RECORD.
           02 OCM-CUSTOMER-ID     PIC   9(3).
           02 OCM-CUSTOMER-NAME   PIC   X(20).
           02 OCM-REST-OF-RECORD  PIC   X(123).

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  OLD-CUST-ACCT-XREF.
       01 OLD-XREF-RECORD.
           02 OXR-KEY.
              03 OXR-CUSTOMER-ID  PIC   9(3).
              03 OXR-ACCT-NUMBER  PIC   9(7).

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  OLD-PERS-CUST-LINK.
       01 OLD-LINK-RECORD.
           02 OPL-JMBG            PIC   9(13).
           02 OPL-CUSTOMER-ID     PIC   9(3).
           02 OPL-DATE            PIC   X(8).

       FD  PERS-CUST-LINK.
       01 PersCustLink.
           COPY PCLNKREC.

       FD  OLD-YTD-MASTER.
       01 OLD-YTD-RECORD.
           02 OYT-CUSTOMER-ID     PIC   9(3).
           02 OYT-AMOUNTS         PIC   X(27).

       FD  YTD-MASTER.
       01 YtdRecord.
           COPY PAYREC.

       FD  FLAT-FILE.
       01 FLAT-RECORD             PIC X(340).

       FD  WIDE-WORK.
       01 WIDE-WORK-RECORD        PIC X(340).

       FD  WIDE-CTL.
       01 WIDE-CTL-RECORD.
           02 WC-FILE-NAME        PIC   X(30).
           02 FILLER              PIC   X.
           02 WC-DATE             PIC   X(8).

       FD  WIDE-RPT.
       01 WIDE-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS            PIC XX VALUE "00".
           88 OLD-FILE-OK                     VALUE "00".
       01 WS-NEW-STATUS            PIC XX VALUE "00".
           88 NEW-FILE-OK                     VALUE "00".
       01 WS-FLAT-STATUS           PIC XX VALUE "00".
           88 FLAT-FILE-FOUND            VALUE "00".
       01 WS-WORK-STATUS           PIC XX VALUE "00".
           88 WORK-FILE-OK               VALUE "00".
       01 WS-CTL-STATUS            PIC XX VALUE "00".
           88 CTL-FILE-FOUND             VALUE "00".
       01 INPUT-EOF-FLAG           PIC X  VALUE "N".
           88 INPUT-EOF                   VALUE "Y".

       01 WS-FLAT-NAME             PIC X(30) VALUE SPACES.
       01 WS-FILE-LABEL            PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE              PIC X(8).

      *****************************************************************
      * Where the three-digit ids sit in the flat record being
      * rewritten - up to three per record (the history trail holds
      * one in the key and one in each image), in ascending order -
      * and how long the old record was. WS-ONLY-TYPE, when set,
      * limits the widening to records of that type byte, so a
      * backup's trailer count is left alone.
      *****************************************************************
       01 WS-ID-POSITIONS.
           02 WS-ID-POS            PIC 9(3) OCCURS 3.
       01 WS-ID-POS-COUNT          PIC 9     VALUE 0.
       01 WS-POS-IDX               PIC 9     VALUE 0.
       01 WS-OLD-LENGTH            PIC 9(3)  VALUE 0.
       01 WS-ONLY-TYPE             PIC X     VALUE SPACE.
       01 WS-IN-POS                PIC 9(3)  VALUE 0.
       01 WS-OUT-POS               PIC 9(3)  VALUE 0.
       01 WS-SEG-LEN               PIC S9(3) VALUE 0.

       01 WS-OLD-ID-TEXT           PIC X(3).
       01 WS-OLD-ID-NUM REDEFINES WS-OLD-ID-TEXT
                                   PIC 9(3).
       01 WS-NEW-ID-TEXT           PIC X(6).
       01 WS-NEW-ID-NUM REDEFINES WS-NEW-ID-TEXT
                                   PIC 9(6).

       01 DONE-TABLE.
           02 DONE-ENTRY OCCURS 100.
              03 DONE-FILE-NAME   PIC X(30).
       01 DONE-IDX                 PIC 999.
       01 DONE-MAX                 PIC 999 VALUE 0.
       01 WS-ALREADY-DONE-FLAG     PIC X  VALUE "N".
           88 FILE-ALREADY-DONE           VALUE "Y".

       01 ARCHIVE-DATE-TABLE.
           02 ARCHIVE-DATE-ENTRY OCCURS 100.
              03 ADT-DATE         PIC X(8).
       01 ADT-IDX                  PIC 999.
       01 ADT-MAX                  PIC 999 VALUE 0.
       01 WS-ADT-FOUND-FLAG        PIC X  VALUE "N".
           88 ARCHIVE-DATE-KNOWN          VALUE "Y".
       01 WS-ARCHIVE-DATE          PIC X(8).

       01 WS-BEFORE-COUNT          PIC 9(7) VALUE 0.
       01 WS-AFTER-COUNT           PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
       01 WS-ODD-ID-COUNT          PIC 9(7) VALUE 0.
       01 WS-TOTAL-BEFORE          PIC 9(7) VALUE 0.
       01 WS-TOTAL-AFTER           PIC 9(7) VALUE 0.
       01 WS-FILES-CONVERTED       PIC 9(3) VALUE 0.
       01 WS-FILES-SKIPPED         PIC 9(3) VALUE 0.
       01 WS-PROOF-FAILED-FLAG     PIC X  VALUE "N".
           88 A-PROOF-FAILED              VALUE "Y".

       01 WS-RPT-BEFORE            PIC ZZZZZZ9.
       01 WS-RPT-AFTER             PIC ZZZZZZ9.
       01 WS-RPT-COUNT             PIC ZZZZZZ9.

       01 WS-LOCK-ACTION           PIC X.
       01 WS-LOCK-STATUS2          PIC XX.
           88 LOCK-WAS-GRANTED            VALUE "00".
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "CUSTWIDE".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           02 WS-LOG-READ-COUNT    PIC 9(5) VALUE 0.
           02 WS-LOG-ACCEPT-COUNT  PIC 9(5) VALUE 0.
           02 WS-LOG-REJECT-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOG-RETURN-CODE       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE "START" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE "C" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOG-PROGRAM-NAME WS-LOCK-ACTION
                   WS-LOCK-STATUS2
           IF NOT LOCK-WAS-GRANTED
              DISPLAY "CUSTOMER-MASTER IS BEING UPDATED - RUN REFUSED"
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              MOVE 8 TO WS-LOG-RETURN-CODE
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                      WS-LOG-COUNTS WS-LOG-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           CALL "GETRUNDT" USING WS-RUN-DATE
           PERFORM LOAD-CONVERTED-FILES

           OPEN OUTPUT WIDE-RPT
           MOVE "CUSTOMER NUMBER WIDENING REPORT" TO WIDE-RPT-RECORD
           WRITE WIDE-RPT-RECORD
           MOVE "  FILE                           BEFORE    AFTER"
                TO WIDE-RPT-RECORD
           WRITE WIDE-RPT-RECORD

           PERFORM CONVERT-CUSTOMER-MASTER
           PERFORM CONVERT-CUST-ACCT-XREF
           PERFORM CONVERT-PERS-CUST-LINK
           PERFORM CONVERT-YTD-MASTER
           PERFORM CONVERT-FLAT-FILES
           PERFORM CONVERT-CUSTOMER-ARCHIVES

           MOVE SPACES TO WIDE-RPT-RECORD
           WRITE WIDE-RPT-RECORD
           MOVE SPACES TO WIDE-RPT-RECORD
           STRING "FILES CONVERTED: " DELIMITED BY SIZE
                  WS-FILES-CONVERTED DELIMITED BY SIZE
                  "   ALREADY CONVERTED OR ABSENT: " DELIMITED BY SIZE
                  WS-FILES-SKIPPED DELIMITED BY SIZE
                  INTO WIDE-RPT-RECORD
           WRITE WIDE-RPT-RECORD
           MOVE SPACES TO WIDE-RPT-RECORD
           IF A-PROOF-FAILED
              MOVE "RESULT: *** A RECORD COUNT DID NOT PROVE ***"
                   TO WIDE-RPT-RECORD
              WRITE WIDE-RPT-RECORD
              MOVE "RESTORE THE FAILED FILE FROM BACKUP BEFORE RERUN"
                   TO WIDE-RPT-RECORD
              WRITE WIDE-RPT-RECORD
           ELSE
              MOVE "RESULT: ALL RECORD COUNTS PROVED"
                   TO WIDE-RPT-RECORD
              WRITE WIDE-RPT-RECORD
           END-IF
           CLOSE WIDE-RPT

           MOVE "R" TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOG-PROGRAM-NAME WS-LOCK-ACTION
                   WS-LOCK-STATUS2

           DISPLAY "CUSTWIDE: " WS-FILES-CONVERTED " FILE(S) "
                   "WIDENED, " WS-TOTAL-AFTER " RECORD(S) REWRITTEN"

           MOVE WS-TOTAL-BEFORE   TO WS-LOG-READ-COUNT
           MOVE WS-TOTAL-AFTER    TO WS-LOG-ACCEPT-COUNT
           COMPUTE WS-LOG-REJECT-COUNT =
              WS-TOTAL-BEFORE - WS-TOTAL-AFTER
           IF A-PROOF-FAILED
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              MOVE 8 TO WS-LOG-RETURN-CODE
           ELSE
              MOVE "SUCCESS" TO WS-LOG-OUTCOME
              MOVE 0 TO WS-LOG-RETURN-CODE
           END-IF
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           IF A-PROOF-FAILED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

      *****************************************************************
      * CUSTWIDE.CTL lists every file already widened and proved, so
      * a rerun after a failure converts only what is still left.
      *****************************************************************
       LOAD-CONVERTED-FILES.
           MOVE 0 TO DONE-MAX
           MOVE "N" TO INPUT-EOF-FLAG
           OPEN INPUT WIDE-CTL
           IF CTL-FILE-FOUND
              PERFORM UNTIL INPUT-EOF
                 READ WIDE-CTL
                    AT END
                       SET INPUT-EOF TO TRUE
                    NOT AT END
                       IF DONE-MAX < 100
                          ADD 1 TO DONE-MAX
                          MOVE WC-FILE-NAME TO DONE-FILE-NAME(DONE-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WIDE-CTL
           END-IF.

       CHECK-ALREADY-CONVERTED.
           PERFORM FIND-CONVERTED-FILE
           IF FILE-ALREADY-DONE
              ADD 1 TO WS-FILES-SKIPPED
              MOVE SPACES TO WIDE-RPT-RECORD
              STRING "  " DELIMITED BY SIZE
                     WS-FILE-LABEL DELIMITED BY "  "
                     " ALREADY CONVERTED - SKIPPED" DELIMITED BY SIZE
                     INTO WIDE-RPT-RECORD
              WRITE WIDE-RPT-RECORD
           END-IF.

       FIND-CONVERTED-FILE.
           MOVE "N" TO WS-ALREADY-DONE-FLAG
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > DONE-MAX OR FILE-ALREADY-DONE
              IF DONE-FILE-NAME(DONE-IDX) = WS-FILE-LABEL
                 SET FILE-ALREADY-DONE TO TRUE
              END-IF
           END-PERFORM.

       NOTE-FILE-CONVERTED.
           OPEN EXTEND WIDE-CTL
           IF WS-CTL-STATUS = "35"
              OPEN OUTPUT WIDE-CTL
           END-IF
           INITIALIZE WIDE-CTL-RECORD WITH FILLER
           MOVE WS-FILE-LABEL TO WC-FILE-NAME
           MOVE WS-RUN-DATE   TO WC-DATE
           WRITE WIDE-CTL-RECORD
           CLOSE WIDE-CTL
           IF DONE-MAX < 100
              ADD 1 TO DONE-MAX
              MOVE WS-FILE-LABEL TO DONE-FILE-NAME(DONE-MAX)
           END-IF.

       WRITE-ABSENT-LINE.
           ADD 1 TO WS-FILES-SKIPPED
           MOVE SPACES TO WIDE-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-FILE-LABEL DELIMITED BY "  "
                  " NOT PRESENT - SKIPPED" DELIMITED BY SIZE
                  INTO WIDE-RPT-RECORD
           WRITE WIDE-RPT-RECORD.

      *****************************************************************
      * Every file proves the same way - what was read under the old
      * layout must all be back under the new one, nothing dropped
      * and nothing rejected on the rewrite.
      *****************************************************************
       PROVE-FILE-COUNTS.
           ADD WS-BEFORE-COUNT TO WS-TOTAL-BEFORE
           ADD WS-AFTER-COUNT  TO WS-TOTAL-AFTER
           MOVE WS-BEFORE-COUNT TO WS-RPT-BEFORE
           MOVE WS-AFTER-COUNT  TO WS-RPT-AFTER
           MOVE SPACES TO WIDE-RPT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-FILE-LABEL DELIMITED BY SIZE
                  WS-RPT-BEFORE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RPT-AFTER DELIMITED BY SIZE
                  INTO WIDE-RPT-RECORD
           WRITE WIDE-RPT-RECORD

           IF WS-ODD-ID-COUNT > 0
              MOVE WS-ODD-ID-COUNT TO WS-RPT-COUNT
              MOVE SPACES TO WIDE-RPT-RECORD
              STRING "    NON-NUMERIC IDS ZERO-FILLED: "
                        DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     INTO WIDE-RPT-RECORD
              WRITE WIDE-RPT-RECORD
           END-IF

           IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT
              OR WS-REJECTED-COUNT > 0
              SET A-PROOF-FAILED TO TRUE
              MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT
              MOVE SPACES TO WIDE-RPT-RECORD
              STRING "    *** COUNT DOES NOT PROVE - REJECTED: "
                        DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     INTO WIDE-RPT-RECORD
              WRITE WIDE-RPT-RECORD
           ELSE
              ADD 1 TO WS-FILES-CONVERTED
              PERFORM NOTE-FILE-CONVERTED
           END-IF.

       RESET-FILE-COUNTS.
           MOVE 0 TO WS-BEFORE-COUNT WS-AFTER-COUNT
                     WS-REJECTED-COUNT WS-ODD-ID-COUNT.

      *****************************************************************
      * The four indexed files - unload under the old key to the work
      * file already widened, then reload under the new key.
      *****************************************************************
       CONVERT-CUSTOMER-MASTER.
           MOVE "CUSTMAST.DAT" TO WS-FILE-LABEL
           PERFORM CHECK-ALREADY-CONVERTED
           IF NOT FILE-ALREADY-DONE
              PERFORM RESET-FILE-COUNTS
              OPEN INPUT OLD-CUSTOMER-MASTER
              IF NOT OLD-FILE-OK
                 PERFORM WRITE-ABSENT-LINE
              ELSE
                 OPEN OUTPUT WIDE-WORK
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ OLD-CUSTOMER-MASTER NEXT RECORD
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-BEFORE-COUNT
                          MOVE SPACES TO WIDE-WORK-RECORD
                          MOVE OCM-CUSTOMER-ID TO WS-NEW-ID-NUM
                          MOVE WS-NEW-ID-TEXT TO WIDE-WORK-RECORD(1:6)
                          MOVE OCM-CUSTOMER-NAME
                               TO WIDE-WORK-RECORD(7:20)
                          MOVE OCM-REST-OF-RECORD
                               TO WIDE-WORK-RECORD(27:123)
                          WRITE WIDE-WORK-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE OLD-CUSTOMER-MASTER
                 CLOSE WIDE-WORK

                 OPEN INPUT WIDE-WORK
                 OPEN OUTPUT CUSTOMER-MASTER
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ WIDE-WORK
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          MOVE WIDE-WORK-RECORD TO Customer
                          WRITE Customer
                             INVALID KEY
                                ADD 1 TO WS-REJECTED-COUNT
                             NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                          END-WRITE
                    END-READ
                 END-PERFORM
                 CLOSE CUSTOMER-MASTER
                 CLOSE WIDE-WORK
                 PERFORM PROVE-FILE-COUNTS
              END-IF
           END-IF.

       CONVERT-CUST-ACCT-XREF.
           MOVE "CUSTACCT.DAT" TO WS-FILE-LABEL
           PERFORM CHECK-ALREADY-CONVERTED
           IF NOT FILE-ALREADY-DONE
              PERFORM RESET-FILE-COUNTS
              OPEN INPUT OLD-CUST-ACCT-XREF
              IF NOT OLD-FILE-OK
                 PERFORM WRITE-ABSENT-LINE
              ELSE
                 OPEN OUTPUT WIDE-WORK
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ OLD-CUST-ACCT-XREF NEXT RECORD
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-BEFORE-COUNT
                          MOVE SPACES TO WIDE-WORK-RECORD
                          MOVE OXR-CUSTOMER-ID TO WS-NEW-ID-NUM
                          MOVE WS-NEW-ID-TEXT TO WIDE-WORK-RECORD(1:6)
                          MOVE OXR-ACCT-NUMBER
                               TO WIDE-WORK-RECORD(7:7)
                          WRITE WIDE-WORK-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE OLD-CUST-ACCT-XREF
                 CLOSE WIDE-WORK

                 OPEN INPUT WIDE-WORK
                 OPEN OUTPUT CUST-ACCT-XREF
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ WIDE-WORK
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          MOVE WIDE-WORK-RECORD TO CustAcctXref
                          WRITE CustAcctXref
                             INVALID KEY
                                ADD 1 TO WS-REJECTED-COUNT
                             NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                          END-WRITE
                    END-READ
                 END-PERFORM
                 CLOSE CUST-ACCT-XREF
                 CLOSE WIDE-WORK
                 PERFORM PROVE-FILE-COUNTS
              END-IF
           END-IF.

       CONVERT-PERS-CUST-LINK.
           MOVE "PERSCUST.DAT" TO WS-FILE-LABEL
           PERFORM CHECK-ALREADY-CONVERTED
           IF NOT FILE-ALREADY-DONE
              PERFORM RESET-FILE-COUNTS
              OPEN INPUT OLD-PERS-CUST-LINK
              IF NOT OLD-FILE-OK
                 PERFORM WRITE-ABSENT-LINE
              ELSE
                 OPEN OUTPUT WIDE-WORK
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ OLD-PERS-CUST-LINK NEXT RECORD
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-BEFORE-COUNT
                          MOVE SPACES TO WIDE-WORK-RECORD
                          MOVE OPL-JMBG TO WIDE-WORK-RECORD(1:13)
                          MOVE OPL-CUSTOMER-ID TO WS-NEW-ID-NUM
                          MOVE WS-NEW-ID-TEXT
                               TO WIDE-WORK-RECORD(14:6)
                          MOVE OPL-DATE TO WIDE-WORK-RECORD(20:8)
                          WRITE WIDE-WORK-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE OLD-PERS-CUST-LINK
                 CLOSE WIDE-WORK

                 OPEN INPUT WIDE-WORK
                 OPEN OUTPUT PERS-CUST-LINK
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ WIDE-WORK
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          MOVE WIDE-WORK-RECORD TO PersCustLink
                          WRITE PersCustLink
                             INVALID KEY
                                ADD 1 TO WS-REJECTED-COUNT
                             NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                          END-WRITE
                    END-READ
                 END-PERFORM
                 CLOSE PERS-CUST-LINK
                 CLOSE WIDE-WORK
                 PERFORM PROVE-FILE-COUNTS
              END-IF
           END-IF.

       CONVERT-YTD-MASTER.
           MOVE "PAYYTD.DAT" TO WS-FILE-LABEL
           PERFORM CHECK-ALREADY-CONVERTED
           IF NOT FILE-ALREADY-DONE
              PERFORM RESET-FILE-COUNTS
              OPEN INPUT OLD-YTD-MASTER
              IF NOT OLD-FILE-OK
                 PERFORM WRITE-ABSENT-LINE
              ELSE
                 OPEN OUTPUT WIDE-WORK
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ OLD-YTD-MASTER NEXT RECORD
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-BEFORE-COUNT
                          MOVE SPACES TO WIDE-WORK-RECORD
                          MOVE OYT-CUSTOMER-ID TO WS-NEW-ID-NUM
                          MOVE WS-NEW-ID-TEXT TO WIDE-WORK-RECORD(1:6)
                          MOVE OYT-AMOUNTS TO WIDE-WORK-RECORD(7:27)
                          WRITE WIDE-WORK-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE OLD-YTD-MASTER
                 CLOSE WIDE-WORK

                 OPEN INPUT WIDE-WORK
                 OPEN OUTPUT YTD-MASTER
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ WIDE-WORK
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          MOVE WIDE-WORK-RECORD TO YtdRecord
                          WRITE YtdRecord
                             INVALID KEY
                                ADD 1 TO WS-REJECTED-COUNT
                             NOT INVALID KEY
                                ADD 1 TO WS-AFTER-COUNT
                          END-WRITE
                    END-READ
                 END-PERFORM
                 CLOSE YTD-MASTER
                 CLOSE WIDE-WORK
                 PERFORM PROVE-FILE-COUNTS
              END-IF
           END-IF.

      *****************************************************************
      * The flat files that carry a customer number, each with where
      * its ids sit under the old layout and the old record length.
      *****************************************************************
       CONVERT-FLAT-FILES.
           MOVE "CUSTUPDT.IN" TO WS-FLAT-NAME
           MOVE 1 TO WS-ID-POS-COUNT
           MOVE 2 TO WS-ID-POS(1)
           MOVE 158 TO WS-OLD-LENGTH
           MOVE SPACE TO WS-ONLY-TYPE
           PERFORM CONVERT-FLAT-FILE

           MOVE "CUSTPEND.DAT" TO WS-FLAT-NAME
           PERFORM CONVERT-FLAT-FILE

           MOVE "REJWORK.TRN" TO WS-FLAT-NAME
           MOVE 32 TO WS-OLD-LENGTH
           PERFORM CONVERT-FLAT-FILE

           MOVE "ACCTXREF.IN" TO WS-FLAT-NAME
           MOVE 11 TO WS-OLD-LENGTH
           PERFORM CONVERT-FLAT-FILE

           MOVE "PAYROLL.IN" TO WS-FLAT-NAME
           MOVE 1 TO WS-ID-POS(1)
           MOVE 14 TO WS-OLD-LENGTH
           PERFORM CONVERT-FLAT-FILE

           MOVE "PAYROLL.EDT" TO WS-FLAT-NAME
           PERFORM CONVERT-FLAT-FILE

           MOVE "CUSTLOAD.SEQ" TO WS-FLAT-NAME
           MOVE 3 TO WS-OLD-LENGTH
           PERFORM CONVERT-FLAT-FILE

           MOVE "HSHLD.DAT" TO WS-FLAT-NAME
           MOVE 7 TO WS-ID-POS(1)
           MOVE 72 TO WS-OLD-LENGTH
           PERFORM CONVERT-FLAT-FILE

           MOVE "CUSTMAST.BKP" TO WS-FLAT-NAME
           MOVE 2 TO WS-ID-POS(1)
           MOVE 147 TO WS-OLD-LENGTH
           MOVE "D" TO WS-ONLY-TYPE
           PERFORM CONVERT-FLAT-FILE
           MOVE SPACE TO WS-ONLY-TYPE

           MOVE "CUSTHIST.LOG" TO WS-FLAT-NAME
           MOVE 3 TO WS-ID-POS-COUNT
           MOVE 30 TO WS-ID-POS(1)
           MOVE 34 TO WS-ID-POS(2)
           MOVE 181 TO WS-ID-POS(3)
           MOVE 326 TO WS-OLD-LENGTH
           PERFORM CONVERT-FLAT-FILE.

      *****************************************************************
      * Each dated purge archive is listed on CUSTARCH.IDX, so the
      * dates are gathered from the index while it is still in the
      * old layout, each archive is widened, then the index itself.
      *****************************************************************
       CONVERT-CUSTOMER-ARCHIVES.
           MOVE 0 TO ADT-MAX
           MOVE "CUSTARCH.IDX" TO WS-FLAT-NAME
           MOVE WS-FLAT-NAME TO WS-FILE-LABEL
           PERFORM FIND-CONVERTED-FILE
           IF NOT FILE-ALREADY-DONE
              MOVE "N" TO INPUT-EOF-FLAG
              OPEN INPUT FLAT-FILE
              IF FLAT-FILE-FOUND
                 PERFORM UNTIL INPUT-EOF
                    READ FLAT-FILE
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          MOVE FLAT-RECORD(5:8) TO WS-ARCHIVE-DATE
                          PERFORM NOTE-ARCHIVE-DATE
                    END-READ
                 END-PERFORM
                 CLOSE FLAT-FILE
              END-IF
           END-IF

           MOVE 1 TO WS-ID-POS-COUNT
           MOVE 1 TO WS-ID-POS(1)
           MOVE 146 TO WS-OLD-LENGTH
           MOVE SPACE TO WS-ONLY-TYPE
           PERFORM VARYING ADT-IDX FROM 1 BY 1 UNTIL ADT-IDX > ADT-MAX
              MOVE SPACES TO WS-FLAT-NAME
              STRING "CUSTARCH." DELIMITED BY SIZE
                     ADT-DATE(ADT-IDX) DELIMITED BY SIZE
                     ".DAT" DELIMITED BY SIZE
                     INTO WS-FLAT-NAME
              PERFORM CONVERT-FLAT-FILE
           END-PERFORM

           MOVE "CUSTARCH.IDX" TO WS-FLAT-NAME
           MOVE 33 TO WS-OLD-LENGTH
           PERFORM CONVERT-FLAT-FILE.

       NOTE-ARCHIVE-DATE.
           MOVE "N" TO WS-ADT-FOUND-FLAG
           PERFORM VARYING ADT-IDX FROM 1 BY 1
                   UNTIL ADT-IDX > ADT-MAX OR ARCHIVE-DATE-KNOWN
              IF ADT-DATE(ADT-IDX) = WS-ARCHIVE-DATE
                 SET ARCHIVE-DATE-KNOWN TO TRUE
              END-IF
           END-PERFORM
           IF NOT ARCHIVE-DATE-KNOWN AND ADT-MAX < 100
              ADD 1 TO ADT-MAX
              MOVE WS-ARCHIVE-DATE TO ADT-DATE(ADT-MAX)
           END-IF.

       CONVERT-FLAT-FILE.
           MOVE WS-FLAT-NAME TO WS-FILE-LABEL
           PERFORM CHECK-ALREADY-CONVERTED
           IF NOT FILE-ALREADY-DONE
              PERFORM RESET-FILE-COUNTS
              OPEN INPUT FLAT-FILE
              IF NOT FLAT-FILE-FOUND
                 PERFORM WRITE-ABSENT-LINE
              ELSE
                 OPEN OUTPUT WIDE-WORK
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ FLAT-FILE
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          ADD 1 TO WS-BEFORE-COUNT
                          PERFORM WIDEN-FLAT-RECORD
                          WRITE WIDE-WORK-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE FLAT-FILE
                 CLOSE WIDE-WORK

                 OPEN INPUT WIDE-WORK
                 OPEN OUTPUT FLAT-FILE
                 MOVE "N" TO INPUT-EOF-FLAG
                 PERFORM UNTIL INPUT-EOF
                    READ WIDE-WORK
                       AT END
                          SET INPUT-EOF TO TRUE
                       NOT AT END
                          MOVE WIDE-WORK-RECORD TO FLAT-RECORD
                          WRITE FLAT-RECORD
                          ADD 1 TO WS-AFTER-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE FLAT-FILE
                 CLOSE WIDE-WORK
                 PERFORM PROVE-FILE-COUNTS
              END-IF
           END-IF.

      *****************************************************************
      * Copy the record across segment by segment, putting each
      * three-digit id back as six digits, so everything after an id
      * moves right by three.
      *****************************************************************
       WIDEN-FLAT-RECORD.
           MOVE SPACES TO WIDE-WORK-RECORD
           IF WS-ONLY-TYPE NOT = SPACE
              AND FLAT-RECORD(1:1) NOT = WS-ONLY-TYPE
              MOVE FLAT-RECORD TO WIDE-WORK-RECORD
           ELSE
              MOVE 1 TO WS-IN-POS
              MOVE 1 TO WS-OUT-POS
              PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                      UNTIL WS-POS-IDX > WS-ID-POS-COUNT
                 COMPUTE WS-SEG-LEN = WS-ID-POS(WS-POS-IDX) - WS-IN-POS
                 IF WS-SEG-LEN > 0
                    MOVE FLAT-RECORD(WS-IN-POS:WS-SEG-LEN)
                         TO WIDE-WORK-RECORD(WS-OUT-POS:WS-SEG-LEN)
                    ADD WS-SEG-LEN TO WS-OUT-POS
                 END-IF
                 MOVE FLAT-RECORD(WS-ID-POS(WS-POS-IDX):3)
                      TO WS-OLD-ID-TEXT
                 PERFORM WIDEN-ONE-ID
                 MOVE WS-NEW-ID-TEXT TO WIDE-WORK-RECORD(WS-OUT-POS:6)
                 ADD 6 TO WS-OUT-POS
                 COMPUTE WS-IN-POS = WS-ID-POS(WS-POS-IDX) + 3
              END-PERFORM
              COMPUTE WS-SEG-LEN = WS-OLD-LENGTH - WS-IN-POS + 1
              IF WS-SEG-LEN > 0
                 MOVE FLAT-RECORD(WS-IN-POS:WS-SEG-LEN)
                      TO WIDE-WORK-RECORD(WS-OUT-POS:WS-SEG-LEN)
              END-IF
           END-IF.

       WIDEN-ONE-ID.
           EVALUATE TRUE
              WHEN WS-OLD-ID-TEXT = SPACES
                 MOVE SPACES TO WS-NEW-ID-TEXT
              WHEN WS-OLD-ID-TEXT IS NUMERIC
                 MOVE WS-OLD-ID-NUM TO WS-NEW-ID-NUM
              WHEN OTHER
                 ADD 1 TO WS-ODD-ID-COUNT
                 MOVE SPACES TO WS-NEW-ID-TEXT
                 STRING "000" DELIMITED BY SIZE
                        WS-OLD-ID-TEXT DELIMITED BY SIZE
                        INTO WS-NEW-ID-TEXT
           END-EVALUATE.
