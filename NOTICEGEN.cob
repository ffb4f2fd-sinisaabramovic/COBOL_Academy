      *****************************************************************
      * Program name:    NOTICEGEN
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the nightly customer
      *                               notice run - picks up address
      *                               changes from CUSTHIST.LOG and
      *                               dormancy, closure and standing
      *                               order suspension from
      *                               ACCTEVT.LOG, words each from its
      *                               template on NOTCTMPL.DAT and
      *                               writes one merged notice file
      *                               addressed for post or e-mail as
      *                               each customer prefers, with the
      *                               sent-notice registry on
      *                               NOTCSENT.DAT stopping any notice
      *                               going out twice
      * 15/10/2026 SINISA ABRAMOVIC  Product conversions from YOUTHCNV
      *                               are notified as PRODCONV with
      *                               starter wording, added once to a
      *                               template file that predates it
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOTICEGEN.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-HISTORY ASSIGN TO "CUSTHIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ACCT-EVENTS ASSIGN TO "ACCTEVT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT NOTICE-TEMPLATES ASSIGN TO "NOTCTMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefKey
               FILE STATUS IS WS-XREF-STATUS.
           SELECT NOTICE-SENT ASSIGN TO "NOTCSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SentKey
               FILE STATUS IS WS-SENT-STATUS.
           SELECT NOTICE-FILE ASSIGN USING WS-NOTICE-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-HISTORY.
       01 CUST-HISTORY-RECORD.
           02 CH-DATE             PIC   X(8).
           02 FILLER              PIC   X.
           02 CH-TIME             PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-PROGRAM          PIC   X(12).
           02 FILLER              PIC   X.
           02 CH-CUSTOMER-ID      PIC   X(6).
           02 FILLER              PIC   X.
           02 CH-BEFORE-IMAGE     PIC   X(149).
           02 FILLER              PIC   X.
           02 CH-AFTER-IMAGE      PIC   X(149).

       FD  ACCT-EVENTS.
       01 ACCT-EVENT-RECORD.
           COPY AEVTREC.

       FD  NOTICE-TEMPLATES.
       01 NOTICE-TEMPLATE-RECORD.
           COPY NTPLREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  NOTICE-SENT.
       01 SentNotice.
           COPY NSENTREC.

      *****************************************************************
      * NH opens a notice (channel, customer, event), NA lines carry
      * the postal or e-mail address, NS the subject, NB the body,
      * NR the account or order it concerns, and NE closes it.
      *****************************************************************
       FD  NOTICE-FILE.
       01 NOTICE-RECORD.
           02 NR-TYPE             PIC   XX.
           02 FILLER              PIC   X.
           02 NR-NOTICE-NUMBER    PIC   9(6).
           02 FILLER              PIC   X.
           02 NR-TEXT             PIC   X(70).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS        PIC XX VALUE "00".
           88 HISTORY-FILE-FOUND         VALUE "00".
       01 WS-EVENT-STATUS          PIC XX VALUE "00".
           88 EVENT-FILE-FOUND           VALUE "00".
       01 WS-TEMPLATE-STATUS       PIC XX VALUE "00".
           88 TEMPLATE-FILE-FOUND        VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                    VALUE "00".
       01 WS-SENT-STATUS           PIC XX VALUE "00".
           88 SENT-FILE-OK               VALUE "00".
       01 HISTORY-EOF-FLAG         PIC X  VALUE "N".
           88 HISTORY-EOF                VALUE "Y".
       01 EVENT-EOF-FLAG           PIC X  VALUE "N".
           88 EVENT-EOF                  VALUE "Y".
       01 TEMPLATE-EOF-FLAG        PIC X  VALUE "N".
           88 TEMPLATE-EOF               VALUE "Y".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                   VALUE "Y".
       01 WS-ALREADY-SENT-FLAG     PIC X  VALUE "N".
           88 NOTICE-ALREADY-SENT        VALUE "Y".
       01 WS-CUST-FOUND-FLAG       PIC X  VALUE "N".
           88 NOTICE-CUSTOMER-FOUND      VALUE "Y".
       01 WS-TEMPLATE-HIT-FLAG     PIC X  VALUE "N".
           88 TEMPLATE-WAS-FOUND         VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-NUM          PIC 9(8).
       01 WS-EVENT-DATE-NUM        PIC 9(8).
       01 WS-NOTICE-DAYS           PIC 9(4) VALUE 7.
       01 WS-CUTOFF-INT            PIC 9(8).
       01 WS-EVENT-INT             PIC 9(8).

      *****************************************************************
      * Template wording, loaded whole from NOTCTMPL.DAT.
      *****************************************************************
       01 TEMPLATE-TABLE.
           02 TEMPLATE-ENTRY OCCURS 200.
              03 TT-EVENT          PIC X(8).
              03 TT-LINE-NO        PIC 99.
              03 TT-TEXT           PIC X(60).
       01 TEMPLATE-IDX             PIC 999.
       01 TEMPLATE-MAX             PIC 999 VALUE 0.
       01 WS-STARTER-LINES.
           02 WS-STARTER-LINE      PIC X(60) OCCURS 4.

      *****************************************************************
      * Account events inside the look-back window, held so one pass
      * of the account cross-reference finds every holder of each
      * account.
      *****************************************************************
       01 EVENT-TABLE.
           02 EVENT-ENTRY OCCURS 1000.
              03 ET-EVENT          PIC X(8).
              03 ET-ACCT-NUMBER    PIC 9(7).
              03 ET-REFERENCE      PIC X(10).
              03 ET-STAMP          PIC X(14).
       01 EVENT-IDX                PIC 9(4).
       01 EVENT-MAX                PIC 9(4) VALUE 0.

      *****************************************************************
      * The notice being produced.
      *****************************************************************
       01 WS-NOTICE-CUSTOMER       PIC 9(6).
       01 WS-NOTICE-EVENT          PIC X(8).
       01 WS-NOTICE-REFERENCE      PIC X(10).
       01 WS-NOTICE-STAMP          PIC X(14).
       01 WS-NOTICE-ACCT           PIC 9(7).
       01 WS-NOTICE-CHANNEL        PIC X.
           88 NOTICE-BY-EMAIL            VALUE "E".
           88 NOTICE-BY-POST             VALUE "P".
       01 WS-NOTICE-NUMBER         PIC 9(6) VALUE 0.
       01 WS-CHANNEL-TEXT          PIC X(6).

       01 WS-HISTORY-READ          PIC 9(5) VALUE 0.
       01 WS-EVENTS-READ           PIC 9(5) VALUE 0.
       01 WS-EVENTS-IN-WINDOW      PIC 9(5) VALUE 0.
       01 WS-EVENTS-DROPPED        PIC 9(5) VALUE 0.
       01 WS-NOTICES-WRITTEN       PIC 9(5) VALUE 0.
       01 WS-NOTICES-POST          PIC 9(5) VALUE 0.
       01 WS-NOTICES-EMAIL         PIC 9(5) VALUE 0.
       01 WS-ALREADY-SENT-COUNT    PIC 9(5) VALUE 0.
       01 WS-NO-CUSTOMER-COUNT     PIC 9(5) VALUE 0.
       01 WS-NO-TEMPLATE-COUNT     PIC 9(5) VALUE 0.

       01 WS-GEN-BASE              PIC X(14).
       01 WS-NOTICE-GEN-NAME       PIC X(30).
       01 WS-GEN-ACTION            PIC X.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                       SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "NOTICEGEN".
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

           CALL "GETRUNDT" USING WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           PERFORM LOAD-NOTICE-DAYS
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              - WS-NOTICE-DAYS

           PERFORM LOAD-TEMPLATE-TABLE
           IF TEMPLATE-MAX = 0
              PERFORM INIT-STARTER-TEMPLATES
              PERFORM SAVE-TEMPLATE-TABLE
              DISPLAY "NO NOTICE TEMPLATES ON FILE - STARTER WORDING "
                      "WRITTEN TO NOTCTMPL.DAT"
           ELSE
              PERFORM CHECK-CONVERSION-TEMPLATE
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF NOT CUSTMAST-OK
              DISPLAY "NOTICEGEN: CUSTMAST.DAT NOT AVAILABLE - "
                      "STATUS " WS-CUSTMAST-STATUS
              MOVE 8 TO WS-FINAL-RC
              MOVE "FAILURE" TO WS-LOG-OUTCOME
              MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
              CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME
                      WS-LOG-OUTCOME WS-LOG-COUNTS
                      WS-LOG-RETURN-CODE
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O NOTICE-SENT
           IF NOT SENT-FILE-OK
              CLOSE NOTICE-SENT
              OPEN OUTPUT NOTICE-SENT
              CLOSE NOTICE-SENT
              OPEN I-O NOTICE-SENT
           END-IF

           MOVE "NOTICES.OUT" TO WS-GEN-BASE
           MOVE "N" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-NOTICE-GEN-NAME
           OPEN OUTPUT NOTICE-FILE

           PERFORM SCAN-CUSTOMER-HISTORY
           PERFORM LOAD-ACCOUNT-EVENTS
           IF EVENT-MAX > 0
              PERFORM SCAN-ACCOUNT-HOLDERS
           END-IF

           CLOSE NOTICE-FILE
           CLOSE NOTICE-SENT
           CLOSE CUSTOMER-MASTER

           DISPLAY "NOTICEGEN: " WS-NOTICES-WRITTEN " NOTICE(S) TO "
                   WS-NOTICE-GEN-NAME
           DISPLAY "NOTICEGEN: " WS-NOTICES-POST " BY POST, "
                   WS-NOTICES-EMAIL " BY E-MAIL, "
                   WS-ALREADY-SENT-COUNT " ALREADY SENT"
           IF WS-NO-CUSTOMER-COUNT > 0
              DISPLAY "NOTICEGEN: " WS-NO-CUSTOMER-COUNT
                      " EVENT(S) FOR A CUSTOMER NOT ON FILE"
           END-IF
           IF WS-NO-TEMPLATE-COUNT > 0
              DISPLAY "NOTICEGEN: " WS-NO-TEMPLATE-COUNT
                      " EVENT(S) WITH NO TEMPLATE ON NOTCTMPL.DAT"
           END-IF
           IF WS-EVENTS-DROPPED > 0
              DISPLAY "NOTICEGEN: " WS-EVENTS-DROPPED
                      " ACCOUNT EVENT(S) OVER THE 1000 TABLE LIMIT "
                      "LEFT FOR THE NEXT RUN"
           END-IF
           IF WS-NO-CUSTOMER-COUNT > 0 OR WS-NO-TEMPLATE-COUNT > 0
              OR WS-EVENTS-DROPPED > 0
              MOVE 4 TO WS-FINAL-RC
           END-IF

           MOVE "NOTICES-WRITTEN" TO WS-CTL-COUNTER
           MOVE WS-NOTICES-WRITTEN TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           COMPUTE WS-LOG-READ-COUNT =
              WS-HISTORY-READ + WS-EVENTS-READ
           MOVE WS-NOTICES-WRITTEN TO WS-LOG-ACCEPT-COUNT
           COMPUTE WS-LOG-REJECT-COUNT =
              WS-NO-CUSTOMER-COUNT + WS-NO-TEMPLATE-COUNT
           MOVE WS-FINAL-RC TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       LOAD-NOTICE-DAYS.
           MOVE "NOTICE-DAYS" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND
              COMPUTE WS-NOTICE-DAYS =
                 FUNCTION NUMVAL(WS-PARM-VALUE)
           END-IF.

       LOAD-TEMPLATE-TABLE.
           MOVE 0 TO TEMPLATE-MAX
           MOVE "N" TO TEMPLATE-EOF-FLAG
           OPEN INPUT NOTICE-TEMPLATES
           IF TEMPLATE-FILE-FOUND
              PERFORM UNTIL TEMPLATE-EOF
                 READ NOTICE-TEMPLATES
                    AT END
                       SET TEMPLATE-EOF TO TRUE
                    NOT AT END
                       IF TEMPLATE-MAX < 200 AND NT-EVENT NOT = SPACES
                          AND NT-LINE-NO IS NUMERIC
                          ADD 1 TO TEMPLATE-MAX
                          MOVE NT-EVENT   TO TT-EVENT(TEMPLATE-MAX)
                          MOVE NT-LINE-NO TO TT-LINE-NO(TEMPLATE-MAX)
                          MOVE NT-TEXT    TO TT-TEXT(TEMPLATE-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTICE-TEMPLATES
           END-IF.

       SAVE-TEMPLATE-TABLE.
           OPEN OUTPUT NOTICE-TEMPLATES
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                   UNTIL TEMPLATE-IDX > TEMPLATE-MAX
              INITIALIZE NOTICE-TEMPLATE-RECORD WITH FILLER
              MOVE TT-EVENT(TEMPLATE-IDX)   TO NT-EVENT
              MOVE TT-LINE-NO(TEMPLATE-IDX) TO NT-LINE-NO
              MOVE TT-TEXT(TEMPLATE-IDX)    TO NT-TEXT
              WRITE NOTICE-TEMPLATE-RECORD
           END-PERFORM
           CLOSE NOTICE-TEMPLATES.

      *****************************************************************
      * Starter wording for the five events, written out so the text
      * can be edited on NOTCTMPL.DAT from then on. Line 00 is the
      * subject of each notice.
      *****************************************************************
       INIT-STARTER-TEMPLATES.
           MOVE 0 TO TEMPLATE-MAX
           MOVE "ADDRCHG" TO WS-NOTICE-EVENT
           MOVE "CHANGE OF ADDRESS CONFIRMATION" TO WS-STARTER-LINE(1)
           MOVE "WE HAVE UPDATED THE ADDRESS WE HOLD FOR YOU."
                TO WS-STARTER-LINE(2)
           MOVE "IF YOU DID NOT ASK FOR THIS CHANGE PLEASE CONTACT"
                TO WS-STARTER-LINE(3)
           MOVE "YOUR BRANCH STRAIGHT AWAY." TO WS-STARTER-LINE(4)
           PERFORM NUMBER-STARTER-LINES

           MOVE "DORMANT" TO WS-NOTICE-EVENT
           MOVE "YOUR ACCOUNT HAS BECOME DORMANT" TO WS-STARTER-LINE(1)
           MOVE "THERE HAS BEEN NO ACTIVITY ON YOUR ACCOUNT FOR SOME"
                TO WS-STARTER-LINE(2)
           MOVE "TIME AND IT HAS BEEN MARKED DORMANT. ANY DEPOSIT OR"
                TO WS-STARTER-LINE(3)
           MOVE "A VISIT TO YOUR BRANCH WILL REACTIVATE IT."
                TO WS-STARTER-LINE(4)
           PERFORM NUMBER-STARTER-LINES

           MOVE "CLOSED" TO WS-NOTICE-EVENT
           MOVE "YOUR ACCOUNT HAS BEEN CLOSED" TO WS-STARTER-LINE(1)
           MOVE "THE ACCOUNT SHOWN BELOW IS NOW CLOSED. ANY REMAINING"
                TO WS-STARTER-LINE(2)
           MOVE "BALANCE HAS BEEN SETTLED AS YOU INSTRUCTED."
                TO WS-STARTER-LINE(3)
           MOVE "THANK YOU FOR BANKING WITH US." TO WS-STARTER-LINE(4)
           PERFORM NUMBER-STARTER-LINES

           MOVE "SOSUSP" TO WS-NOTICE-EVENT
           MOVE "STANDING ORDER SUSPENDED" TO WS-STARTER-LINE(1)
           MOVE "A STANDING ORDER ON YOUR ACCOUNT HAS BEEN SUSPENDED"
                TO WS-STARTER-LINE(2)
           MOVE "AND NO FURTHER PAYMENTS WILL BE MADE UNTIL IT IS"
                TO WS-STARTER-LINE(3)
           MOVE "RESUMED. PLEASE CONTACT YOUR BRANCH IF THIS IS WRONG."
                TO WS-STARTER-LINE(4)
           PERFORM NUMBER-STARTER-LINES

           PERFORM ADD-CONVERSION-STARTER.

      *****************************************************************
      * The product conversion wording came after the other four, so a
      * template file written before it is given the starter lines
      * once, leaving the wording already on file untouched.
      *****************************************************************
       CHECK-CONVERSION-TEMPLATE.
           MOVE "N" TO WS-TEMPLATE-HIT-FLAG
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                   UNTIL TEMPLATE-IDX > TEMPLATE-MAX
              IF TT-EVENT(TEMPLATE-IDX) = "PRODCONV"
                 SET TEMPLATE-WAS-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF NOT TEMPLATE-WAS-FOUND AND TEMPLATE-MAX < 197
              PERFORM ADD-CONVERSION-STARTER
              PERFORM SAVE-TEMPLATE-TABLE
              DISPLAY "NO PRODCONV NOTICE TEMPLATE ON FILE - STARTER "
                      "WORDING ADDED TO NOTCTMPL.DAT"
           END-IF.

       ADD-CONVERSION-STARTER.
           MOVE "PRODCONV" TO WS-NOTICE-EVENT
           MOVE "YOUR ACCOUNT HAS MOVED TO AN ADULT PRODUCT"
                TO WS-STARTER-LINE(1)
           MOVE "NOW THAT YOU HAVE COME OF AGE YOUR YOUTH ACCOUNT HAS"
                TO WS-STARTER-LINE(2)
           MOVE "BEEN MOVED TO THE ADULT PRODUCT SHOWN BELOW, WITH ITS"
                TO WS-STARTER-LINE(3)
           MOVE "STANDARD LIMIT. YOUR ACCOUNT NUMBER IS UNCHANGED."
                TO WS-STARTER-LINE(4)
           PERFORM NUMBER-STARTER-LINES.

      *****************************************************************
      * The four staged lines become the next four table entries for
      * WS-NOTICE-EVENT, numbered 00 to 03.
      *****************************************************************
       NUMBER-STARTER-LINES.
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                   UNTIL TEMPLATE-IDX > 4
              ADD 1 TO TEMPLATE-MAX
              MOVE WS-NOTICE-EVENT TO TT-EVENT(TEMPLATE-MAX)
              COMPUTE TT-LINE-NO(TEMPLATE-MAX) = TEMPLATE-IDX - 1
              MOVE WS-STARTER-LINE(TEMPLATE-IDX)
                   TO TT-TEXT(TEMPLATE-MAX)
           END-PERFORM.

      *****************************************************************
      * An address change is a history entry with both images present
      * whose street, city or postal code (positions 36 to 95 of the
      * customer record) differ.
      *****************************************************************
       SCAN-CUSTOMER-HISTORY.
           OPEN INPUT CUST-HISTORY
           IF HISTORY-FILE-FOUND
              PERFORM UNTIL HISTORY-EOF
                 READ CUST-HISTORY
                    AT END
                       SET HISTORY-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF CH-BEFORE-IMAGE NOT = SPACES
                          AND CH-AFTER-IMAGE NOT = SPACES
                          AND CH-CUSTOMER-ID IS NUMERIC
                          AND CH-BEFORE-IMAGE(36:60)
                              NOT = CH-AFTER-IMAGE(36:60)
                          PERFORM CHECK-ADDRESS-CHANGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUST-HISTORY
           END-IF.

       CHECK-ADDRESS-CHANGE.
           IF CH-DATE IS NUMERIC
              MOVE CH-DATE TO WS-EVENT-DATE-NUM
              COMPUTE WS-EVENT-INT =
                 FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-NUM)
              IF WS-EVENT-INT > WS-CUTOFF-INT
                 MOVE CH-CUSTOMER-ID TO WS-NOTICE-CUSTOMER
                 MOVE "ADDRCHG" TO WS-NOTICE-EVENT
                 MOVE SPACES TO WS-NOTICE-REFERENCE
                 MOVE 0 TO WS-NOTICE-ACCT
                 MOVE SPACES TO WS-NOTICE-STAMP
                 STRING CH-DATE DELIMITED BY SIZE
                        CH-TIME DELIMITED BY SIZE
                        INTO WS-NOTICE-STAMP
                 PERFORM PRODUCE-NOTICE
              END-IF
           END-IF.

       LOAD-ACCOUNT-EVENTS.
           MOVE 0 TO EVENT-MAX
           OPEN INPUT ACCT-EVENTS
           IF EVENT-FILE-FOUND
              PERFORM UNTIL EVENT-EOF
                 READ ACCT-EVENTS
                    AT END
                       SET EVENT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       IF AE-DATE IS NUMERIC
                          AND AE-ACCT-NUMBER IS NUMERIC
                          PERFORM KEEP-ACCOUNT-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCT-EVENTS
           END-IF.

       KEEP-ACCOUNT-EVENT.
           MOVE AE-DATE TO WS-EVENT-DATE-NUM
           COMPUTE WS-EVENT-INT =
              FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE-NUM)
           IF WS-EVENT-INT > WS-CUTOFF-INT
              ADD 1 TO WS-EVENTS-IN-WINDOW
              IF EVENT-MAX < 1000
                 ADD 1 TO EVENT-MAX
                 MOVE AE-EVENT       TO ET-EVENT(EVENT-MAX)
                 MOVE AE-ACCT-NUMBER TO ET-ACCT-NUMBER(EVENT-MAX)
                 MOVE AE-REFERENCE   TO ET-REFERENCE(EVENT-MAX)
                 MOVE SPACES TO ET-STAMP(EVENT-MAX)
                 STRING AE-DATE DELIMITED BY SIZE
                        AE-TIME DELIMITED BY SIZE
                        INTO ET-STAMP(EVENT-MAX)
              ELSE
                 ADD 1 TO WS-EVENTS-DROPPED
              END-IF
           END-IF.

      *****************************************************************
      * Every holder of an account hears about it, so a joint account
      * produces one notice per customer linked to it.
      *****************************************************************
       SCAN-ACCOUNT-HOLDERS.
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       PERFORM MATCH-HOLDER-EVENTS
                 END-READ
              END-PERFORM
              CLOSE CUST-ACCT-XREF
           ELSE
              DISPLAY "NOTICEGEN: CUSTACCT.DAT NOT AVAILABLE - "
                      "ACCOUNT EVENTS NOT NOTIFIED"
              ADD EVENT-MAX TO WS-NO-CUSTOMER-COUNT
           END-IF.

       MATCH-HOLDER-EVENTS.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
                   UNTIL EVENT-IDX > EVENT-MAX
              IF ET-ACCT-NUMBER(EVENT-IDX) = XrefAcctNumber
                 MOVE XrefCustomerID TO WS-NOTICE-CUSTOMER
                 MOVE ET-EVENT(EVENT-IDX)     TO WS-NOTICE-EVENT
                 MOVE ET-REFERENCE(EVENT-IDX) TO WS-NOTICE-REFERENCE
                 MOVE ET-ACCT-NUMBER(EVENT-IDX) TO WS-NOTICE-ACCT
                 MOVE ET-STAMP(EVENT-IDX)     TO WS-NOTICE-STAMP
                 PERFORM PRODUCE-NOTICE
              END-IF
           END-PERFORM.

      *****************************************************************
      * One notice - skipped when the registry already holds it, when
      * the customer has gone, or when there is no wording for the
      * event. E-mail is used only when the customer asked for it and
      * has an address on file; everyone else is written to by post.
      *****************************************************************
       PRODUCE-NOTICE.
           MOVE WS-NOTICE-CUSTOMER  TO SentCustomerID
           MOVE WS-NOTICE-EVENT     TO SentEvent
           MOVE WS-NOTICE-REFERENCE TO SentReference
           MOVE WS-NOTICE-STAMP     TO SentEventStamp
           MOVE "Y" TO WS-ALREADY-SENT-FLAG
           READ NOTICE-SENT
              INVALID KEY
                 MOVE "N" TO WS-ALREADY-SENT-FLAG
           END-READ
           IF NOTICE-ALREADY-SENT
              ADD 1 TO WS-ALREADY-SENT-COUNT
           ELSE
              MOVE WS-NOTICE-CUSTOMER TO CustomerID
              MOVE "Y" TO WS-CUST-FOUND-FLAG
              READ CUSTOMER-MASTER
                 INVALID KEY
                    MOVE "N" TO WS-CUST-FOUND-FLAG
              END-READ
              MOVE "N" TO WS-TEMPLATE-HIT-FLAG
              PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                      UNTIL TEMPLATE-IDX > TEMPLATE-MAX
                         OR TEMPLATE-WAS-FOUND
                 IF TT-EVENT(TEMPLATE-IDX) = WS-NOTICE-EVENT
                    SET TEMPLATE-WAS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN NOT NOTICE-CUSTOMER-FOUND
                    ADD 1 TO WS-NO-CUSTOMER-COUNT
                 WHEN NOT TEMPLATE-WAS-FOUND
                    ADD 1 TO WS-NO-TEMPLATE-COUNT
                 WHEN OTHER
                    PERFORM WRITE-NOTICE
                    PERFORM RECORD-NOTICE-SENT
              END-EVALUATE
           END-IF.

       WRITE-NOTICE.
           ADD 1 TO WS-NOTICE-NUMBER
           IF CustDelivPref = "E" AND CustEmail NOT = SPACES
              SET NOTICE-BY-EMAIL TO TRUE
              MOVE "EMAIL" TO WS-CHANNEL-TEXT
              ADD 1 TO WS-NOTICES-EMAIL
           ELSE
              SET NOTICE-BY-POST TO TRUE
              MOVE "POST" TO WS-CHANNEL-TEXT
              ADD 1 TO WS-NOTICES-POST
           END-IF
           ADD 1 TO WS-NOTICES-WRITTEN

           MOVE SPACES TO NOTICE-RECORD
           MOVE "NH" TO NR-TYPE
           STRING WS-CHANNEL-TEXT DELIMITED BY SIZE
                  " CUSTOMER " DELIMITED BY SIZE
                  CustomerID DELIMITED BY SIZE
                  " EVENT " DELIMITED BY SIZE
                  WS-NOTICE-EVENT DELIMITED BY SIZE
                  " DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO NR-TEXT
           PERFORM PUT-NOTICE-LINE

           MOVE "NA" TO NR-TYPE
           MOVE CustomerName TO NR-TEXT
           PERFORM PUT-NOTICE-LINE
           IF NOTICE-BY-EMAIL
              MOVE "NA" TO NR-TYPE
              MOVE CustEmail TO NR-TEXT
              PERFORM PUT-NOTICE-LINE
           ELSE
              MOVE "NA" TO NR-TYPE
              MOVE CustStreet TO NR-TEXT
              PERFORM PUT-NOTICE-LINE
              MOVE "NA" TO NR-TYPE
              STRING CustPostalCode DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     CustCity DELIMITED BY SIZE
                     INTO NR-TEXT
              PERFORM PUT-NOTICE-LINE
           END-IF

           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                   UNTIL TEMPLATE-IDX > TEMPLATE-MAX
              IF TT-EVENT(TEMPLATE-IDX) = WS-NOTICE-EVENT
                 AND TT-LINE-NO(TEMPLATE-IDX) = 0
                 MOVE "NS" TO NR-TYPE
                 MOVE TT-TEXT(TEMPLATE-IDX) TO NR-TEXT
                 PERFORM PUT-NOTICE-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                   UNTIL TEMPLATE-IDX > TEMPLATE-MAX
              IF TT-EVENT(TEMPLATE-IDX) = WS-NOTICE-EVENT
                 AND TT-LINE-NO(TEMPLATE-IDX) > 0
                 MOVE "NB" TO NR-TYPE
                 MOVE TT-TEXT(TEMPLATE-IDX) TO NR-TEXT
                 PERFORM PUT-NOTICE-LINE
              END-IF
           END-PERFORM

           IF WS-NOTICE-ACCT > 0
              MOVE "NR" TO NR-TYPE
              EVALUATE WS-NOTICE-EVENT
                 WHEN "SOSUSP"
                    STRING "ACCOUNT " DELIMITED BY SIZE
                           WS-NOTICE-ACCT DELIMITED BY SIZE
                           " STANDING ORDER " DELIMITED BY SIZE
                           WS-NOTICE-REFERENCE DELIMITED BY SPACE
                           INTO NR-TEXT
                 WHEN "PRODCONV"
                    STRING "ACCOUNT " DELIMITED BY SIZE
                           WS-NOTICE-ACCT DELIMITED BY SIZE
                           " PRODUCT " DELIMITED BY SIZE
                           WS-NOTICE-REFERENCE DELIMITED BY SIZE
                           INTO NR-TEXT
                 WHEN OTHER
                    STRING "ACCOUNT " DELIMITED BY SIZE
                           WS-NOTICE-ACCT DELIMITED BY SIZE
                           INTO NR-TEXT
              END-EVALUATE
              PERFORM PUT-NOTICE-LINE
           END-IF

           MOVE "NE" TO NR-TYPE
           PERFORM PUT-NOTICE-LINE.

       PUT-NOTICE-LINE.
           MOVE WS-NOTICE-NUMBER TO NR-NOTICE-NUMBER
           WRITE NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD.

       RECORD-NOTICE-SENT.
           MOVE WS-NOTICE-CUSTOMER  TO SentCustomerID
           MOVE WS-NOTICE-EVENT     TO SentEvent
           MOVE WS-NOTICE-REFERENCE TO SentReference
           MOVE WS-NOTICE-STAMP     TO SentEventStamp
           MOVE WS-RUN-DATE         TO SentDate
           MOVE WS-NOTICE-CHANNEL   TO SentChannel
           MOVE WS-NOTICE-NUMBER    TO SentNoticeNumber
           MOVE WS-NOTICE-GEN-NAME  TO SentFileName
           WRITE SentNotice
              INVALID KEY
                 DISPLAY "NOTICEGEN: REGISTRY WRITE FAILED FOR "
                         "CUSTOMER " WS-NOTICE-CUSTOMER " EVENT "
                         WS-NOTICE-EVENT
           END-WRITE.
