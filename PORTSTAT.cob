      *****************************************************************
      * Program name:    PORTSTAT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the month-end
      *                               portfolio balance statistics -
      *                               every ACCOUNT-MASTER balance is
      *                               grouped by product, currency,
      *                               status and the age band of the
      *                               customer holding it, each group
      *                               run through GETSTATS for its
      *                               count, total, average, minimum
      *                               and maximum with the accounts in
      *                               overdraft counted, the figures
      *                               filed on PORTHIST.DAT and the
      *                               dated PORTSTAT.RPT printed with
      *                               the change on the month before
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PORTSTAT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AcctNumber
               FILE STATUS IS WS-ACCTMAST-STATUS.
           SELECT CUST-ACCT-XREF ASSIGN TO "CUSTACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XrefKey
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               ALTERNATE RECORD KEY IS CustomerName
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT LINK-SORT ASSIGN TO "PORTSTAT.SRT".
           SELECT GROUP-SORT ASSIGN TO "PORTSTAT.SR2".
           SELECT LINKS-BY-ACCT ASSIGN TO "PORTSTAT.WK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PORT-HIST ASSIGN TO "PORTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PORTFOLIO-RPT ASSIGN USING WS-PORT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01 Account.
           COPY ACCTREC.

       FD  CUST-ACCT-XREF.
       01 CustAcctXref.
           COPY XREFREC.

       FD  CUSTOMER-MASTER.
       01 Customer.
           COPY CUSTREC.

       SD  LINK-SORT.
       01 LINK-SORT-RECORD.
           02 LS-ACCT-NUMBER      PIC 9(7).
           02 LS-CUSTOMER-ID      PIC 9(6).

       SD  GROUP-SORT.
       01 GROUP-SORT-RECORD.
           02 GS-GROUP.
              03 GS-PRODUCT       PIC X(3).
              03 GS-CURRENCY      PIC X(3).
              03 GS-STATUS        PIC X.
              03 GS-BAND          PIC 9.
           02 GS-BALANCE          PIC S9(7)V99.

       FD  LINKS-BY-ACCT.
       01 LINKS-BY-ACCT-RECORD.
           02 LBA-ACCT-NUMBER     PIC 9(7).
           02 LBA-CUSTOMER-ID     PIC 9(6).

       FD  PORT-HIST.
       01 PORT-HIST-RECORD.
           COPY PORTHREC.

       FD  PORTFOLIO-RPT.
       01 PORTFOLIO-RPT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCTMAST-STATUS       PIC XX VALUE "00".
           88 ACCTMAST-OK                     VALUE "00".
       01 WS-XREF-STATUS           PIC XX VALUE "00".
           88 XREF-OK                         VALUE "00".
       01 WS-CUSTMAST-STATUS       PIC XX VALUE "00".
           88 CUSTMAST-OK                     VALUE "00".
       01 WS-WORK-STATUS           PIC XX VALUE "00".
           88 WORK-FILE-FOUND                 VALUE "00".
       01 WS-HIST-STATUS           PIC XX VALUE "00".
           88 HIST-FILE-EXISTS                VALUE "00".
           88 HIST-FILE-NOT-FOUND             VALUE "35".

       01 ACCTMAST-EOF-FLAG        PIC X  VALUE "N".
           88 ACCTMAST-EOF                VALUE "Y".
       01 XREF-EOF-FLAG            PIC X  VALUE "N".
           88 XREF-EOF                    VALUE "Y".
       01 WORK-EOF-FLAG            PIC X  VALUE "N".
           88 WORK-EOF                    VALUE "Y".
       01 SORT-EOF-FLAG            PIC X  VALUE "N".
           88 SORT-EOF                    VALUE "Y".
       01 HIST-EOF-FLAG            PIC X  VALUE "N".
           88 HIST-EOF                    VALUE "Y".
       01 WS-ALREADY-FILED-FLAG    PIC X  VALUE "N".
           88 MONTH-ALREADY-FILED         VALUE "Y".

       01 WS-RUN-DATE              PIC X(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYY          PIC 9(4).
           02 WS-RUN-MM            PIC 99.
           02 WS-RUN-DD            PIC 99.
       01 WS-AGE                   PIC S9(4).
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".

      *****************************************************************
      * The age bands JMBGRPT reports the registry in, with a sixth
      * for an account no customer is linked to or whose customer has
      * no usable birth date.
      *****************************************************************
       01 AGE-BAND-TABLE.
           02 AGE-BAND-ENTRY OCCURS 6.
              03 AGE-BAND-LOW      PIC 999.
              03 AGE-BAND-HIGH     PIC 999.
              03 AGE-BAND-NAME     PIC X(12).
       01 AGE-BAND-IDX             PIC 9.
       01 WS-ACCOUNT-BAND          PIC 9.

      *****************************************************************
      * The group being gathered. Its balances go to GETSTATS a list
      * of up to 10000 at a time; a bigger group is folded together
      * from the lists.
      *****************************************************************
       01 WS-CURRENT-GROUP.
           02 CG-PRODUCT           PIC X(3).
           02 CG-CURRENCY          PIC X(3).
           02 CG-STATUS            PIC X.
           02 CG-BAND              PIC 9.
       01 WS-STAT-COUNT            PIC 9(5).
       01 WS-STAT-LIST.
           02 WS-STAT-ENTRY        PIC S9(7)V99 OCCURS 1 TO 10000
                                    TIMES DEPENDING ON WS-STAT-COUNT.
       01 WS-STATS.
           02 WS-STATS-SUM         PIC S9(11)V99.
           02 WS-STATS-AVERAGE     PIC S9(7)V99.
           02 WS-STATS-MINIMUM     PIC S9(7)V99.
           02 WS-STATS-MAXIMUM     PIC S9(7)V99.
       01 WS-GROUP-COUNT           PIC 9(7).
       01 WS-GROUP-TOTAL           PIC S9(11)V99.
       01 WS-GROUP-AVERAGE         PIC S9(7)V99.
       01 WS-GROUP-MINIMUM         PIC S9(7)V99.
       01 WS-GROUP-MAXIMUM         PIC S9(7)V99.
       01 WS-GROUP-OVERDRAWN       PIC 9(7).
       01 WS-GROUP-LISTS           PIC 9(5).

      *****************************************************************
      * Last month's figures, the most recent run on PORTHIST.DAT
      * before this one.
      *****************************************************************
       01 WS-PRIOR-DATE            PIC X(8) VALUE SPACES.
       01 PRIOR-TABLE.
           02 PRIOR-ENTRY OCCURS 1000.
              03 PR-GROUP          PIC X(8).
              03 PR-COUNT          PIC 9(7).
              03 PR-TOTAL          PIC S9(11)V99.
       01 PRIOR-IDX                PIC 9(4).
       01 PRIOR-MAX                PIC 9(4) VALUE 0.
       01 WS-PRIOR-SLOT            PIC 9(4).
       01 WS-CHANGE-COUNT          PIC S9(7).
       01 WS-CHANGE-TOTAL          PIC S9(11)V99.

       01 WS-PORT-LINE.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 PL-PRODUCT           PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 PL-CURRENCY          PIC X(3).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 PL-STATUS            PIC X(7).
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-BAND              PIC X(12).
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-COUNT             PIC Z(6)9.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-TOTAL             PIC -(11)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-AVERAGE           PIC -(7)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-MINIMUM           PIC -(7)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-MAXIMUM           PIC -(7)9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-OVERDRAWN         PIC Z(6)9.
           02 FILLER               PIC X     VALUE SPACE.
           02 PL-CHANGE.
              03 PL-CHG-COUNT      PIC +(6)9.
              03 FILLER            PIC X     VALUE SPACE.
              03 PL-CHG-TOTAL      PIC +(11)9.99.

       01 WS-ACCOUNT-COUNT         PIC 9(7) VALUE 0.
       01 WS-GROUPS-COUNT          PIC 9(5) VALUE 0.
       01 WS-UNLINKED-COUNT        PIC 9(5) VALUE 0.
       01 WS-RPT-COUNT             PIC Z(6)9.

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".

       01 WS-GEN-BASE              PIC X(14).
       01 WS-PORT-GEN-NAME         PIC X(30).
       01 WS-GEN-ACTION            PIC X.
       01 WS-CTL-COUNTER           PIC X(20).
       01 WS-CTL-VALUE             PIC S9(12) SIGN LEADING
                                           SEPARATE.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "PORTSTAT".
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
           PERFORM LOAD-BASE-CURRENCY
           PERFORM INIT-AGE-BAND-TABLE
           PERFORM LOAD-PRIOR-MONTH

           MOVE "PORTSTAT.RPT" TO WS-GEN-BASE
           MOVE "N" TO WS-GEN-ACTION
           CALL "MAKEGEN" USING WS-GEN-BASE WS-GEN-ACTION
                   WS-PORT-GEN-NAME
           OPEN OUTPUT PORTFOLIO-RPT
           PERFORM WRITE-PORTFOLIO-HEADING

           IF NOT MONTH-ALREADY-FILED
              OPEN EXTEND PORT-HIST
              IF HIST-FILE-NOT-FOUND
                 OPEN OUTPUT PORT-HIST
              END-IF
           END-IF

           PERFORM SORT-LINKS-BY-ACCOUNT

           OPEN INPUT CUSTOMER-MASTER
           SORT GROUP-SORT ON ASCENDING KEY GS-PRODUCT GS-CURRENCY
                                          GS-STATUS GS-BAND
               INPUT PROCEDURE IS RELEASE-ACCOUNT-BALANCES
               OUTPUT PROCEDURE IS SUMMARIZE-GROUPS
           CLOSE CUSTOMER-MASTER

           IF NOT MONTH-ALREADY-FILED
              CLOSE PORT-HIST
           END-IF

           PERFORM WRITE-PORTFOLIO-TOTALS
           CLOSE PORTFOLIO-RPT

           DISPLAY "PORTSTAT: " WS-ACCOUNT-COUNT " ACCOUNT(S) IN "
                   WS-GROUPS-COUNT " GROUP(S) ON " WS-PORT-GEN-NAME
           IF MONTH-ALREADY-FILED
              DISPLAY "PORTSTAT: " WS-RUN-DATE " ALREADY ON "
                      "PORTHIST.DAT - HISTORY NOT WRITTEN AGAIN"
           END-IF
           IF WS-UNLINKED-COUNT > 0
              DISPLAY "PORTSTAT: " WS-UNLINKED-COUNT " ACCOUNT(S) "
                      "WITH NO CUSTOMER AGE - BANDED UNKNOWN"
           END-IF

           MOVE "PORTFOLIO-ACCOUNTS" TO WS-CTL-COUNTER
           MOVE WS-ACCOUNT-COUNT TO WS-CTL-VALUE
           CALL "WRITECTL" USING WS-LOG-PROGRAM-NAME WS-CTL-COUNTER
                   WS-CTL-VALUE

           MOVE WS-ACCOUNT-COUNT TO WS-LOG-READ-COUNT
           MOVE WS-GROUPS-COUNT  TO WS-LOG-ACCEPT-COUNT
           MOVE WS-FINAL-RC      TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * A blank account currency is the base currency - the groups
      * name it, so the figures never mix two currencies.
      *****************************************************************
       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           MOVE "N" TO WS-PARM-FOUND-FLAG
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.

       INIT-AGE-BAND-TABLE.
           MOVE   0 TO AGE-BAND-LOW(1)
           MOVE  17 TO AGE-BAND-HIGH(1)
           MOVE "UNDER 18"    TO AGE-BAND-NAME(1)
           MOVE  18 TO AGE-BAND-LOW(2)
           MOVE  29 TO AGE-BAND-HIGH(2)
           MOVE "18 TO 29"    TO AGE-BAND-NAME(2)
           MOVE  30 TO AGE-BAND-LOW(3)
           MOVE  44 TO AGE-BAND-HIGH(3)
           MOVE "30 TO 44"    TO AGE-BAND-NAME(3)
           MOVE  45 TO AGE-BAND-LOW(4)
           MOVE  59 TO AGE-BAND-HIGH(4)
           MOVE "45 TO 59"    TO AGE-BAND-NAME(4)
           MOVE  60 TO AGE-BAND-LOW(5)
           MOVE 999 TO AGE-BAND-HIGH(5)
           MOVE "60 AND OVER" TO AGE-BAND-NAME(5)
           MOVE 999 TO AGE-BAND-LOW(6)
           MOVE 999 TO AGE-BAND-HIGH(6)
           MOVE "UNKNOWN"     TO AGE-BAND-NAME(6).

      *****************************************************************
      * Two passes of the history - the first finds the last run
      * before this one and whether this run date is already filed,
      * the second keeps that last run's groups.
      *****************************************************************
       LOAD-PRIOR-MONTH.
           MOVE "N" TO HIST-EOF-FLAG
           OPEN INPUT PORT-HIST
           IF HIST-FILE-EXISTS
              PERFORM UNTIL HIST-EOF
                 READ PORT-HIST
                    AT END
                       SET HIST-EOF TO TRUE
                    NOT AT END
                       IF PH-DATE = WS-RUN-DATE
                          SET MONTH-ALREADY-FILED TO TRUE
                       END-IF
                       IF PH-DATE < WS-RUN-DATE
                          AND (WS-PRIOR-DATE = SPACES
                               OR PH-DATE > WS-PRIOR-DATE)
                          MOVE PH-DATE TO WS-PRIOR-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PORT-HIST
           END-IF

           IF WS-PRIOR-DATE NOT = SPACES
              MOVE "N" TO HIST-EOF-FLAG
              OPEN INPUT PORT-HIST
              PERFORM UNTIL HIST-EOF
                 READ PORT-HIST
                    AT END
                       SET HIST-EOF TO TRUE
                    NOT AT END
                       IF PH-DATE = WS-PRIOR-DATE
                          AND PRIOR-MAX < 1000
                          ADD 1 TO PRIOR-MAX
                          MOVE PH-GROUP TO PR-GROUP(PRIOR-MAX)
                          MOVE PH-COUNT TO PR-COUNT(PRIOR-MAX)
                          MOVE PH-TOTAL TO PR-TOTAL(PRIOR-MAX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PORT-HIST
           END-IF.

       WRITE-PORTFOLIO-HEADING.
           MOVE SPACES TO PORTFOLIO-RPT-RECORD
           STRING "PORTFOLIO BALANCE STATISTICS - RUN DATE "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO PORTFOLIO-RPT-RECORD
           WRITE PORTFOLIO-RPT-RECORD
           MOVE SPACES TO PORTFOLIO-RPT-RECORD
           IF WS-PRIOR-DATE = SPACES
              MOVE "NO EARLIER RUN ON PORTHIST.DAT - NO CHANGE SHOWN"
                   TO PORTFOLIO-RPT-RECORD
           ELSE
              STRING "CHANGE IS AGAINST THE RUN OF " DELIMITED BY SIZE
                     WS-PRIOR-DATE DELIMITED BY SIZE
                     INTO PORTFOLIO-RPT-RECORD
           END-IF
           WRITE PORTFOLIO-RPT-RECORD
           MOVE SPACES TO PORTFOLIO-RPT-RECORD
           WRITE PORTFOLIO-RPT-RECORD
           STRING "  PRD  CCY  STATUS  AGE BAND       ACCTS"
                  DELIMITED BY SIZE
                  "           TOTAL     AVERAGE     MINIMUM"
                  DELIMITED BY SIZE
                  "     MAXIMUM OVERDRN CHG ACC       CHG TOTAL"
                  DELIMITED BY SIZE
                  INTO PORTFOLIO-RPT-RECORD
           WRITE PORTFOLIO-RPT-RECORD.

      *****************************************************************
      * The cross-reference is keyed customer-first, so the links are
      * re-sequenced by account once, as XREFRPT does; the lowest
      * customer number on a joint account is taken as its holder.
      *****************************************************************
       SORT-LINKS-BY-ACCOUNT.
           SORT LINK-SORT ON ASCENDING KEY LS-ACCT-NUMBER
                                           LS-CUSTOMER-ID
               INPUT PROCEDURE IS RELEASE-EVERY-LINK
               OUTPUT PROCEDURE IS KEEP-SORTED-LINKS.

       RELEASE-EVERY-LINK.
           MOVE "N" TO XREF-EOF-FLAG
           OPEN INPUT CUST-ACCT-XREF
           IF XREF-OK
              PERFORM UNTIL XREF-EOF
                 READ CUST-ACCT-XREF NEXT RECORD
                    AT END
                       SET XREF-EOF TO TRUE
                    NOT AT END
                       MOVE XrefAcctNumber TO LS-ACCT-NUMBER
                       MOVE XrefCustomerID TO LS-CUSTOMER-ID
                       RELEASE LINK-SORT-RECORD
                 END-READ
              END-PERFORM
              CLOSE CUST-ACCT-XREF
           END-IF.

       KEEP-SORTED-LINKS.
           OPEN OUTPUT LINKS-BY-ACCT
           PERFORM UNTIL SORT-EOF
              RETURN LINK-SORT
                 AT END
                    SET SORT-EOF TO TRUE
                 NOT AT END
                    MOVE LS-ACCT-NUMBER TO LBA-ACCT-NUMBER
                    MOVE LS-CUSTOMER-ID TO LBA-CUSTOMER-ID
                    WRITE LINKS-BY-ACCT-RECORD
              END-RETURN
           END-PERFORM
           CLOSE LINKS-BY-ACCT
           MOVE "N" TO SORT-EOF-FLAG.

      *****************************************************************
      * The master and the sorted links both arrive in account order,
      * so one forward pass gives each account its holder.
      *****************************************************************
       RELEASE-ACCOUNT-BALANCES.
           MOVE "N" TO WORK-EOF-FLAG
           OPEN INPUT LINKS-BY-ACCT
           IF NOT WORK-FILE-FOUND
              SET WORK-EOF TO TRUE
           ELSE
              PERFORM READ-NEXT-SORTED-LINK
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF ACCTMAST-OK
              PERFORM UNTIL ACCTMAST-EOF
                 READ ACCOUNT-MASTER NEXT RECORD
                    AT END
                       SET ACCTMAST-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM RELEASE-ONE-ACCOUNT
                 END-READ
              END-PERFORM
              CLOSE ACCOUNT-MASTER
           ELSE
              DISPLAY "PORTSTAT: ACCTMAST.DAT NOT AVAILABLE - STATUS "
                      WS-ACCTMAST-STATUS
              MOVE 4 TO WS-FINAL-RC
           END-IF

           IF WORK-FILE-FOUND
              CLOSE LINKS-BY-ACCT
           END-IF.

       RELEASE-ONE-ACCOUNT.
           PERFORM UNTIL WORK-EOF
                   OR LBA-ACCT-NUMBER >= AcctNumber
              PERFORM READ-NEXT-SORTED-LINK
           END-PERFORM

           MOVE 6 TO WS-ACCOUNT-BAND
           IF NOT WORK-EOF AND LBA-ACCT-NUMBER = AcctNumber
              PERFORM FIND-HOLDER-BAND
           END-IF
           IF WS-ACCOUNT-BAND = 6
              ADD 1 TO WS-UNLINKED-COUNT
           END-IF

           MOVE AcctProduct TO GS-PRODUCT
           IF AcctCurrency = SPACES
              MOVE WS-BASE-CURRENCY TO GS-CURRENCY
           ELSE
              MOVE AcctCurrency TO GS-CURRENCY
           END-IF
           MOVE AcctStatus      TO GS-STATUS
           MOVE WS-ACCOUNT-BAND TO GS-BAND
           MOVE AcctBalance     TO GS-BALANCE
           RELEASE GROUP-SORT-RECORD.

       FIND-HOLDER-BAND.
           MOVE LBA-CUSTOMER-ID TO CustomerID
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
           END-READ
           IF CUSTMAST-OK
              AND BirthYear IS NUMERIC
              AND BirthMonth IS NUMERIC
              AND BirthDay IS NUMERIC
              AND BirthYear NOT > WS-RUN-YYYY
              COMPUTE WS-AGE = WS-RUN-YYYY - BirthYear
              IF WS-RUN-MM < BirthMonth
                 OR (WS-RUN-MM = BirthMonth AND WS-RUN-DD < BirthDay)
                 SUBTRACT 1 FROM WS-AGE
              END-IF
              IF WS-AGE < 0
                 MOVE 0 TO WS-AGE
              END-IF
              PERFORM VARYING AGE-BAND-IDX FROM 1 BY 1
                      UNTIL AGE-BAND-IDX > 5
                 IF WS-AGE >= AGE-BAND-LOW(AGE-BAND-IDX) AND
                    WS-AGE <= AGE-BAND-HIGH(AGE-BAND-IDX)
                    MOVE AGE-BAND-IDX TO WS-ACCOUNT-BAND
                 END-IF
              END-PERFORM
           END-IF.

       READ-NEXT-SORTED-LINK.
           READ LINKS-BY-ACCT
              AT END
                 SET WORK-EOF TO TRUE
           END-READ.

      *****************************************************************
      * The balances come back grouped; each change of product,
      * currency, status or age band closes the group before it.
      *****************************************************************
       SUMMARIZE-GROUPS.
           MOVE "N" TO SORT-EOF-FLAG
           PERFORM RETURN-NEXT-BALANCE
           PERFORM UNTIL SORT-EOF
              MOVE GS-GROUP TO WS-CURRENT-GROUP
              MOVE 0 TO WS-STAT-COUNT
              MOVE 0 TO WS-GROUP-COUNT
              MOVE 0 TO WS-GROUP-TOTAL
              MOVE 0 TO WS-GROUP-OVERDRAWN
              MOVE 0 TO WS-GROUP-LISTS
              PERFORM UNTIL SORT-EOF
                      OR GS-GROUP NOT = WS-CURRENT-GROUP
                 IF WS-STAT-COUNT = 10000
                    PERFORM FOLD-STATS-LIST
                 END-IF
                 ADD 1 TO WS-STAT-COUNT
                 MOVE GS-BALANCE TO WS-STAT-ENTRY(WS-STAT-COUNT)
                 ADD 1 TO WS-GROUP-COUNT
                 IF GS-BALANCE < 0
                    ADD 1 TO WS-GROUP-OVERDRAWN
                 END-IF
                 PERFORM RETURN-NEXT-BALANCE
              END-PERFORM
              PERFORM FOLD-STATS-LIST
              IF WS-GROUP-LISTS > 1
                 COMPUTE WS-GROUP-AVERAGE ROUNDED =
                    WS-GROUP-TOTAL / WS-GROUP-COUNT
              END-IF
              ADD 1 TO WS-GROUPS-COUNT
              PERFORM WRITE-GROUP-LINE
              IF NOT MONTH-ALREADY-FILED
                 PERFORM WRITE-GROUP-HISTORY
              END-IF
           END-PERFORM.

       RETURN-NEXT-BALANCE.
           RETURN GROUP-SORT
              AT END
                 SET SORT-EOF TO TRUE
           END-RETURN.

       FOLD-STATS-LIST.
           CALL "GETSTATS" USING WS-STAT-COUNT, WS-STAT-LIST, WS-STATS
           ADD 1 TO WS-GROUP-LISTS
           ADD WS-STATS-SUM TO WS-GROUP-TOTAL
           IF WS-GROUP-LISTS = 1
              MOVE WS-STATS-AVERAGE TO WS-GROUP-AVERAGE
              MOVE WS-STATS-MINIMUM TO WS-GROUP-MINIMUM
              MOVE WS-STATS-MAXIMUM TO WS-GROUP-MAXIMUM
           ELSE
              IF WS-STATS-MINIMUM < WS-GROUP-MINIMUM
                 MOVE WS-STATS-MINIMUM TO WS-GROUP-MINIMUM
              END-IF
              IF WS-STATS-MAXIMUM > WS-GROUP-MAXIMUM
                 MOVE WS-STATS-MAXIMUM TO WS-GROUP-MAXIMUM
              END-IF
           END-IF
           MOVE 0 TO WS-STAT-COUNT.

       WRITE-GROUP-LINE.
           MOVE CG-PRODUCT  TO PL-PRODUCT
           MOVE CG-CURRENCY TO PL-CURRENCY
           EVALUATE CG-STATUS
              WHEN "A"
                 MOVE "ACTIVE"  TO PL-STATUS
              WHEN "F"
                 MOVE "FROZEN"  TO PL-STATUS
              WHEN "C"
                 MOVE "CLOSED"  TO PL-STATUS
              WHEN "D"
                 MOVE "DORMANT" TO PL-STATUS
              WHEN OTHER
                 MOVE CG-STATUS TO PL-STATUS
           END-EVALUATE
           MOVE AGE-BAND-NAME(CG-BAND) TO PL-BAND
           MOVE WS-GROUP-COUNT     TO PL-COUNT
           MOVE WS-GROUP-TOTAL     TO PL-TOTAL
           MOVE WS-GROUP-AVERAGE   TO PL-AVERAGE
           MOVE WS-GROUP-MINIMUM   TO PL-MINIMUM
           MOVE WS-GROUP-MAXIMUM   TO PL-MAXIMUM
           MOVE WS-GROUP-OVERDRAWN TO PL-OVERDRAWN

           MOVE 0 TO WS-PRIOR-SLOT
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-MAX OR WS-PRIOR-SLOT > 0
              IF PR-GROUP(PRIOR-IDX) = WS-CURRENT-GROUP
                 MOVE PRIOR-IDX TO WS-PRIOR-SLOT
              END-IF
           END-PERFORM
           IF WS-PRIOR-SLOT > 0
              COMPUTE WS-CHANGE-COUNT =
                 WS-GROUP-COUNT - PR-COUNT(WS-PRIOR-SLOT)
              COMPUTE WS-CHANGE-TOTAL =
                 WS-GROUP-TOTAL - PR-TOTAL(WS-PRIOR-SLOT)
              MOVE WS-CHANGE-COUNT TO PL-CHG-COUNT
              MOVE WS-CHANGE-TOTAL TO PL-CHG-TOTAL
           ELSE
              MOVE SPACES TO PL-CHANGE
              IF WS-PRIOR-DATE NOT = SPACES
                 MOVE "    NEW" TO PL-CHANGE
              END-IF
           END-IF

           MOVE WS-PORT-LINE TO PORTFOLIO-RPT-RECORD
           WRITE PORTFOLIO-RPT-RECORD.

       WRITE-GROUP-HISTORY.
           INITIALIZE PORT-HIST-RECORD WITH FILLER
           MOVE WS-RUN-DATE        TO PH-DATE
           MOVE WS-CURRENT-GROUP   TO PH-GROUP
           MOVE WS-GROUP-COUNT     TO PH-COUNT
           MOVE WS-GROUP-TOTAL     TO PH-TOTAL
           MOVE WS-GROUP-AVERAGE   TO PH-AVERAGE
           MOVE WS-GROUP-MINIMUM   TO PH-MINIMUM
           MOVE WS-GROUP-MAXIMUM   TO PH-MAXIMUM
           MOVE WS-GROUP-OVERDRAWN TO PH-OVERDRAWN
           WRITE PORT-HIST-RECORD.

       WRITE-PORTFOLIO-TOTALS.
           MOVE SPACES TO PORTFOLIO-RPT-RECORD
           WRITE PORTFOLIO-RPT-RECORD
           MOVE WS-ACCOUNT-COUNT TO WS-RPT-COUNT
           STRING "ACCOUNTS:                   " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO PORTFOLIO-RPT-RECORD
           WRITE PORTFOLIO-RPT-RECORD
           MOVE WS-GROUPS-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO PORTFOLIO-RPT-RECORD
           STRING "GROUPS:                     " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO PORTFOLIO-RPT-RECORD
           WRITE PORTFOLIO-RPT-RECORD
           MOVE WS-UNLINKED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO PORTFOLIO-RPT-RECORD
           STRING "AGE BAND UNKNOWN:           " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO PORTFOLIO-RPT-RECORD
           WRITE PORTFOLIO-RPT-RECORD.
