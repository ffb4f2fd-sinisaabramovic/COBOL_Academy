      *                               age per region and a grand
      *                               total proved against the
      *                               master's record count
      * 15/10/2026 SINISA ABRAMOVIC  Report the population by current
      *                               region of residence as well as by
      *                               region of birth - the region of
      *                               each person's last move on the
      *                               RESHIST.DAT residence history, or
      *                               the birth region when none - with
      *                               a count of those living outside
      *                               their region of birth; both region
      *                               tallies are proved against the
      *                               master count
      * 15/10/2026 SINISA ABRAMOVIC  The return code is kept in
      *                               WS-FINAL-RC and moved to
      *                               RETURN-CODE after the closing
      *                               LOGAUDIT call, which would
      *                               otherwise reset it, so the job
      *                               step sees the warning or failure
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PersonJMBG
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT RESIDENCE-HIST ASSIGN TO "RESHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ResKey
               FILE STATUS IS WS-RESHIST-STATUS.
           SELECT CENSUS-RPT ASSIGN TO "CENSUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01 Person.
           COPY PERSREC.

       FD  RESIDENCE-HIST.
       01 ResidenceHistory.
           COPY RESHREC.

       FD  CENSUS-RPT.
       01 CENSUS-RPT-RECORD        PIC X(80).

           88 PERSMAST-OK                     VALUE "00".
       01 PERSMAST-EOF-FLAG        PIC X  VALUE "N".
           88 PERSMAST-EOF                VALUE "Y".
       01 WS-RESHIST-STATUS        PIC XX VALUE "00".
           88 RESHIST-OK                      VALUE "00".
       01 RESHIST-EOF-FLAG         PIC X  VALUE "N".
           88 RESHIST-EOF                 VALUE "Y".
       01 RESHIST-OPEN-FLAG        PIC X  VALUE "N".
           88 RESHIST-IS-OPEN             VALUE "Y".
       01 WS-CURRENT-REGION        PIC 99.
       01 WS-CURRENT-SLOT          PIC 99.
       01 WS-MOVED-COUNT           PIC 9(7) VALUE 0.
       01 WS-CURRENT-FOOT-COUNT    PIC 9(7) VALUE 0.

       01 JMBGNumber.
           COPY JMBGREC.
              03 REGION-NAME      PIC X(24).
              03 REGION-COUNT     PIC 9(7).
              03 REGION-AGE-SUM   PIC 9(9).
              03 REGION-RESIDENT-COUNT PIC 9(7).
       01 REGION-IDX               PIC 99.
       01 WS-REGION-SLOT           PIC 99.

       01 WS-RPT-COUNT             PIC ZZZZZZ9.
       01 WS-RPT-AGE               PIC ZZ9.

       01 WS-FINAL-RC              PIC 9(4) VALUE 0.
       01 WS-LOG-PROGRAM-NAME      PIC X(12) VALUE "CENSUS".
       01 WS-LOG-OUTCOME           PIC X(10).
       01 WS-LOG-COUNTS.
           MOVE "REGISTERED POPULATION CENSUS" TO CENSUS-RPT-RECORD
           WRITE CENSUS-RPT-RECORD

           OPEN INPUT RESIDENCE-HIST
           IF RESHIST-OK
              SET RESHIST-IS-OPEN TO TRUE
           END-IF

           OPEN INPUT PERSON-MASTER
           IF PERSMAST-OK
              PERFORM UNTIL PERSMAST-EOF
              END-PERFORM
              CLOSE PERSON-MASTER
           END-IF
           IF RESHIST-IS-OPEN
              CLOSE RESIDENCE-HIST
           END-IF

           PERFORM WRITE-CENSUS-REPORT
           PERFORM PROVE-GRAND-TOTAL
           MOVE WS-RECORD-COUNT  TO WS-LOG-READ-COUNT
           MOVE WS-TALLIED-COUNT TO WS-LOG-ACCEPT-COUNT
           MOVE WS-DEREG-COUNT   TO WS-LOG-REJECT-COUNT
           MOVE WS-FINAL-RC      TO WS-LOG-RETURN-CODE
           MOVE "SUCCESS" TO WS-LOG-OUTCOME
           CALL "LOGAUDIT" USING WS-LOG-PROGRAM-NAME WS-LOG-OUTCOME
                   WS-LOG-COUNTS WS-LOG-RETURN-CODE

           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************************
           ADD WS-AGE TO REGION-AGE-SUM(WS-REGION-SLOT)
           ADD WS-AGE TO WS-AGE-GRAND-SUM

           PERFORM FIND-CURRENT-REGION
           ADD 1 TO REGION-RESIDENT-COUNT(WS-CURRENT-SLOT)
           IF WS-CURRENT-SLOT NOT = WS-REGION-SLOT
              ADD 1 TO WS-MOVED-COUNT
           END-IF

           COMPUTE GENDER-PARITY = FUNCTION MOD(JMBGGender, 2)
           IF GENDER-PARITY = 1
              ADD 1 TO WS-MALE-COUNT
              END-IF
           END-PERFORM.

      *****************************************************************
      * Where a person lives now is the region of the last move on
      * RESHIST.DAT - moves read back in date order - or the JMBG
      * region of birth for a person who has never moved.
      *****************************************************************
       FIND-CURRENT-REGION.
           MOVE JMBGRegion TO WS-CURRENT-REGION
           IF RESHIST-IS-OPEN
              MOVE "N" TO RESHIST-EOF-FLAG
              MOVE PersonJMBG TO ResJMBG
              MOVE LOW-VALUES TO ResMoveDate
              START RESIDENCE-HIST KEY IS NOT LESS THAN ResKey
                 INVALID KEY
                    SET RESHIST-EOF TO TRUE
              END-START
              PERFORM UNTIL RESHIST-EOF
                 READ RESIDENCE-HIST NEXT RECORD
                    AT END
                       SET RESHIST-EOF TO TRUE
                    NOT AT END
                       IF ResJMBG NOT = PersonJMBG
                          SET RESHIST-EOF TO TRUE
                       ELSE
                          MOVE ResToRegion TO WS-CURRENT-REGION
                       END-IF
                 END-READ
              END-PERFORM
           END-IF

           MOVE 0 TO WS-CURRENT-SLOT
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > 9
              IF WS-CURRENT-REGION >= REGION-LOW(REGION-IDX) AND
                 WS-CURRENT-REGION <= REGION-HIGH(REGION-IDX)
                 MOVE REGION-IDX TO WS-CURRENT-SLOT
              END-IF
           END-PERFORM
           IF WS-CURRENT-SLOT = 0
              MOVE 1 TO WS-CURRENT-SLOT
           END-IF.

       WRITE-CENSUS-REPORT.
           MOVE "BY REGION OF BIRTH" TO CENSUS-RPT-RECORD
           WRITE CENSUS-RPT-RECORD
           PERFORM VARYING REGION-IDX FROM 1 BY 1 UNTIL REGION-IDX > 9
              MOVE REGION-COUNT(REGION-IDX) TO WS-RPT-COUNT
              IF REGION-COUNT(REGION-IDX) > 0
              WRITE CENSUS-RPT-RECORD
           END-PERFORM

           MOVE "BY CURRENT REGION OF RESIDENCE" TO CENSUS-RPT-RECORD
           WRITE CENSUS-RPT-RECORD
           PERFORM VARYING REGION-IDX FROM 1 BY 1 UNTIL REGION-IDX > 9
              MOVE REGION-RESIDENT-COUNT(REGION-IDX) TO WS-RPT-COUNT
              MOVE SPACES TO CENSUS-RPT-RECORD
              STRING "REGION " DELIMITED BY SIZE
                     REGION-NAME(REGION-IDX) DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-RPT-COUNT DELIMITED BY SIZE
                     INTO CENSUS-RPT-RECORD
              WRITE CENSUS-RPT-RECORD
           END-PERFORM
           MOVE WS-MOVED-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CENSUS-RPT-RECORD
           STRING "LIVING OUTSIDE REGION OF BIRTH: " DELIMITED BY SIZE
                  WS-RPT-COUNT DELIMITED BY SIZE
                  INTO CENSUS-RPT-RECORD
           WRITE CENSUS-RPT-RECORD

           MOVE WS-MALE-COUNT TO WS-RPT-COUNT
           MOVE SPACES TO CENSUS-RPT-RECORD
           STRING "MALE:   " DELIMITED BY SIZE
           WRITE CENSUS-RPT-RECORD.

      *****************************************************************
      * The region counts - by birth and by current residence - are
      * re-footed and proved against the master's record count - a
      * person the tally dropped or double-counted fails the census
      * rather than shipping wrong numbers to the ministry.
      *****************************************************************
       PROVE-GRAND-TOTAL.
           MOVE 0 TO WS-CROSSFOOT-COUNT
           PERFORM VARYING REGION-IDX FROM 1 BY 1 UNTIL REGION-IDX > 9
              ADD REGION-COUNT(REGION-IDX) TO WS-CROSSFOOT-COUNT
           END-PERFORM
           MOVE 0 TO WS-CURRENT-FOOT-COUNT
           PERFORM VARYING REGION-IDX FROM 1 BY 1 UNTIL REGION-IDX > 9
              ADD REGION-RESIDENT-COUNT(REGION-IDX)
                  TO WS-CURRENT-FOOT-COUNT
           END-PERFORM

           MOVE SPACES TO CENSUS-RPT-RECORD
           IF WS-CROSSFOOT-COUNT + WS-DEREG-COUNT = WS-RECORD-COUNT
              AND WS-CURRENT-FOOT-COUNT = WS-CROSSFOOT-COUNT
              MOVE "PROOF: REGION TOTALS TIE TO THE MASTER COUNT"
                   TO CENSUS-RPT-RECORD
              MOVE 0 TO WS-FINAL-RC
           ELSE
              MOVE "PROOF: *** REGION TOTALS DO NOT TIE ***"
                   TO CENSUS-RPT-RECORD
              MOVE 8 TO WS-FINAL-RC
           END-IF
           WRITE CENSUS-RPT-RECORD.

           PERFORM VARYING REGION-IDX FROM 1 BY 1 UNTIL REGION-IDX > 9
              MOVE 0 TO REGION-COUNT(REGION-IDX)
              MOVE 0 TO REGION-AGE-SUM(REGION-IDX)
              MOVE 0 TO REGION-RESIDENT-COUNT(REGION-IDX)
           END-PERFORM.

       INIT-AGE-BAND-TABLE.
