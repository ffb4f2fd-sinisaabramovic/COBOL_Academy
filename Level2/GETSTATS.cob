      *                               OCCURS bound on the min/max seed
      *                               and divide by zero computing the
      *                               average
      * 15/10/2026 SINISA ABRAMOVIC  Entries and results are now signed
      *                               money amounts, and a list may
      *                               hold up to 10000 entries, so
      *                               PORTSTAT can run account balances
      *                               - overdrawn ones included -
      *                               through it
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-STATS-IDX           PIC 9(5).

       LINKAGE SECTION.
       01 LNumCount               PIC 9(5).
       01 LNumList.
           02 LNumEntry           PIC S9(7)V99 OCCURS 1 TO 10000 TIMES
                                   DEPENDING ON LNumCount.
       01 LStats.
           02 LStatsSum           PIC S9(11)V99.
           02 LStatsAverage       PIC S9(7)V99.
           02 LStatsMinimum       PIC S9(7)V99.
           02 LStatsMaximum       PIC S9(7)V99.

       PROCEDURE DIVISION USING LNumCount, LNumList, LStats.
           MOVE 0 TO LStatsSum
                 END-IF
              END-PERFORM

              COMPUTE LStatsAverage ROUNDED = LStatsSum / LNumCount
           END-IF.

           EXIT PROGRAM.
