      *                               lists, mirroring GETSUMBATCH's
      *                               role for GETSUM - GETSTATS had no
      *                               caller anywhere in the suite
      * 15/10/2026 SINISA ABRAMOVIC  Pass the lists in GETSTATS's
      *                               signed money layout
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RECORD-COUNT           PIC 9(7) VALUE 0.
       01 WS-COPY-IDX               PIC 99.

       01 WS-NUM-COUNT              PIC 9(5).
       01 WS-NUM-LIST.
           02 WS-NUM-ENTRY          PIC S9(7)V99 OCCURS 1 TO 10000
                                     TIMES DEPENDING ON WS-NUM-COUNT.
       01 WS-STATS.
           02 WS-STATS-SUM          PIC S9(11)V99.
           02 WS-STATS-AVERAGE      PIC S9(7)V99.
           02 WS-STATS-MINIMUM      PIC S9(7)V99.
           02 WS-STATS-MAXIMUM      PIC S9(7)V99.

       PROCEDURE DIVISION.
           OPEN INPUT STATS-IN
