      *****************************************************************
      * Program name:    PAYPERD
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared pay-period
      *                               calculator - given a pay
      *                               frequency and a date it returns
      *                               the first and last day of the
      *                               pay period holding that date, so
      *                               EMPLMNT and PAYGEN agree on the
      *                               calendar: weekly periods end on
      *                               a Sunday, fortnightly periods
      *                               on every second Sunday counted
      *                               from 01/01/1601, and monthly
      *                               periods are the calendar month
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYPERD.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DAY-NUMBER            PIC 9(7).
       01 WS-END-NUMBER            PIC 9(7).
       01 WS-WORK-DATE             PIC 9(8).
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           02 WS-WORK-YYYY         PIC 9(4).
           02 WS-WORK-MM           PIC 99.
           02 WS-WORK-DD           PIC 99.

       LINKAGE SECTION.
       01 LPerd-Freq               PIC X.
       01 LPerd-Date               PIC 9(8).
       01 LPerd-Start              PIC 9(8).
       01 LPerd-End                PIC 9(8).

      *****************************************************************
      * Day 1 of the integer calendar (01/01/1601) was a Monday, so a
      * day number divisible by 7 is a Sunday.  Any frequency other
      * than W or B is treated as monthly.
      *****************************************************************
       PROCEDURE DIVISION USING LPerd-Freq, LPerd-Date, LPerd-Start,
               LPerd-End.
           COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(LPerd-Date)
           EVALUATE LPerd-Freq
              WHEN "W"
                 COMPUTE WS-END-NUMBER = WS-DAY-NUMBER
                    + FUNCTION MOD(7 - FUNCTION MOD(WS-DAY-NUMBER, 7),
                                   7)
                 COMPUTE LPerd-End =
                    FUNCTION DATE-OF-INTEGER(WS-END-NUMBER)
                 COMPUTE LPerd-Start =
                    FUNCTION DATE-OF-INTEGER(WS-END-NUMBER - 6)
              WHEN "B"
                 COMPUTE WS-END-NUMBER = WS-DAY-NUMBER
                    + FUNCTION MOD(14 - FUNCTION MOD(WS-DAY-NUMBER, 14),
                                   14)
                 COMPUTE LPerd-End =
                    FUNCTION DATE-OF-INTEGER(WS-END-NUMBER)
                 COMPUTE LPerd-Start =
                    FUNCTION DATE-OF-INTEGER(WS-END-NUMBER - 13)
              WHEN OTHER
                 MOVE LPerd-Date TO WS-WORK-DATE
                 MOVE 1 TO WS-WORK-DD
                 MOVE WS-WORK-DATE TO LPerd-Start
                 IF WS-WORK-MM = 12
                    ADD 1 TO WS-WORK-YYYY
                    MOVE 1 TO WS-WORK-MM
                 ELSE
                    ADD 1 TO WS-WORK-MM
                 END-IF
                 COMPUTE LPerd-End = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)
           END-EVALUATE.

           EXIT PROGRAM.
