      *****************************************************************
      * Program name:    GETFXRT
      * Original author: SINISA ABRAMOVIC
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 SINISA ABRAMOVIC  Created as the shared exchange-
      *                               rate lookup - callers pass a
      *                               business date and a currency
      *                               and get back the rate FXLOAD
      *                               stored on FXRATE.DAT for that
      *                               date, in units of the base
      *                               currency for one unit of the
      *                               currency; the base currency
      *                               itself, or a blank code, is
      *                               always found at a rate of one
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GETFXRT.
       AUTHOR. SINISA ABRAMOVIC.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-RATES ASSIGN TO "FXRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-RATES.
       01 FX-RATE-RECORD.
           COPY FXRTREC.

       WORKING-STORAGE SECTION.
       01 WS-FXRATE-STATUS         PIC XX VALUE "00".
           88 FXRATE-OK                       VALUE "00".

       01 WS-PARM-NAME             PIC X(20).
       01 WS-PARM-VALUE            PIC X(10).
       01 WS-PARM-FOUND-FLAG       PIC X  VALUE "N".
           88 WS-PARM-WAS-FOUND           VALUE "Y".
       01 WS-BASE-CURRENCY         PIC X(3) VALUE "RSD".

       LINKAGE SECTION.
       01 LFx-Date                 PIC X(8).
       01 LFx-Currency             PIC X(3).
       01 LFx-Rate                 PIC 9(5)V9(6).
       01 LFx-Found                PIC X.
           88 LFX-RATE-WAS-FOUND          VALUE "Y".

      *****************************************************************
      * Only a rate for the exact date is taken - a missing rate is
      * the treasury feed's fault to fix, not something to carry
      * forward silently from an older day.
      *****************************************************************
       PROCEDURE DIVISION USING LFx-Date, LFx-Currency, LFx-Rate,
               LFx-Found.
           MOVE 0 TO LFx-Rate
           MOVE "N" TO LFx-Found
           PERFORM LOAD-BASE-CURRENCY

           IF LFx-Currency = SPACES OR LFx-Currency = WS-BASE-CURRENCY
              MOVE 1 TO LFx-Rate
              MOVE "Y" TO LFx-Found
           ELSE
              OPEN INPUT FX-RATES
              IF FXRATE-OK
                 MOVE LFx-Date     TO FX-DATE
                 MOVE LFx-Currency TO FX-CURRENCY
                 READ FX-RATES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF FX-RATE > 0
                          MOVE FX-RATE TO LFx-Rate
                          MOVE "Y" TO LFx-Found
                       END-IF
                 END-READ
                 CLOSE FX-RATES
              END-IF
           END-IF.

           EXIT PROGRAM.

       LOAD-BASE-CURRENCY.
           MOVE "BASE-CURRENCY" TO WS-PARM-NAME
           CALL "READPARM" USING WS-PARM-NAME, WS-PARM-VALUE,
                   WS-PARM-FOUND-FLAG
           IF WS-PARM-WAS-FOUND AND WS-PARM-VALUE(1:3) NOT = SPACES
              MOVE WS-PARM-VALUE(1:3) TO WS-BASE-CURRENCY
           END-IF.
