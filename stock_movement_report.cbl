      *                MV-BALANCE does not follow from the one
      *                before - the fingerprint of a movement
      *                applied without being recorded.
      *   2026-10-15 - STKMOVE records carry the purchase order a
      *                receipt was matched to (MOVEREC widened).
      *   2026-10-15 - Bins are two digits now that STOCKFIL is keyed
      *                by warehouse code and bin (MOVEREC widened),
      *                and the continuity check tracks up to 500
      *                bins.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MOVEMENT-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE            PIC X(49).
       FD  MOVEMENT-REPORT.
       01  REPORT-LINE              PIC X(80).
       FD  MOVEMENT-ARCHIVE.
       01  MOVEMENT-ARCHIVE-LINE    PIC X(49).
       WORKING-STORAGE SECTION.
           COPY MOVEREC.
           COPY BATCHHDR.
       01 WS-INCL-ARCH          PIC X VALUE 'N'.
           88 INCLUDE-ARCHIVE       VALUE 'Y', 'y'.
       01 WS-SEL-WH             PIC X(2).
       01 WS-SEL-BIN            PIC X(2).
       01 WS-SEL-TYPE           PIC X(1).
       01 WS-FROM-DATE          PIC X(8).
       01 WS-TO-DATE            PIC X(8).
       01 WS-BIN-TRACK-TABLE.
           05 WS-BIN-TRACK OCCURS 500 TIMES.
               10 WS-BT-WH          PIC X(2).
               10 WS-BT-BIN         PIC X(2).
               10 WS-BT-BALANCE     PIC S9(5).
       01 WS-TRACK-USED         PIC 9(3) VALUE 0.
       01 WS-TRACK-SUB          PIC 9(3).
       01 WS-TRACK-FOUND-SUB    PIC 9(3).
       01 WS-EXPECTED           PIC S9(5).
       01 WS-BREAK-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXPECTED-DISP      PIC +ZZZZ9.
       MAIN-PROCEDURE.
           DISPLAY "Warehouse code (spaces for all): ".
           ACCEPT WS-SEL-WH.
           DISPLAY "Bin (two digits, spaces for all): ".
           ACCEPT WS-SEL-BIN.
           DISPLAY "Movement type (R/I/A/T/V, space for all): ".
           ACCEPT WS-SEL-TYPE.
               END-IF
           END-PERFORM.
           IF WS-TRACK-FOUND-SUB = 0
               IF WS-TRACK-USED < 500
                   ADD 1 TO WS-TRACK-USED
                   MOVE MV-WH TO WS-BT-WH(WS-TRACK-USED)
                   MOVE MV-BIN TO WS-BT-BIN(WS-TRACK-USED)
