      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version.
      *   2026-10-15 - Snapshots now carry a totals record and one
      *                record per warehouse (SNAPREC), so the
      *                warehouse movement is reported for however
      *                many warehouses are on file, wrapping onto
      *                further lines as needed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT-TREND.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.
       FD  TREND-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           05 WS-SNAP-ENTRY OCCURS 200 TIMES.
               10 WS-SN-DATE        PIC X(8).
               10 WS-SN-EMP         PIC 9(7).
               10 WS-SN-STOCK       PIC 9(7).
               10 WS-SN-TRAN        PIC S9(9)V99.
      * The snapshot's warehouse totals sit in WS-WH-SNAP-TABLE from
      * entry WS-SN-WH-FIRST for WS-SN-WH-COUNT entries.
               10 WS-SN-WH-FIRST    PIC 9(4).
               10 WS-SN-WH-COUNT    PIC 9(4).
       01 WS-SNAP-USED          PIC 9(3) VALUE 0.
       01 WS-SNAP-SUB           PIC 9(3).
       01 WS-WH-SNAP-TABLE.
           05 WS-WH-SNAP-ENTRY OCCURS 2000 TIMES.
               10 WS-WS-CODE        PIC A(2).
               10 WS-WS-TOTAL       PIC 9(6).
       01 WS-WH-SNAP-USED       PIC 9(4) VALUE 0.
       01 WS-WH-SUB             PIC 9(4).
       01 WS-WH-LAST            PIC 9(4).
       01 WS-BASE-WH-SUB        PIC 9(4).
       01 WS-BASE-WH-LAST       PIC 9(4).
       01 WS-BASE-WH-TOTAL      PIC 9(6).
       01 WS-THIS-WEEK          PIC 9(7).
       01 WS-PREV-WEEK          PIC 9(7) VALUE 0.
       01 WS-THIS-MONTH         PIC X(6).
       01 WS-EMP-DELTA          PIC S9(7).
       01 WS-STOCK-DELTA        PIC S9(7).
       01 WS-TRAN-DELTA         PIC S9(9)V99.
       01 WS-WH-DELTA           PIC S9(7).
       01 WS-EMP-DISP           PIC +ZZZZZZ9.
       01 WS-STOCK-DISP         PIC +ZZZZZZ9.
       01 WS-TRAN-DISP          PIC +ZZZ,ZZZ,ZZ9.99.
       01 WS-WH-DISP            PIC +ZZZZZ9.
       01 WS-MAX-EMP-SWING      PIC 9(7) VALUE 0.
       01 WS-MAX-EMP-DATE       PIC X(8) VALUE SPACES.
       01 WS-MAX-STOCK-SWING    PIC 9(7) VALUE 0.
           IF NOT SNAP-OK
               DISPLAY "No snapshot file on hand"
           ELSE
               PERFORM UNTIL SNAP-EOF
                   READ SNAPSHOT-FILE
                       AT END
                           SET SNAP-EOF TO TRUE
                       NOT AT END
                           IF PS-DATE >= WS-FROM-DATE
                                   AND PS-DATE <= WS-TO-DATE
                               PERFORM STORE-SNAPSHOT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
           END-IF.

      * A totals record opens a new snapshot entry; the warehouse
      * records that follow it under the same date are attached to
      * that entry.
       STORE-SNAPSHOT-RECORD.
           IF PS-TOTALS
               IF WS-SNAP-USED < 200
                   ADD 1 TO WS-SNAP-USED
                   MOVE PS-DATE TO WS-SN-DATE(WS-SNAP-USED)
                   MOVE PS-EMP-COUNT TO WS-SN-EMP(WS-SNAP-USED)
                   MOVE PS-STOCK-TOTAL TO WS-SN-STOCK(WS-SNAP-USED)
                   MOVE PS-TRAN-TOTAL TO WS-SN-TRAN(WS-SNAP-USED)
                   COMPUTE WS-SN-WH-FIRST(WS-SNAP-USED) =
                       WS-WH-SNAP-USED + 1
                   MOVE 0 TO WS-SN-WH-COUNT(WS-SNAP-USED)
               END-IF
           ELSE
               IF PS-WAREHOUSE AND WS-SNAP-USED > 0
                       AND PS-DATE = WS-SN-DATE(WS-SNAP-USED)
                       AND WS-WH-SNAP-USED < 2000
                   ADD 1 TO WS-WH-SNAP-USED
                   MOVE PS-WH-CODE TO WS-WS-CODE(WS-WH-SNAP-USED)
                   MOVE PS-WH-TOTAL TO WS-WS-TOTAL(WS-WH-SNAP-USED)
                   ADD 1 TO WS-SN-WH-COUNT(WS-SNAP-USED)
               END-IF
           END-IF.

      * The closing snapshot of each week (or month) is the trend
      * point; the movement reported is from the previous closing
      * point, with the largest swing in each measure remembered.
               MOVE SPACES TO REPORT-LINE
               MOVE "   BY WAREHOUSE: " TO REPORT-LINE
               MOVE 18 TO WS-POINTER
               COMPUTE WS-WH-LAST = WS-SN-WH-FIRST(WS-CLOSE-SUB)
                   + WS-SN-WH-COUNT(WS-CLOSE-SUB) - 1
               PERFORM VARYING WS-WH-SUB
                       FROM WS-SN-WH-FIRST(WS-CLOSE-SUB) BY 1
                       UNTIL WS-WH-SUB > WS-WH-LAST
                   PERFORM REPORT-ONE-WAREHOUSE
               END-PERFORM
               WRITE REPORT-LINE
               MOVE WS-CLOSE-SUB TO WS-BASE-SUB
           END-IF.

      * A warehouse missing from the base snapshot (a new site)
      * moves from zero. A full line is written and the list carries
      * on under the heading.
       REPORT-ONE-WAREHOUSE.
           MOVE 0 TO WS-BASE-WH-TOTAL.
           COMPUTE WS-BASE-WH-LAST = WS-SN-WH-FIRST(WS-BASE-SUB)
               + WS-SN-WH-COUNT(WS-BASE-SUB) - 1.
           PERFORM VARYING WS-BASE-WH-SUB
                   FROM WS-SN-WH-FIRST(WS-BASE-SUB) BY 1
                   UNTIL WS-BASE-WH-SUB > WS-BASE-WH-LAST
               IF WS-WS-CODE(WS-BASE-WH-SUB) = WS-WS-CODE(WS-WH-SUB)
                   MOVE WS-WS-TOTAL(WS-BASE-WH-SUB)
                       TO WS-BASE-WH-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE WS-WH-DELTA =
               WS-WS-TOTAL(WS-WH-SUB) - WS-BASE-WH-TOTAL.
           MOVE WS-WH-DELTA TO WS-WH-DISP.
           IF WS-POINTER > 68
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE 18 TO WS-POINTER
           END-IF.
           STRING WS-WS-CODE(WS-WH-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-WH-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO REPORT-LINE
               WITH POINTER WS-POINTER.

       TRACK-LARGEST-SWINGS.
           COMPUTE WS-ABS-WORK =
               FUNCTION ABS(WS-EMP-DELTA).
