      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lays out a grid sized at run time from CTLFILE and
      *          writes it as an aligned console report and as
      *          MATRXCSV. A CTLFILE starting with the two counts
      *          gives the letter pattern and its FREQCSV frequency
      *          table. A CTLFILE of PIVOT records (pivot mode) fills
      *          the grid with real data instead, one cross-tab per
      *          record:
      *            cols  1-5   PIVOT
      *            cols  7-14  source, STKMOVE or GLSUM
      *            cols 16-23  rows: WH or ITEM (STKMOVE), ACCOUNT
      *                        (GLSUM)
      *            cols 25-32  columns: WEEK (week commencing
      *                        Monday), MONTH, or TYPE (STKMOVE
      *                        movement type)
      *            cols 34-41  measure: QTY (STKMOVE quantity as
      *                        recorded, unsigned), AMOUNT (GLSUM
      *                        sterling amount) or COUNT
      *            cols 43-50  from date, blank for no lower limit
      *            cols 52-59  to date, blank for no upper limit
      *          Each cross-tab carries row, column and grand totals.
      *          It is printed in panels of five columns, the row
      *          totals last, and written to MATRXCSV one cell per
      *          line (row, column, value) behind a line describing
      *          it. Up to 200 rows and 60 columns are held; data
      *          beyond them is left out, counted, and ends the step
      *          with return code 4 and a warning.
      * Tectonics: cobc
      * Modification History:
      *   2026-08-08 - Replaced the single-line WS-TABLE dump with a
      *                (MATRXCSV, FREQCSV) with a run-date stamp row,
      *                so the planning team can open them in a
      *                spreadsheet; the console report is unchanged.
      *   2026-10-15 - Run-control requests carry a blank step name
      *                (the program runs once a night).
      *   2026-10-15 - Pivot mode: PIVOT control records build a
      *                cross-tab over STKMOVE or GLSUM with row,
      *                column and grand totals, on the console and
      *                MATRXCSV, with a run entry on AUDITTRL.
      *   2026-10-15 - GL-SUMMARY-RECORD comes from the GLSUMREC
      *                copybook.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLE-FOR-LOOP.
           SELECT FREQ-CSV-FILE ASSIGN TO "FREQCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCSV-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.
           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CTL-I-COUNT           PIC 9.
           05 CTL-J-COUNT           PIC 9.
       01  PIVOT-CONTROL-RECORD.
           05 PC-MODE               PIC X(5).
           05 FILLER                PIC X(1).
           05 PC-SOURCE             PIC X(8).
           05 FILLER                PIC X(1).
           05 PC-ROW-DIM            PIC X(8).
           05 FILLER                PIC X(1).
           05 PC-COL-DIM            PIC X(8).
           05 FILLER                PIC X(1).
           05 PC-MEASURE            PIC X(8).
           05 FILLER                PIC X(1).
           05 PC-FROM-DATE          PIC X(8).
           05 FILLER                PIC X(1).
           05 PC-TO-DATE            PIC X(8).
       FD  MATRIX-CSV-FILE.
       01  MATRIX-CSV-LINE          PIC X(80).
       FD  FREQ-CSV-FILE.
       01  FREQ-CSV-LINE            PIC X(80).
       FD  MOVEMENT-FILE.
           COPY MOVEREC.
       FD  GL-SUMMARY-FILE.
           COPY GLSUMREC.
       WORKING-STORAGE SECTION.
           01 WS-CTL-STATUS         PIC X(2).
               88 CTL-OK                VALUE "00".
           01 WS-FREQ-SUB           PIC 99.
           01 WS-CHAR-VAL           PIC X.
           01 WS-CHAR-IDX           PIC 99.
      * Pivot mode. The row and column labels are collected in
      * order on a first pass over the source, the cells filled on
      * a second.
           01 WS-CTL-MODE           PIC X VALUE 'N'.
               88 PIVOT-MODE            VALUE 'Y'.
           01 WS-CTL-EOF            PIC X VALUE 'N'.
               88 CTL-EOF               VALUE 'Y'.
           01 WS-MOVE-STATUS        PIC X(2).
               88 MOVE-OK               VALUE "00".
           01 WS-GLSUM-STATUS       PIC X(2).
               88 GLSUM-OK              VALUE "00".
           01 WS-PV-NUMBER          PIC 9(2) VALUE 0.
           01 WS-PV-SRC-EOF         PIC X VALUE 'N'.
               88 PV-SRC-EOF            VALUE 'Y'.
           01 WS-PV-SELECTED        PIC X VALUE 'N'.
               88 PV-SELECTED           VALUE 'Y'.
           01 WS-PV-FROM-DATE       PIC X(8).
           01 WS-PV-TO-DATE         PIC X(8).
           01 WS-PV-DATE            PIC X(8).
           01 WS-PV-DATE-NUM        PIC 9(8).
           01 WS-PV-DAY-INT         PIC 9(7).
           01 WS-PV-ROW-KEY         PIC X(8).
           01 WS-PV-COL-KEY         PIC X(8).
           01 WS-PV-VALUE           PIC S9(9)V99.
           01 WS-PV-RECORDS         PIC 9(7).
           01 WS-PV-BAD-DATES       PIC 9(7).
           01 WS-PV-DROPPED         PIC 9(7).
           01 WS-PV-RESULT-CODE     PIC 9(4) VALUE 0.
           01 WS-PV-ROW-COUNT       PIC 9(3).
           01 WS-PV-COL-COUNT       PIC 9(3).
           01 WS-PV-ROW-LABELS.
               05 WS-PV-ROW-LABEL OCCURS 200 TIMES PIC X(8).
           01 WS-PV-COL-LABELS.
               05 WS-PV-COL-LABEL OCCURS 60 TIMES PIC X(8).
           01 WS-PV-GRID.
               05 WS-PV-GRID-ROW OCCURS 200 TIMES.
                   10 WS-PV-CELL OCCURS 60 TIMES PIC S9(11)V99.
           01 WS-PV-ROW-TOTALS.
               05 WS-PV-ROW-TOTAL OCCURS 200 TIMES PIC S9(11)V99.
           01 WS-PV-COL-TOTALS.
               05 WS-PV-COL-TOTAL OCCURS 60 TIMES PIC S9(11)V99.
           01 WS-PV-GRAND-TOTAL     PIC S9(11)V99.
           01 WS-PV-SUB             PIC 9(3).
           01 WS-PV-SHIFT           PIC 9(3).
           01 WS-PV-ROW             PIC 9(3).
           01 WS-PV-COL             PIC 9(3).
           01 WS-PV-PANEL-START     PIC 9(3).
           01 WS-PV-PANEL-COL       PIC 9(3).
           01 WS-PV-VCOL            PIC 9(3).
           01 WS-PV-CELL-VALUE      PIC S9(11)V99.
           01 WS-PV-EDIT-AMOUNT     PIC -(10)9.99.
           01 WS-PV-EDIT-WHOLE      PIC -(13)9.
           01 WS-PV-CSV-VALUE       PIC X(14).
           01 WS-PV-TITLE           PIC X(80).
           01 WS-PV-PRINT-LINE.
               05 WS-PV-PL-LABEL        PIC X(10).
               05 WS-PV-PL-CELL OCCURS 5 TIMES PIC X(14).
           COPY RUNCTLR.
           01 WS-RUN-OVERRIDE       PIC X VALUE 'N'.
               88 RUN-OVERRIDE-OK       VALUE 'Y', 'y'.
      ******************************************************************
           PERFORM RUNCTL-START-PARA.
           PERFORM LOAD-CONTROL-RECORD.
           IF PIVOT-MODE
               PERFORM PIVOT-PROCEDURE
               MOVE WS-PV-RESULT-CODE TO RETURN-CODE
           ELSE
               PERFORM MATRIX-REPORT-PROCEDURE
               PERFORM WRITE-MATRIX-CSV
               PERFORM TALLY-FREQUENCY
               PERFORM WRITE-FREQ-CSV
           END-IF.
           PERFORM RUNCTL-END-PARA.
       STOP RUN.

               AT END
                   CONTINUE
               NOT AT END
                   IF PC-MODE = "PIVOT"
                       SET PIVOT-MODE TO TRUE
                   ELSE
                       MOVE CTL-I-COUNT TO WS-MAX-I
                       MOVE CTL-J-COUNT TO WS-MAX-J
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           IF NOT PIVOT-MODE AND
                  (WS-MAX-I < 1 OR WS-MAX-I > 9
                   OR WS-MAX-J < 1 OR WS-MAX-J > 9)
               MOVE "DBLFORLP" TO WS-ERROR-PGM
               STRING "CTLFILE COUNTS OUT OF RANGE, I="
                   DELIMITED BY SIZE
           ADD 1 TO WS-FREQ-COUNT(WS-CHAR-IDX)
       END-IF.

      ******************************************************************
      * Pivot mode: one cross-tab for every PIVOT record on CTLFILE,
      * all of them on the console and on the one MATRXCSV.
      ******************************************************************
       PIVOT-PROCEDURE.
           OPEN OUTPUT MATRIX-CSV-FILE.
           IF NOT MCSV-OK
               MOVE "DBLFORLP" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN MATRXCSV, STATUS "
                   DELIMITED BY SIZE
                   WS-MCSV-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO MATRIX-CSV-LINE.
           STRING "RUNDATE," DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO MATRIX-CSV-LINE.
           WRITE MATRIX-CSV-LINE.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT CONTROL-FILE.
           PERFORM UNTIL CTL-EOF
               READ CONTROL-FILE
                   AT END
                       SET CTL-EOF TO TRUE
                   NOT AT END
                       IF PC-MODE = "PIVOT"
                           PERFORM RUN-ONE-PIVOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.
           CLOSE MATRIX-CSV-FILE.
           DISPLAY WS-PV-NUMBER " cross-tab(s) written to MATRXCSV".

       RUN-ONE-PIVOT.
           ADD 1 TO WS-PV-NUMBER.
           PERFORM CHECK-PIVOT-CONTROL.
           MOVE 0 TO WS-PV-ROW-COUNT WS-PV-COL-COUNT.
           MOVE 0 TO WS-PV-RECORDS WS-PV-BAD-DATES WS-PV-DROPPED.
           PERFORM OPEN-PIVOT-SOURCE.
           PERFORM UNTIL PV-SRC-EOF
               PERFORM READ-PIVOT-SOURCE
               IF PV-SELECTED
                   PERFORM ADD-ROW-LABEL
                   PERFORM ADD-COL-LABEL
               END-IF
           END-PERFORM.
           PERFORM CLOSE-PIVOT-SOURCE.
           PERFORM VARYING WS-PV-ROW FROM 1 BY 1
                   UNTIL WS-PV-ROW > 200
               MOVE 0 TO WS-PV-ROW-TOTAL(WS-PV-ROW)
               PERFORM VARYING WS-PV-COL FROM 1 BY 1
                       UNTIL WS-PV-COL > 60
                   MOVE 0 TO WS-PV-CELL(WS-PV-ROW, WS-PV-COL)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-PV-COL FROM 1 BY 1
                   UNTIL WS-PV-COL > 60
               MOVE 0 TO WS-PV-COL-TOTAL(WS-PV-COL)
           END-PERFORM.
           MOVE 0 TO WS-PV-GRAND-TOTAL.
           MOVE 0 TO WS-PV-BAD-DATES.
           PERFORM OPEN-PIVOT-SOURCE.
           PERFORM UNTIL PV-SRC-EOF
               PERFORM READ-PIVOT-SOURCE
               IF PV-SELECTED
                   PERFORM ADD-TO-GRID
               END-IF
           END-PERFORM.
           PERFORM CLOSE-PIVOT-SOURCE.
           PERFORM DISPLAY-PIVOT-REPORT.
           PERFORM WRITE-PIVOT-CSV.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "PIVOT " DELIMITED BY SIZE
               PC-SOURCE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PC-ROW-DIM DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               PC-COL-DIM DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               PC-MEASURE DELIMITED BY SPACE
               " R=" DELIMITED BY SIZE
               WS-PV-ROW-COUNT DELIMITED BY SIZE
               " C=" DELIMITED BY SIZE
               WS-PV-COL-COUNT DELIMITED BY SIZE
               " N=" DELIMITED BY SIZE
               WS-PV-RECORDS DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           IF WS-PV-DROPPED > 0
               SET AE-SEV-WARNING TO TRUE
               MOVE 4 TO WS-PV-RESULT-CODE
           END-IF.
           CALL 'AUDITLOG' USING "DBLFORLP", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

      * Only the combinations that mean something are accepted; a
      * control record naming any other stops the run like a count
      * out of range does.
       CHECK-PIVOT-CONTROL.
           MOVE 'N' TO WS-PV-SELECTED.
           EVALUATE TRUE
               WHEN PC-SOURCE = "STKMOVE"
                   IF (PC-ROW-DIM = "WH" OR PC-ROW-DIM = "ITEM")
                       AND (PC-COL-DIM = "WEEK" OR PC-COL-DIM = "MONTH"
                           OR PC-COL-DIM = "TYPE")
                       AND (PC-MEASURE = "QTY"
                           OR PC-MEASURE = "COUNT")
                       SET PV-SELECTED TO TRUE
                   END-IF
               WHEN PC-SOURCE = "GLSUM"
                   IF PC-ROW-DIM = "ACCOUNT"
                       AND (PC-COL-DIM = "WEEK" OR PC-COL-DIM = "MONTH")
                       AND (PC-MEASURE = "AMOUNT"
                           OR PC-MEASURE = "COUNT")
                       SET PV-SELECTED TO TRUE
                   END-IF
           END-EVALUATE.
           IF PV-SELECTED AND PC-FROM-DATE NOT = SPACES
               MOVE PC-FROM-DATE TO WS-PV-DATE
               PERFORM CHECK-PIVOT-DATE
           END-IF.
           IF PV-SELECTED AND PC-TO-DATE NOT = SPACES
               MOVE PC-TO-DATE TO WS-PV-DATE
               PERFORM CHECK-PIVOT-DATE
           END-IF.
           IF NOT PV-SELECTED
               MOVE "DBLFORLP" TO WS-ERROR-PGM
               STRING "CTLFILE PIVOT RECORD NOT UNDERSTOOD: "
                   DELIMITED BY SIZE
                   PIVOT-CONTROL-RECORD DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE PC-FROM-DATE TO WS-PV-FROM-DATE.
           IF PC-FROM-DATE = SPACES
               MOVE LOW-VALUES TO WS-PV-FROM-DATE
           END-IF.
           MOVE PC-TO-DATE TO WS-PV-TO-DATE.
           IF PC-TO-DATE = SPACES
               MOVE HIGH-VALUES TO WS-PV-TO-DATE
           END-IF.

       CHECK-PIVOT-DATE.
           MOVE 'N' TO WS-PV-SELECTED.
           IF WS-PV-DATE IS NUMERIC
               MOVE WS-PV-DATE TO WS-PV-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-PV-DATE-NUM) = 0
                   SET PV-SELECTED TO TRUE
               END-IF
           END-IF.

       OPEN-PIVOT-SOURCE.
           MOVE 'N' TO WS-PV-SRC-EOF.
           IF PC-SOURCE = "STKMOVE"
               OPEN INPUT MOVEMENT-FILE
               IF NOT MOVE-OK
                   MOVE "DBLFORLP" TO WS-ERROR-PGM
                   STRING "UNABLE TO OPEN STKMOVE, STATUS "
                       DELIMITED BY SIZE
                       WS-MOVE-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 8 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
           ELSE
               OPEN INPUT GL-SUMMARY-FILE
               IF NOT GLSUM-OK
                   MOVE "DBLFORLP" TO WS-ERROR-PGM
                   STRING "UNABLE TO OPEN GLSUM, STATUS "
                       DELIMITED BY SIZE
                       WS-GLSUM-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 8 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
           END-IF.

       CLOSE-PIVOT-SOURCE.
           IF PC-SOURCE = "STKMOVE"
               CLOSE MOVEMENT-FILE
           ELSE
               CLOSE GL-SUMMARY-FILE
           END-IF.

      * Reads one source record and works out its row, column and
      * value. A record without a valid date, or dated outside the
      * range, is not selected.
       READ-PIVOT-SOURCE.
           MOVE 'N' TO WS-PV-SELECTED.
           IF PC-SOURCE = "STKMOVE"
               READ MOVEMENT-FILE
                   AT END
                       SET PV-SRC-EOF TO TRUE
                   NOT AT END
                       MOVE MV-DATE TO WS-PV-DATE
                       IF PC-ROW-DIM = "WH"
                           MOVE MV-WH TO WS-PV-ROW-KEY
                       ELSE
                           MOVE MV-ITEM TO WS-PV-ROW-KEY
                       END-IF
                       PERFORM NAME-MOVEMENT-TYPE
                       MOVE MV-QTY TO WS-PV-VALUE
               END-READ
           ELSE
               READ GL-SUMMARY-FILE
                   AT END
                       SET PV-SRC-EOF TO TRUE
                   NOT AT END
                       MOVE GL-DATE TO WS-PV-DATE
                       MOVE GL-ACCOUNT TO WS-PV-ROW-KEY
                       MOVE GL-AMOUNT TO WS-PV-VALUE
               END-READ
           END-IF.
           IF NOT PV-SRC-EOF
               IF PC-MEASURE = "COUNT"
                   MOVE 1 TO WS-PV-VALUE
               END-IF
               PERFORM CHECK-PIVOT-DATE
               IF NOT PV-SELECTED
                   ADD 1 TO WS-PV-BAD-DATES
               ELSE
                   IF WS-PV-DATE < WS-PV-FROM-DATE
                           OR WS-PV-DATE > WS-PV-TO-DATE
                       MOVE 'N' TO WS-PV-SELECTED
                   END-IF
               END-IF
           END-IF.
           IF PV-SELECTED
               EVALUATE PC-COL-DIM
                   WHEN "MONTH"
                       MOVE WS-PV-DATE(1:6) TO WS-PV-COL-KEY
      * Day 1 of the integer calendar (1 January 1601) was a Monday,
      * so stepping back to a multiple of seven lands on one.
                   WHEN "WEEK"
                       COMPUTE WS-PV-DAY-INT =
                           FUNCTION INTEGER-OF-DATE(WS-PV-DATE-NUM)
                       COMPUTE WS-PV-DAY-INT = WS-PV-DAY-INT
                           - FUNCTION MOD(WS-PV-DAY-INT - 1, 7)
                       COMPUTE WS-PV-DATE-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-PV-DAY-INT)
                       MOVE WS-PV-DATE-NUM TO WS-PV-COL-KEY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       NAME-MOVEMENT-TYPE.
           EVALUATE TRUE
               WHEN MV-RECEIPT
                   MOVE "RECEIPT" TO WS-PV-COL-KEY
               WHEN MV-ISSUE
                   MOVE "ISSUE" TO WS-PV-COL-KEY
               WHEN MV-ADJUST
                   MOVE "ADJUST" TO WS-PV-COL-KEY
               WHEN MV-TRANSFER-OUT
                   MOVE "XFER-OUT" TO WS-PV-COL-KEY
               WHEN MV-TRANSFER-IN
                   MOVE "XFER-IN" TO WS-PV-COL-KEY
               WHEN OTHER
                   MOVE "OTHER" TO WS-PV-COL-KEY
           END-EVALUATE.

      * The labels are kept in ascending order, so weeks and months
      * read left to right in date order. Once a table is full any
      * further label is left out and its data counted as dropped
      * on the second pass.
       ADD-ROW-LABEL.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-ROW-COUNT
                   OR WS-PV-ROW-LABEL(WS-PV-SUB) >= WS-PV-ROW-KEY
               CONTINUE
           END-PERFORM.
           IF WS-PV-SUB <= WS-PV-ROW-COUNT
                   AND WS-PV-ROW-LABEL(WS-PV-SUB) = WS-PV-ROW-KEY
               CONTINUE
           ELSE
               IF WS-PV-ROW-COUNT < 200
                   PERFORM VARYING WS-PV-SHIFT FROM WS-PV-ROW-COUNT
                           BY -1 UNTIL WS-PV-SHIFT < WS-PV-SUB
                       MOVE WS-PV-ROW-LABEL(WS-PV-SHIFT)
                           TO WS-PV-ROW-LABEL(WS-PV-SHIFT + 1)
                   END-PERFORM
                   MOVE WS-PV-ROW-KEY TO WS-PV-ROW-LABEL(WS-PV-SUB)
                   ADD 1 TO WS-PV-ROW-COUNT
               END-IF
           END-IF.

       ADD-COL-LABEL.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COL-COUNT
                   OR WS-PV-COL-LABEL(WS-PV-SUB) >= WS-PV-COL-KEY
               CONTINUE
           END-PERFORM.
           IF WS-PV-SUB <= WS-PV-COL-COUNT
                   AND WS-PV-COL-LABEL(WS-PV-SUB) = WS-PV-COL-KEY
               CONTINUE
           ELSE
               IF WS-PV-COL-COUNT < 60
                   PERFORM VARYING WS-PV-SHIFT FROM WS-PV-COL-COUNT
                           BY -1 UNTIL WS-PV-SHIFT < WS-PV-SUB
                       MOVE WS-PV-COL-LABEL(WS-PV-SHIFT)
                           TO WS-PV-COL-LABEL(WS-PV-SHIFT + 1)
                   END-PERFORM
                   MOVE WS-PV-COL-KEY TO WS-PV-COL-LABEL(WS-PV-SUB)
                   ADD 1 TO WS-PV-COL-COUNT
               END-IF
           END-IF.

       ADD-TO-GRID.
           MOVE 0 TO WS-PV-ROW WS-PV-COL.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-ROW-COUNT
               IF WS-PV-ROW-LABEL(WS-PV-SUB) = WS-PV-ROW-KEY
                   MOVE WS-PV-SUB TO WS-PV-ROW
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PV-SUB FROM 1 BY 1
                   UNTIL WS-PV-SUB > WS-PV-COL-COUNT
               IF WS-PV-COL-LABEL(WS-PV-SUB) = WS-PV-COL-KEY
                   MOVE WS-PV-SUB TO WS-PV-COL
               END-IF
           END-PERFORM.
           IF WS-PV-ROW = 0 OR WS-PV-COL = 0
               ADD 1 TO WS-PV-DROPPED
           ELSE
               ADD 1 TO WS-PV-RECORDS
               ADD WS-PV-VALUE TO WS-PV-CELL(WS-PV-ROW, WS-PV-COL)
               ADD WS-PV-VALUE TO WS-PV-ROW-TOTAL(WS-PV-ROW)
               ADD WS-PV-VALUE TO WS-PV-COL-TOTAL(WS-PV-COL)
               ADD WS-PV-VALUE TO WS-PV-GRAND-TOTAL
           END-IF.

      * Printed in panels of five columns so a wide cross-tab still
      * fits the console; the row totals are the column after the
      * last one, and the bottom line of every panel is the column
      * totals (the grand total under the row totals).
       DISPLAY-PIVOT-REPORT.
           DISPLAY " ".
           MOVE SPACES TO WS-PV-TITLE.
           STRING "CROSS-TAB " DELIMITED BY SIZE
               WS-PV-NUMBER DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               PC-SOURCE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PC-MEASURE DELIMITED BY SPACE
               " BY " DELIMITED BY SIZE
               PC-ROW-DIM DELIMITED BY SPACE
               " (ROWS) AND " DELIMITED BY SIZE
               PC-COL-DIM DELIMITED BY SPACE
               " (COLUMNS)" DELIMITED BY SIZE
               INTO WS-PV-TITLE.
           DISPLAY WS-PV-TITLE.
           IF PC-FROM-DATE = SPACES AND PC-TO-DATE = SPACES
               DISPLAY "ALL DATES"
           ELSE
               DISPLAY "DATES " PC-FROM-DATE " TO " PC-TO-DATE
           END-IF.
           PERFORM VARYING WS-PV-PANEL-START FROM 1 BY 5
                   UNTIL WS-PV-PANEL-START > WS-PV-COL-COUNT + 1
               DISPLAY " "
               MOVE SPACES TO WS-PV-PRINT-LINE
               MOVE PC-ROW-DIM TO WS-PV-PL-LABEL
               PERFORM VARYING WS-PV-PANEL-COL FROM 1 BY 1
                       UNTIL WS-PV-PANEL-COL > 5
                   COMPUTE WS-PV-VCOL =
                       WS-PV-PANEL-START + WS-PV-PANEL-COL - 1
                   IF WS-PV-VCOL <= WS-PV-COL-COUNT
                       MOVE WS-PV-COL-LABEL(WS-PV-VCOL)
                           TO WS-PV-PL-CELL(WS-PV-PANEL-COL)(7:8)
                   ELSE
                       IF WS-PV-VCOL = WS-PV-COL-COUNT + 1
                           MOVE "   TOTAL"
                               TO WS-PV-PL-CELL(WS-PV-PANEL-COL)(7:8)
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY WS-PV-PRINT-LINE
               PERFORM VARYING WS-PV-ROW FROM 1 BY 1
                       UNTIL WS-PV-ROW > WS-PV-ROW-COUNT
                   MOVE SPACES TO WS-PV-PRINT-LINE
                   MOVE WS-PV-ROW-LABEL(WS-PV-ROW) TO WS-PV-PL-LABEL
                   PERFORM FILL-PANEL-LINE
                   DISPLAY WS-PV-PRINT-LINE
               END-PERFORM
               MOVE SPACES TO WS-PV-PRINT-LINE
               MOVE "TOTAL" TO WS-PV-PL-LABEL
               MOVE 0 TO WS-PV-ROW
               PERFORM FILL-PANEL-LINE
               DISPLAY WS-PV-PRINT-LINE
           END-PERFORM.
           DISPLAY " ".
           DISPLAY WS-PV-RECORDS " record(s) in the cross-tab".
           IF WS-PV-BAD-DATES > 0
               DISPLAY WS-PV-BAD-DATES " record(s) with no valid date "
                   "left out"
           END-IF.
           IF WS-PV-DROPPED > 0
               DISPLAY "Warning: " WS-PV-DROPPED " record(s) beyond "
                   "200 rows or 60 columns left out of the totals"
           END-IF.

      * Row zero is the column-totals line.
       FILL-PANEL-LINE.
           PERFORM VARYING WS-PV-PANEL-COL FROM 1 BY 1
                   UNTIL WS-PV-PANEL-COL > 5
               COMPUTE WS-PV-VCOL =
                   WS-PV-PANEL-START + WS-PV-PANEL-COL - 1
               IF WS-PV-VCOL <= WS-PV-COL-COUNT + 1
                   PERFORM GET-PIVOT-CELL
                   IF PC-MEASURE = "AMOUNT"
                       MOVE WS-PV-CELL-VALUE TO WS-PV-EDIT-AMOUNT
                       MOVE WS-PV-EDIT-AMOUNT
                           TO WS-PV-PL-CELL(WS-PV-PANEL-COL)
                   ELSE
                       MOVE WS-PV-CELL-VALUE TO WS-PV-EDIT-WHOLE
                       MOVE WS-PV-EDIT-WHOLE
                           TO WS-PV-PL-CELL(WS-PV-PANEL-COL)
                   END-IF
               END-IF
           END-PERFORM.

      * The value at row WS-PV-ROW, column WS-PV-VCOL, where row zero
      * and the column after the last are the totals.
       GET-PIVOT-CELL.
           EVALUATE TRUE
               WHEN WS-PV-ROW = 0 AND WS-PV-VCOL > WS-PV-COL-COUNT
                   MOVE WS-PV-GRAND-TOTAL TO WS-PV-CELL-VALUE
               WHEN WS-PV-ROW = 0
                   MOVE WS-PV-COL-TOTAL(WS-PV-VCOL) TO WS-PV-CELL-VALUE
               WHEN WS-PV-VCOL > WS-PV-COL-COUNT
                   MOVE WS-PV-ROW-TOTAL(WS-PV-ROW) TO WS-PV-CELL-VALUE
               WHEN OTHER
                   MOVE WS-PV-CELL(WS-PV-ROW, WS-PV-VCOL)
                       TO WS-PV-CELL-VALUE
           END-EVALUATE.

      * One line per cell, like the pattern matrix: a line naming
      * the cross-tab, a heading line, the cells row by row with
      * each row's total after it, then the column totals and the
      * grand total on TOTAL lines.
       WRITE-PIVOT-CSV.
           MOVE SPACES TO MATRIX-CSV-LINE.
           STRING "PIVOT," DELIMITED BY SIZE
               WS-PV-NUMBER DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               PC-SOURCE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PC-ROW-DIM DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PC-COL-DIM DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PC-MEASURE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PC-FROM-DATE DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PC-TO-DATE DELIMITED BY SPACE
               INTO MATRIX-CSV-LINE.
           WRITE MATRIX-CSV-LINE.
           MOVE SPACES TO MATRIX-CSV-LINE.
           STRING PC-ROW-DIM DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PC-COL-DIM DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               PC-MEASURE DELIMITED BY SPACE
               INTO MATRIX-CSV-LINE.
           WRITE MATRIX-CSV-LINE.
           PERFORM VARYING WS-PV-ROW FROM 1 BY 1
                   UNTIL WS-PV-ROW > WS-PV-ROW-COUNT
               PERFORM VARYING WS-PV-VCOL FROM 1 BY 1
                       UNTIL WS-PV-VCOL > WS-PV-COL-COUNT + 1
                   PERFORM WRITE-PIVOT-CSV-CELL
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-PV-ROW.
           PERFORM VARYING WS-PV-VCOL FROM 1 BY 1
                   UNTIL WS-PV-VCOL > WS-PV-COL-COUNT + 1
               PERFORM WRITE-PIVOT-CSV-CELL
           END-PERFORM.

       WRITE-PIVOT-CSV-CELL.
           PERFORM GET-PIVOT-CELL.
           IF PC-MEASURE = "AMOUNT"
               MOVE WS-PV-CELL-VALUE TO WS-PV-EDIT-AMOUNT
               MOVE FUNCTION TRIM(WS-PV-EDIT-AMOUNT) TO WS-PV-CSV-VALUE
           ELSE
               MOVE WS-PV-CELL-VALUE TO WS-PV-EDIT-WHOLE
               MOVE FUNCTION TRIM(WS-PV-EDIT-WHOLE) TO WS-PV-CSV-VALUE
           END-IF.
           MOVE SPACES TO MATRIX-CSV-LINE.
           IF WS-PV-ROW = 0
               MOVE "TOTAL" TO WS-PV-ROW-KEY
           ELSE
               MOVE WS-PV-ROW-LABEL(WS-PV-ROW) TO WS-PV-ROW-KEY
           END-IF.
           IF WS-PV-VCOL > WS-PV-COL-COUNT
               MOVE "TOTAL" TO WS-PV-COL-KEY
           ELSE
               MOVE WS-PV-COL-LABEL(WS-PV-VCOL) TO WS-PV-COL-KEY
           END-IF.
           STRING FUNCTION TRIM(WS-PV-ROW-KEY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PV-COL-KEY) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-PV-CSV-VALUE DELIMITED BY SPACE
               INTO MATRIX-CSV-LINE.
           WRITE MATRIX-CSV-LINE.

       RUNCTL-START-PARA.
           MOVE "DBLFORLP" TO RC-PROGRAM-ID.
           SET RC-START-REQUEST TO TRUE.
           MOVE 0 TO RC-RETURN-CODE RC-COUNT.
           MOVE SPACES TO RC-STEP-NAME.
           CALL 'RUNCTL' USING RUN-CONTROL-REQUEST.
           IF RC-BLOCKED
               DISPLAY "RUN-CONTROL WARNING: " RC-BLOCK-REASON
