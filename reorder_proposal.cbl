      ******************************************************************
      * Author:
      * Date:
      * Purpose: Usage-based reorder-point proposals. Reads the issue
      *          movements on STKMOVE, and on STKMVARC for the part of
      *          the window already archived, and works out for each
      *          warehouse, bin, and item the average daily usage and
      *          its standard deviation over the business days in the
      *          window (BUSDATE calendar, days with no issues count
      *          as zero usage). The lead time is the usual supplier's
      *          (ITEMFILE, SUPPFILE), or the RORDPARM default. The
      *          recommended minimum covers usage over the lead time
      *          plus safety stock of the RORDPARM safety factor times
      *          the deviation over the lead time; the recommended
      *          reorder quantity covers usage over the RORDPARM
      *          cover period. RORDRPT shows current against
      *          recommended figures for every stocked bin; each bin
      *          that should change is written to RORDPROP for a
      *          supervisor to accept or reject in WHREFMNT. Each run
      *          replaces the proposals of the run before.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; the MINSTOCK minimums were typed
      *                in years ago and never revisited.
      *   2026-10-15 - STOCKFIL, MINSTOCK and CAPFILE are indexed on
      *                warehouse code and bin; every bin on the stock
      *                file is proposed for, with its minimum and
      *                capacity read by key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-PROPOSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT MIN-STOCK-FILE ASSIGN TO "MINSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-MIN-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO "CAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CAP-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.
           SELECT MOVEMENT-ARCHIVE ASSIGN TO "STKMVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT REORDER-PARAM-FILE ASSIGN TO "RORDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "RORDPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           SELECT PROPOSAL-REPORT ASSIGN TO "RORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  MIN-STOCK-FILE.
           COPY MINREC.
       FD  CAPACITY-FILE.
           COPY CAPREC.
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05 IT-SKU                PIC X(8).
           05 IT-DESC               PIC X(20).
           05 IT-UOM                PIC X(3).
           05 IT-SUPPLIER           PIC X(6).
       FD  SUPPLIER-FILE.
           COPY SUPPREC.
       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE            PIC X(49).
       FD  MOVEMENT-ARCHIVE.
       01  MOVEMENT-ARCHIVE-LINE    PIC X(49).
       FD  REORDER-PARAM-FILE.
       01  REORDER-PARAM-RECORD.
      * Calendar days of history to read, the safety factor applied
      * to the usage deviation, business days of usage one order
      * should cover, and the lead time for an item with no
      * supplier lead time.
           05 RP-WINDOW-DAYS        PIC 9(3).
           05 RP-SAFETY-FACTOR      PIC 9V99.
           05 RP-COVER-DAYS         PIC 9(3).
           05 RP-DEFAULT-LEAD       PIC 9(3).
       FD  PROPOSAL-FILE.
           COPY REORDREC.
       FD  PROPOSAL-REPORT.
       01  REPORT-LINE              PIC X(100).
       WORKING-STORAGE SECTION.
           COPY MOVEREC.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-STOCK-STATUS       PIC X(2).
           88 STOCK-OK              VALUE "00".
           88 STOCK-EOF             VALUE "10".
       01 WS-MIN-STATUS         PIC X(2).
           88 MIN-OK                VALUE "00".
           88 MIN-EOF               VALUE "10".
       01 WS-CAP-STATUS         PIC X(2).
           88 CAP-OK                VALUE "00".
           88 CAP-EOF               VALUE "10".
       01 WS-ITEM-STATUS        PIC X(2).
           88 ITEM-OK               VALUE "00".
           88 ITEM-EOF              VALUE "10".
       01 WS-SUPP-STATUS        PIC X(2).
           88 SUPP-OK               VALUE "00".
           88 SUPP-EOF              VALUE "10".
       01 WS-MOVE-STATUS        PIC X(2).
           88 MOVE-OK               VALUE "00".
           88 MOVE-EOF              VALUE "10".
       01 WS-ARCH-STATUS        PIC X(2).
           88 ARCH-OK               VALUE "00".
           88 ARCH-EOF              VALUE "10".
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-PROP-STATUS        PIC X(2).
           88 PROP-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-TODAY              PIC X(8).
       01 WS-WINDOW-START       PIC X(8).
       01 WS-WINDOW-START-N     PIC 9(8).
       01 WS-WINDOW-DAYS        PIC 9(3) VALUE 90.
       01 WS-SAFETY-FACTOR      PIC 9V99 VALUE 1.65.
       01 WS-COVER-DAYS         PIC 9(3) VALUE 20.
       01 WS-DEFAULT-LEAD       PIC 9(3) VALUE 10.
       01 WS-BUS-FUNCTION       PIC X(1).
       01 WS-BUS-RESULT         PIC 9(5).
       01 WS-BUS-DAYS           PIC 9(5).
      * The bin in hand: its minimum, reorder quantity, and capacity,
      * zero where MINSTOCK or CAPFILE has no record for it.
       01 WS-BIN-MIN            PIC 9(3).
       01 WS-BIN-REORDER        PIC 9(3).
       01 WS-BIN-CAP            PIC 9(3).
       01 WS-MIN-OPEN           PIC X VALUE 'N'.
           88 MIN-FILE-OPEN         VALUE 'Y'.
       01 WS-CAP-OPEN           PIC X VALUE 'N'.
           88 CAP-FILE-OPEN         VALUE 'Y'.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 50 TIMES.
               10 WS-IT-SKU         PIC X(8).
               10 WS-IT-SUPPLIER    PIC X(6).
       01 WS-ITEM-USED          PIC 9(2) VALUE 0.
       01 WS-ITEM-SUB           PIC 9(2).
       01 WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 100 TIMES.
               10 WS-SU-CODE        PIC X(6).
               10 WS-SU-LEAD-DAYS   PIC 9(3).
       01 WS-SUPP-USED          PIC 9(3) VALUE 0.
       01 WS-SUPP-SUB           PIC 9(3).
      * Issues per warehouse, bin, and item. The day total is added
      * to the sums when a later date turns up, so each day's usage
      * goes into the sum of squares once.
       01 WS-USAGE-TABLE.
           05 WS-USAGE-ENTRY OCCURS 500 TIMES.
               10 WS-US-WH          PIC A(2).
               10 WS-US-BIN         PIC 9(2).
               10 WS-US-ITEM        PIC X(8).
               10 WS-US-LAST-DATE   PIC X(8).
               10 WS-US-DAY-QTY     PIC 9(5).
               10 WS-US-TOTAL       PIC 9(7).
               10 WS-US-SUM-SQ      PIC 9(12).
               10 WS-US-ISSUES      PIC 9(5).
       01 WS-USAGE-USED         PIC 9(3) VALUE 0.
       01 WS-USAGE-SUB          PIC 9(3).
       01 WS-USAGE-FOUND-SUB    PIC 9(3).
       01 WS-USAGE-FULL-COUNT   PIC 9(5) VALUE 0.
       01 WS-ISSUES-READ        PIC 9(7) VALUE 0.
       01 WS-WORK-ITEM          PIC X(8).
       01 WS-WORK-SUPPLIER      PIC X(6).
       01 WS-LEAD-DAYS          PIC 9(3).
       01 WS-MEAN               PIC 9(5)V9(4).
       01 WS-VARIANCE           PIC S9(9)V9(4).
       01 WS-STD-DEV            PIC 9(5)V9(4).
       01 WS-MIN-CALC           PIC 9(7)V9(4).
       01 WS-QTY-CALC           PIC 9(7)V9(4).
       01 WS-NEW-MIN            PIC 9(3).
       01 WS-NEW-QTY            PIC 9(3).
       01 WS-NOTE               PIC X(20).
       01 WS-BINS-COUNT         PIC 9(5) VALUE 0.
       01 WS-PROPOSED-COUNT     PIC 9(5) VALUE 0.
       01 WS-NO-USAGE-COUNT     PIC 9(5) VALUE 0.
       01 WS-PROPOSAL-LINE.
           05 WS-PL-WH              PIC A(2).
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-PL-BIN             PIC 9(2).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-PL-ITEM            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PL-AVG             PIC ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PL-SD              PIC ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PL-LEAD            PIC ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-PL-CUR-MIN         PIC ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-PL-NEW-MIN         PIC ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-PL-CUR-QTY         PIC ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-PL-NEW-QTY         PIC ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-PL-CAP             PIC ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PL-NOTE            PIC X(20).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-PARAMETERS.
           COMPUTE WS-WINDOW-START-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - WS-WINDOW-DAYS).
           MOVE WS-WINDOW-START-N TO WS-WINDOW-START.
           MOVE 'B' TO WS-BUS-FUNCTION.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-WINDOW-START,
               WS-TODAY, WS-BUS-RESULT.
           MOVE WS-BUS-RESULT TO WS-BUS-DAYS.
           IF WS-BUS-DAYS = 0
               MOVE 1 TO WS-BUS-DAYS
           END-IF.
           PERFORM OPEN-STOCK-FILES.
           PERFORM LOAD-ITEM-TABLE.
           PERFORM LOAD-SUPPLIER-TABLE.
           PERFORM READ-ISSUE-HISTORY.
           PERFORM OPEN-PROPOSAL-FILES.
           PERFORM UNTIL STOCK-EOF
               READ STOCK-FILE NEXT RECORD
                   AT END
                       SET STOCK-EOF TO TRUE
                   NOT AT END
                       IF ST-ITEM NOT = SPACES
                           PERFORM READ-BIN-FIGURES
                           PERFORM PROPOSE-ONE-BIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STOCK-FILE.
           IF MIN-FILE-OPEN
               CLOSE MIN-STOCK-FILE
           END-IF.
           IF CAP-FILE-OPEN
               CLOSE CAPACITY-FILE
           END-IF.
           PERFORM WRITE-PROPOSAL-SUMMARY.
           CLOSE PROPOSAL-FILE.
           CLOSE PROPOSAL-REPORT.
           DISPLAY "Reorder proposals: " WS-BINS-COUNT " bin(s), "
               WS-PROPOSED-COUNT " proposal(s) on RORDPROP, "
               WS-NO-USAGE-COUNT " with no issues in the window".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "REORDER PROPOSALS BINS=" DELIMITED BY SIZE
               WS-BINS-COUNT DELIMITED BY SIZE
               " PROPOSED=" DELIMITED BY SIZE
               WS-PROPOSED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "REORDPRP", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT REORDER-PARAM-FILE.
           IF PARM-OK
               READ REORDER-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-WINDOW-DAYS IS NUMERIC
                               AND RP-WINDOW-DAYS > 0
                           MOVE RP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF RP-SAFETY-FACTOR IS NUMERIC
                           MOVE RP-SAFETY-FACTOR TO WS-SAFETY-FACTOR
                       END-IF
                       IF RP-COVER-DAYS IS NUMERIC
                               AND RP-COVER-DAYS > 0
                           MOVE RP-COVER-DAYS TO WS-COVER-DAYS
                       END-IF
                       IF RP-DEFAULT-LEAD IS NUMERIC
                               AND RP-DEFAULT-LEAD > 0
                           MOVE RP-DEFAULT-LEAD TO WS-DEFAULT-LEAD
                       END-IF
               END-READ
               CLOSE REORDER-PARAM-FILE
           END-IF.

      * The stock file is read in key order and carries the item in
      * each bin; the minimums, reorder quantities, and capacities
      * are read by key for each stocked bin, as in WHREFMNT.
       OPEN-STOCK-FILES.
           OPEN INPUT STOCK-FILE.
           IF NOT STOCK-OK
               MOVE "REORDPRP" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STOCKFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-STOCK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN INPUT MIN-STOCK-FILE.
           IF MIN-OK
               SET MIN-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CAPACITY-FILE.
           IF CAP-OK
               SET CAP-FILE-OPEN TO TRUE
           END-IF.

       READ-BIN-FIGURES.
           MOVE 0 TO WS-BIN-MIN WS-BIN-REORDER WS-BIN-CAP.
           IF MIN-FILE-OPEN
               MOVE ST-KEY TO MR-KEY
               READ MIN-STOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MR-MIN TO WS-BIN-MIN
                       IF MR-REORDER-QTY IS NUMERIC
                           MOVE MR-REORDER-QTY TO WS-BIN-REORDER
                       END-IF
               END-READ
           END-IF.
           IF CAP-FILE-OPEN
               MOVE ST-KEY TO CP-KEY
               READ CAPACITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-CAPACITY TO WS-BIN-CAP
               END-READ
           END-IF.

       LOAD-ITEM-TABLE.
           OPEN INPUT ITEM-FILE.
           IF ITEM-OK
               PERFORM UNTIL ITEM-EOF OR WS-ITEM-USED = 50
                   READ ITEM-FILE
                       AT END
                           SET ITEM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEM-USED
                           MOVE IT-SKU TO WS-IT-SKU(WS-ITEM-USED)
                           MOVE IT-SUPPLIER
                               TO WS-IT-SUPPLIER(WS-ITEM-USED)
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

       LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPP-OK
               PERFORM UNTIL SUPP-EOF OR WS-SUPP-USED = 100
                   READ SUPPLIER-FILE
                       AT END
                           SET SUPP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUPP-USED
                           MOVE SU-CODE TO WS-SU-CODE(WS-SUPP-USED)
                           IF SU-LEAD-DAYS IS NUMERIC
                               MOVE SU-LEAD-DAYS
                                   TO WS-SU-LEAD-DAYS(WS-SUPP-USED)
                           ELSE
                               MOVE 0 TO WS-SU-LEAD-DAYS(WS-SUPP-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF.

      * The archive holds the older movements, so reading it first
      * keeps each bin's issues in date order.
       READ-ISSUE-HISTORY.
           OPEN INPUT MOVEMENT-ARCHIVE.
           IF ARCH-OK
               PERFORM UNTIL ARCH-EOF
                   READ MOVEMENT-ARCHIVE
                       AT END
                           SET ARCH-EOF TO TRUE
                       NOT AT END
                           MOVE MOVEMENT-ARCHIVE-LINE
                               TO MOVEMENT-RECORD
                           PERFORM TAKE-ISSUE
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-ARCHIVE
           END-IF.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVE-OK
               PERFORM UNTIL MOVE-EOF
                   READ MOVEMENT-FILE
                       AT END
                           SET MOVE-EOF TO TRUE
                       NOT AT END
                           MOVE MOVEMENT-LINE TO MOVEMENT-RECORD
                           PERFORM TAKE-ISSUE
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF.
           PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                   UNTIL WS-USAGE-SUB > WS-USAGE-USED
               PERFORM CLOSE-USAGE-DAY
           END-PERFORM.

      * Only issues count as usage; transfers out and adjustments
      * move stock without consuming it.
       TAKE-ISSUE.
           IF MV-ISSUE AND MV-DATE > WS-WINDOW-START
                   AND MV-DATE <= WS-TODAY AND MV-QTY IS NUMERIC
               ADD 1 TO WS-ISSUES-READ
               PERFORM FIND-USAGE-ENTRY
               IF WS-USAGE-FOUND-SUB = 0
                   IF WS-USAGE-USED < 500
                       ADD 1 TO WS-USAGE-USED
                       MOVE WS-USAGE-USED TO WS-USAGE-FOUND-SUB
                       MOVE MV-WH TO WS-US-WH(WS-USAGE-USED)
                       MOVE MV-BIN TO WS-US-BIN(WS-USAGE-USED)
                       MOVE MV-ITEM TO WS-US-ITEM(WS-USAGE-USED)
                       MOVE MV-DATE TO WS-US-LAST-DATE(WS-USAGE-USED)
                       MOVE 0 TO WS-US-DAY-QTY(WS-USAGE-USED)
                       MOVE 0 TO WS-US-TOTAL(WS-USAGE-USED)
                       MOVE 0 TO WS-US-SUM-SQ(WS-USAGE-USED)
                       MOVE 0 TO WS-US-ISSUES(WS-USAGE-USED)
                   ELSE
                       ADD 1 TO WS-USAGE-FULL-COUNT
                   END-IF
               END-IF
               IF WS-USAGE-FOUND-SUB > 0
                   MOVE WS-USAGE-FOUND-SUB TO WS-USAGE-SUB
                   IF MV-DATE NOT = WS-US-LAST-DATE(WS-USAGE-SUB)
                       PERFORM CLOSE-USAGE-DAY
                       MOVE MV-DATE TO WS-US-LAST-DATE(WS-USAGE-SUB)
                   END-IF
                   ADD MV-QTY TO WS-US-DAY-QTY(WS-USAGE-SUB)
                   ADD 1 TO WS-US-ISSUES(WS-USAGE-SUB)
               END-IF
           END-IF.

       FIND-USAGE-ENTRY.
           MOVE 0 TO WS-USAGE-FOUND-SUB.
           PERFORM VARYING WS-USAGE-SUB FROM 1 BY 1
                   UNTIL WS-USAGE-SUB > WS-USAGE-USED
                       OR WS-USAGE-FOUND-SUB > 0
               IF WS-US-WH(WS-USAGE-SUB) = MV-WH
                       AND WS-US-BIN(WS-USAGE-SUB) = MV-BIN
                       AND WS-US-ITEM(WS-USAGE-SUB) = MV-ITEM
                   MOVE WS-USAGE-SUB TO WS-USAGE-FOUND-SUB
               END-IF
           END-PERFORM.

       CLOSE-USAGE-DAY.
           ADD WS-US-DAY-QTY(WS-USAGE-SUB) TO WS-US-TOTAL(WS-USAGE-SUB).
           COMPUTE WS-US-SUM-SQ(WS-USAGE-SUB) =
               WS-US-SUM-SQ(WS-USAGE-SUB)
               + WS-US-DAY-QTY(WS-USAGE-SUB)
               * WS-US-DAY-QTY(WS-USAGE-SUB).
           MOVE 0 TO WS-US-DAY-QTY(WS-USAGE-SUB).

       OPEN-PROPOSAL-FILES.
           OPEN OUTPUT PROPOSAL-FILE.
           IF NOT PROP-OK
               MOVE "REORDPRP" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RORDPROP, STATUS "
                   DELIMITED BY SIZE
                   WS-PROP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT PROPOSAL-REPORT.
           IF NOT RPT-OK
               MOVE "REORDPRP" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RORDRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "REORDPRP" TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REORDER-POINT PROPOSALS FROM ISSUE HISTORY"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ISSUES AFTER " DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ", BUSINESS DAYS " DELIMITED BY SIZE
               WS-BUS-DAYS DELIMITED BY SIZE
               ", SAFETY FACTOR " DELIMITED BY SIZE
               WS-SAFETY-FACTOR DELIMITED BY SIZE
               ", COVER DAYS " DELIMITED BY SIZE
               WS-COVER-DAYS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BIN   ITEM      AVG/DAY  STDDEV  LEAD  MIN   NEW"
               TO REPORT-LINE.
           MOVE "QTY   NEW   CAP  NOTE" TO REPORT-LINE(53:21).
           WRITE REPORT-LINE.

      * Minimum = average usage over the lead time plus safety stock
      * of the safety factor times the deviation over the lead time,
      * rounded up; reorder quantity = average usage over the cover
      * period, rounded up. Both are held to the three digits a bin
      * figure has.
       PROPOSE-ONE-BIN.
           ADD 1 TO WS-BINS-COUNT.
           MOVE ST-ITEM TO WS-WORK-ITEM.
           MOVE ST-WH TO MV-WH.
           MOVE ST-BIN TO MV-BIN.
           MOVE WS-WORK-ITEM TO MV-ITEM.
           PERFORM FIND-USAGE-ENTRY.
           PERFORM FIND-LEAD-TIME.
           MOVE 0 TO WS-MEAN.
           MOVE 0 TO WS-STD-DEV.
           MOVE SPACES TO WS-NOTE.
           IF WS-USAGE-FOUND-SUB = 0
               ADD 1 TO WS-NO-USAGE-COUNT
               MOVE "NO ISSUES IN WINDOW" TO WS-NOTE
               MOVE WS-BIN-MIN TO WS-NEW-MIN
               MOVE WS-BIN-REORDER TO WS-NEW-QTY
           ELSE
               MOVE WS-USAGE-FOUND-SUB TO WS-USAGE-SUB
               COMPUTE WS-MEAN ROUNDED =
                   WS-US-TOTAL(WS-USAGE-SUB) / WS-BUS-DAYS
               COMPUTE WS-VARIANCE ROUNDED =
                   WS-US-SUM-SQ(WS-USAGE-SUB) / WS-BUS-DAYS
                   - WS-MEAN * WS-MEAN
               IF WS-VARIANCE > 0
                   COMPUTE WS-STD-DEV ROUNDED =
                       FUNCTION SQRT(WS-VARIANCE)
               END-IF
               COMPUTE WS-MIN-CALC ROUNDED =
                   WS-MEAN * WS-LEAD-DAYS
                   + WS-SAFETY-FACTOR * WS-STD-DEV
                   * FUNCTION SQRT(WS-LEAD-DAYS)
               COMPUTE WS-QTY-CALC ROUNDED =
                   WS-MEAN * WS-COVER-DAYS
               IF WS-MIN-CALC > 999
                   MOVE 999 TO WS-NEW-MIN
               ELSE
                   COMPUTE WS-NEW-MIN = WS-MIN-CALC + 0.9999
               END-IF
               IF WS-QTY-CALC > 999
                   MOVE 999 TO WS-NEW-QTY
               ELSE
                   COMPUTE WS-NEW-QTY = WS-QTY-CALC + 0.9999
               END-IF
               IF WS-NEW-MIN = WS-BIN-MIN
                       AND WS-NEW-QTY = WS-BIN-REORDER
                   MOVE "NO CHANGE" TO WS-NOTE
               ELSE
                   IF WS-NEW-MIN > WS-BIN-CAP
                       MOVE "MIN OVER CAPACITY" TO WS-NOTE
                   ELSE
                       MOVE "PROPOSED" TO WS-NOTE
                   END-IF
                   PERFORM WRITE-PROPOSAL
               END-IF
           END-IF.
           MOVE ST-WH TO WS-PL-WH.
           MOVE ST-BIN TO WS-PL-BIN.
           MOVE WS-WORK-ITEM TO WS-PL-ITEM.
           MOVE WS-MEAN TO WS-PL-AVG.
           MOVE WS-STD-DEV TO WS-PL-SD.
           MOVE WS-LEAD-DAYS TO WS-PL-LEAD.
           MOVE WS-BIN-MIN TO WS-PL-CUR-MIN.
           MOVE WS-NEW-MIN TO WS-PL-NEW-MIN.
           MOVE WS-BIN-REORDER TO WS-PL-CUR-QTY.
           MOVE WS-NEW-QTY TO WS-PL-NEW-QTY.
           MOVE WS-BIN-CAP TO WS-PL-CAP.
           MOVE WS-NOTE TO WS-PL-NOTE.
           MOVE WS-PROPOSAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The item's usual supplier's lead time, or the default when
      * the item has no supplier or the supplier has no lead time.
       FIND-LEAD-TIME.
           MOVE WS-DEFAULT-LEAD TO WS-LEAD-DAYS.
           MOVE SPACES TO WS-WORK-SUPPLIER.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-USED
               IF WS-IT-SKU(WS-ITEM-SUB) = WS-WORK-ITEM
                   MOVE WS-IT-SUPPLIER(WS-ITEM-SUB)
                       TO WS-WORK-SUPPLIER
               END-IF
           END-PERFORM.
           IF WS-WORK-SUPPLIER NOT = SPACES
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > WS-SUPP-USED
                   IF WS-SU-CODE(WS-SUPP-SUB) = WS-WORK-SUPPLIER
                           AND WS-SU-LEAD-DAYS(WS-SUPP-SUB) > 0
                       MOVE WS-SU-LEAD-DAYS(WS-SUPP-SUB)
                           TO WS-LEAD-DAYS
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-PROPOSAL.
           ADD 1 TO WS-PROPOSED-COUNT.
           MOVE ST-WH TO RO-WH.
           MOVE ST-BIN TO RO-BIN.
           MOVE WS-WORK-ITEM TO RO-ITEM.
           MOVE WS-TODAY TO RO-DATE.
           IF WS-MEAN > 999.99
               MOVE 999.99 TO RO-AVG-USAGE
           ELSE
               MOVE WS-MEAN TO RO-AVG-USAGE
           END-IF.
           IF WS-STD-DEV > 999.99
               MOVE 999.99 TO RO-SD-USAGE
           ELSE
               MOVE WS-STD-DEV TO RO-SD-USAGE
           END-IF.
           MOVE WS-LEAD-DAYS TO RO-LEAD-DAYS.
           MOVE WS-BIN-MIN TO RO-CUR-MIN.
           MOVE WS-NEW-MIN TO RO-NEW-MIN.
           MOVE WS-BIN-REORDER TO RO-CUR-QTY.
           MOVE WS-NEW-QTY TO RO-NEW-QTY.
           SET RO-PENDING TO TRUE.
           MOVE SPACES TO RO-DECIDED-BY.
           MOVE SPACES TO RO-DECIDED-ON.
           WRITE REORDER-PROPOSAL-RECORD.

       WRITE-PROPOSAL-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "ISSUES READ " DELIMITED BY SIZE
               WS-ISSUES-READ DELIMITED BY SIZE
               "  BINS " DELIMITED BY SIZE
               WS-BINS-COUNT DELIMITED BY SIZE
               "  PROPOSED " DELIMITED BY SIZE
               WS-PROPOSED-COUNT DELIMITED BY SIZE
               "  NO ISSUES " DELIMITED BY SIZE
               WS-NO-USAGE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-USAGE-FULL-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "USAGE TABLE FULL, ISSUES NOT COUNTED "
                   DELIMITED BY SIZE
                   WS-USAGE-FULL-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-PROPOSED-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-BINS-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM REORDER-PROPOSAL.
