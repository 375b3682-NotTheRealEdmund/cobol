      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version.
      *   2026-10-15 - STOCKFIL and COSTFILE are indexed by warehouse
      *                code and bin, so every bin on file is ranked
      *                (not just the three-by-two grid), the unit
      *                cost is read by key, and the ABC thirds are
      *                worked out from the number of bins.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-SCHEDULER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT COST-FILE ASSIGN TO "COSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-COST-STATUS.
           SELECT LAST-COUNT-FILE ASSIGN TO "LASTCNT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  COST-FILE.
           COPY COSTREC.
       FD  LAST-COUNT-FILE.
       01  LAST-COUNT-RECORD.
           05 LC-WH                 PIC A(2).
           05 LC-BIN                PIC 9(2).
           05 LC-DATE               PIC X(8).
       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD.
           05 CW-WH                 PIC A(2).
           05 CW-BIN                PIC 9(2).
           05 CW-CLASS              PIC X(1).
           05 CW-DUE-DATE           PIC X(8).
       FD  SCHEDULE-REPORT.
           88 WORK-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
      * One slot per warehouse/bin on STOCKFIL.
       01 WS-BIN-TABLE.
           05 WS-BIN-ENTRY OCCURS 500 TIMES.
               10 WS-BE-WH          PIC A(2).
               10 WS-BE-BIN         PIC 9(2).
               10 WS-BE-QTY         PIC 9(3).
               10 WS-BE-VALUE       PIC 9(6)V99.
               10 WS-BE-CLASS       PIC X(1).
               10 WS-BE-LAST        PIC X(8).
               10 WS-BE-DUE         PIC X(8).
               10 WS-BE-OVERDUE     PIC X(1).
       01 WS-BIN-USED           PIC 9(3) VALUE 0.
       01 WS-BIN-SUB            PIC 9(3).
       01 WS-RANK-SUB           PIC 9(3).
       01 WS-RANK               PIC 9(3).
       01 WS-A-LIMIT            PIC 9(3).
       01 WS-B-LIMIT            PIC 9(3).
       01 WS-COST-OPEN          PIC X VALUE 'N'.
           88 COST-FILE-OPEN        VALUE 'Y'.
       01 WS-UNIT-COST          PIC 9(3)V99.
       01 WS-FREQ-DAYS          PIC 9(3).
       01 WS-TODAY              PIC X(8).
       01 WS-DETAIL-LINE.
           05 WS-DL-WH              PIC A(2).
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-DL-BIN             PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-CLASS           PIC X(1).
           05 FILLER                PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-COST-FILE.
           PERFORM LOAD-BIN-TABLE.
           PERFORM CLASSIFY-THE-BINS.
           PERFORM LOAD-LAST-COUNTED.
           PERFORM COMPUTE-DUE-DATES.
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL STOCK-EOF
               READ STOCK-FILE NEXT RECORD
                   AT END
                       SET STOCK-EOF TO TRUE
                   NOT AT END
                       IF WS-BIN-USED < 500
                           ADD 1 TO WS-BIN-USED
                           PERFORM VALUE-ONE-BIN
                       ELSE
                           DISPLAY "Bin table full, " ST-WH "/"
                               ST-BIN " not scheduled"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STOCK-FILE.
           IF COST-FILE-OPEN
               CLOSE COST-FILE
           END-IF.

       OPEN-COST-FILE.
           OPEN INPUT COST-FILE.
           IF NOT COST-OK
               DISPLAY "Unable to open COSTFILE, values taken as 0"
           ELSE
               SET COST-FILE-OPEN TO TRUE
           END-IF.

      * A bin with no unit cost on file is valued at zero.
       VALUE-ONE-BIN.
           MOVE ST-WH TO WS-BE-WH(WS-BIN-USED).
           MOVE ST-BIN TO WS-BE-BIN(WS-BIN-USED).
           MOVE ST-QTY TO WS-BE-QTY(WS-BIN-USED).
           MOVE 0 TO WS-UNIT-COST.
           IF COST-FILE-OPEN
               MOVE ST-KEY TO CO-KEY
               READ COST-FILE
                   INVALID KEY
                       MOVE 0 TO WS-UNIT-COST
                   NOT INVALID KEY
                       MOVE CO-UNIT-COST TO WS-UNIT-COST
               END-READ
           END-IF.
           COMPUTE WS-BE-VALUE(WS-BIN-USED) =
               WS-BE-QTY(WS-BIN-USED) * WS-UNIT-COST.

      * ABC by value rank across every bin: the top third of bins
      * are A (counted weekly), the middle third B (monthly), the
      * rest C (quarterly).
       CLASSIFY-THE-BINS.
           COMPUTE WS-A-LIMIT = (WS-BIN-USED + 2) / 3.
           COMPUTE WS-B-LIMIT = ((WS-BIN-USED * 2) + 2) / 3.
           PERFORM VARYING WS-BIN-SUB FROM 1 BY 1
                   UNTIL WS-BIN-SUB > WS-BIN-USED
               MOVE 0 TO WS-RANK
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-RANK < WS-A-LIMIT
                       MOVE 'A' TO WS-BE-CLASS(WS-BIN-SUB)
                   WHEN WS-RANK < WS-B-LIMIT
                       MOVE 'B' TO WS-BE-CLASS(WS-BIN-SUB)
                   WHEN OTHER
                       MOVE 'C' TO WS-BE-CLASS(WS-BIN-SUB)
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WH/BN  CL VALUE       LAST      DUE       FLAG"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BIN-SUB FROM 1 BY 1
