      *                receipt, a dispatch like an issue), so a day
      *                with an open transfer no longer reports a
      *                spurious unexplained movement.
      *   2026-10-15 - EMPLOYEE-RECORD now comes from the EMPREC
      *                copybook, with birth and hire dates in
      *                place of the keyed age.
      *   2026-10-15 - STKMOVE records carry the purchase order a
      *                receipt was matched to (MOVEREC widened).
      *   2026-10-15 - STOCKFIL is an indexed file with one record
      *                per warehouse bin, so the stock total is taken
      *                over every bin and the snapshot carries a
      *                totals record and one record per warehouse
      *                (SNAPREC) instead of three fixed slots.
      *   2026-10-15 - Credit postings (type C) come off the day's
      *                transaction total like reversals.
      *   2026-10-15 - AUDITTRL line widened for the sequence number
      *                and chain hash AUDITLOG now stamps.
      *   2026-10-15 - TRANS-RECORD comes from the TRANREC copybook,
      *                so each TRANFILE record is read at its full
      *                width and counted once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-SNAPSHOT.
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  TRANS-FILE.
           COPY TRANREC.
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.
       FD  AUDIT-FILE.
       01  AUDIT-LINE               PIC X(126).
       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE            PIC X(49).
       FD  SNAPSHOT-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-SNAP-TODAY.
           05 WS-PT-DATE            PIC X(8).
           05 WS-PT-EMP-COUNT       PIC 9(7).
           05 WS-PT-STOCK-TOTAL     PIC 9(7).
           05 WS-PT-TRAN-TOTAL      PIC S9(9)V99.
       01 WS-SNAP-PRIOR.
           05 WS-PP-DATE            PIC X(8).
           05 WS-PP-EMP-COUNT       PIC 9(7).
           05 WS-PP-STOCK-TOTAL     PIC 9(7).
           05 WS-PP-TRAN-TOTAL      PIC S9(9)V99.
       01 WS-PRIOR-FOUND        PIC X VALUE 'N'.
           88 PRIOR-FOUND           VALUE 'Y'.
       01 WS-CUR-WH             PIC A(2).
       01 WS-CUR-WH-TOTAL       PIC 9(6).
       01 WS-PAIR-SUM           PIC S9(6)V99.
       01 WS-CREATE-COUNT       PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT       PIC 9(5) VALUE 0.

       TOTAL-STOCK.
           MOVE 0 TO WS-PT-STOCK-TOTAL.
           OPEN INPUT STOCK-FILE.
           IF NOT STOCK-OK
               DISPLAY "Unable to open STOCKFIL, stock taken as 0"
           ELSE
               PERFORM UNTIL STOCK-EOF
                   READ STOCK-FILE NEXT RECORD
                       AT END
                           SET STOCK-EOF TO TRUE
                       NOT AT END
                           ADD ST-QTY TO WS-PT-STOCK-TOTAL
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
                           IF TR-NUM1 IS NUMERIC
                                   AND TR-NUM2 IS NUMERIC
                               COMPUTE WS-PAIR-SUM = TR-NUM1 + TR-NUM2
                               IF TR-REVERSAL
                                       OR TR-CREDIT
                                   SUBTRACT WS-PAIR-SUM
                                       FROM WS-PT-TRAN-TOTAL
                               ELSE
                       AT END
                           SET SNAP-EOF TO TRUE
                       NOT AT END
                           IF PS-DATE < WS-TODAY AND PS-TOTALS
                               MOVE PS-DATE TO WS-PP-DATE
                               MOVE PS-EMP-COUNT TO WS-PP-EMP-COUNT
                               MOVE PS-STOCK-TOTAL
                                   TO WS-PP-STOCK-TOTAL
                               MOVE PS-TRAN-TOTAL TO WS-PP-TRAN-TOTAL
                               SET PRIOR-FOUND TO TRUE
                           END-IF
                   END-READ
           IF NOT SNAP-OK
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF.
           MOVE SPACES TO SNAPSHOT-RECORD.
           MOVE WS-PT-DATE TO PS-DATE.
           SET PS-TOTALS TO TRUE.
           MOVE WS-PT-EMP-COUNT TO PS-EMP-COUNT.
           MOVE WS-PT-STOCK-TOTAL TO PS-STOCK-TOTAL.
           MOVE WS-PT-TRAN-TOTAL TO PS-TRAN-TOTAL.
           WRITE SNAPSHOT-RECORD.
           PERFORM APPEND-WAREHOUSE-TOTALS.
           CLOSE SNAPSHOT-FILE.

      * A second pass over STOCKFIL, which comes back in warehouse
      * order, writes a W record at each change of warehouse code.
       APPEND-WAREHOUSE-TOTALS.
           MOVE SPACES TO WS-CUR-WH.
           MOVE 0 TO WS-CUR-WH-TOTAL.
           OPEN INPUT STOCK-FILE.
           IF STOCK-OK
               PERFORM UNTIL STOCK-EOF
                   READ STOCK-FILE NEXT RECORD
                       AT END
                           SET STOCK-EOF TO TRUE
                       NOT AT END
                           IF ST-WH NOT = WS-CUR-WH
                               PERFORM WRITE-WAREHOUSE-TOTAL
                               MOVE ST-WH TO WS-CUR-WH
                               MOVE 0 TO WS-CUR-WH-TOTAL
                           END-IF
                           ADD ST-QTY TO WS-CUR-WH-TOTAL
                   END-READ
               END-PERFORM
               PERFORM WRITE-WAREHOUSE-TOTAL
               CLOSE STOCK-FILE
           END-IF.

       WRITE-WAREHOUSE-TOTAL.
           IF WS-CUR-WH NOT = SPACES
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE WS-PT-DATE TO PS-DATE
               SET PS-WAREHOUSE TO TRUE
               MOVE WS-CUR-WH TO PS-WH-CODE
               MOVE WS-CUR-WH-TOTAL TO PS-WH-TOTAL
               WRITE SNAPSHOT-RECORD
           END-IF.

       TALLY-DAY-ACTIVITY.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-OK
