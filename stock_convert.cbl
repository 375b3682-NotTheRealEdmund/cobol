      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the stock files from the old
      *          three-warehouse, two-bin grid to the indexed files
      *          keyed on warehouse code and bin. Every row of the old
      *          STOCKFIL, MINSTOCK, CAPFILE and COSTFILE (read as
      *          STOCKOLD, MINOLD, CAPOLD and COSTOLD) becomes one
      *          record per bin, bins 01 and 02, on the new, empty
      *          indexed files. The files that carry a bin number are
      *          rewritten with the two-digit bin: STKMOVE, STKMVARC,
      *          POFILE, LASTCNT and RORDPROP (read as MOVEOLD,
      *          MVARCOLD, POOLD, LASTOLD and PROPOLD). INTRANS (read
      *          as XFEROLD) carried warehouse positions 1-3, which
      *          are turned back into the warehouse codes in code
      *          order as the old grid held them. SNAPFILE (read as
      *          SNAPOLD) is split into one totals record and one
      *          record per warehouse for each snapshot date. An old
      *          file that is not present is reported as skipped.
      *          Each file's counts are listed on STKCNVRP. The run
      *          refuses to start (return code 8) when STOCKFIL
      *          already holds records, so it cannot overwrite a
      *          converted file; it ends with return code 4 when any
      *          record could not be converted. STOCKFIL's seal
      *          changes with its layout, so a fresh FILESEAL capture
      *          is to be taken straight after the conversion, and
      *          any count in progress is to be rescheduled through
      *          CNTSCHED. Archived snapshots on SNAPARC keep the old
      *          layout.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, for the move from the fixed
      *                stock grid to indexed warehouse and bin files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-FILE-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STOCK-FILE ASSIGN TO "STOCKOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-MIN-FILE ASSIGN TO "MINOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-CAP-FILE ASSIGN TO "CAPOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-COST-FILE ASSIGN TO "COSTOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-MOVE-FILE ASSIGN TO "MOVEOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-MVARC-FILE ASSIGN TO "MVARCOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-PO-FILE ASSIGN TO "POOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-LASTCNT-FILE ASSIGN TO "LASTOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-PROP-FILE ASSIGN TO "PROPOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-XFER-FILE ASSIGN TO "XFEROLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OLD-SNAP-FILE ASSIGN TO "SNAPOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT MIN-STOCK-FILE ASSIGN TO "MINSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO "CAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT COST-FILE ASSIGN TO "COSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT MOVE-ARCHIVE-FILE ASSIGN TO "STKMVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT LAST-COUNT-FILE ASSIGN TO "LASTCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "RORDPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT IN-TRANSIT-FILE ASSIGN TO "INTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CONVERT-REPORT ASSIGN TO "STKCNVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-STOCK-FILE.
       01  OLD-STOCK-RECORD.
           05 OS-WH                 PIC A(2).
           05 OS-QTY-1              PIC 9(3).
           05 OS-QTY-2              PIC 9(3).
           05 OS-ITEM-1             PIC X(8).
           05 OS-ITEM-2             PIC X(8).
       FD  OLD-MIN-FILE.
       01  OLD-MIN-RECORD.
           05 OM-WH                 PIC A(2).
           05 OM-MIN-1              PIC 9(3).
           05 OM-MIN-2              PIC 9(3).
           05 OM-QTY-1              PIC 9(3).
           05 OM-QTY-2              PIC 9(3).
       FD  OLD-CAP-FILE.
       01  OLD-CAP-RECORD.
           05 OC-WH                 PIC A(2).
           05 OC-CAP-1              PIC 9(3).
           05 OC-CAP-2              PIC 9(3).
       FD  OLD-COST-FILE.
       01  OLD-COST-RECORD.
           05 OK-WH                 PIC A(2).
           05 OK-COST-1             PIC 9(3)V99.
           05 OK-COST-2             PIC 9(3)V99.
       FD  OLD-MOVE-FILE.
       01  OLD-MOVE-LINE            PIC X(48).
       FD  OLD-MVARC-FILE.
       01  OLD-MVARC-LINE           PIC X(48).
       FD  OLD-PO-FILE.
       01  OLD-PO-LINE              PIC X(51).
       FD  OLD-LASTCNT-FILE.
       01  OLD-LASTCNT-LINE         PIC X(11).
       FD  OLD-PROP-FILE.
       01  OLD-PROP-LINE            PIC X(61).
       FD  OLD-XFER-FILE.
       01  OLD-XFER-RECORD.
           05 OX-DATE               PIC X(8).
           05 OX-TIME               PIC X(8).
           05 OX-ITEM               PIC X(8).
           05 OX-FROM-WH            PIC 9(1).
           05 OX-FROM-BIN           PIC 9(1).
           05 OX-TO-WH              PIC 9(1).
           05 OX-TO-BIN             PIC 9(1).
           05 OX-QTY                PIC 9(3).
       FD  OLD-SNAP-FILE.
       01  OLD-SNAP-RECORD.
           05 OP-DATE               PIC X(8).
           05 OP-EMP-COUNT          PIC 9(7).
           05 OP-STOCK-TOTAL        PIC 9(5).
           05 OP-STOCK-WH OCCURS 3 TIMES.
               10 OP-WH-CODE            PIC A(2).
               10 OP-WH-TOTAL           PIC 9(4).
           05 OP-TRAN-TOTAL         PIC S9(9)V99.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  MIN-STOCK-FILE.
           COPY MINREC.
       FD  CAPACITY-FILE.
           COPY CAPREC.
       FD  COST-FILE.
           COPY COSTREC.
       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE            PIC X(49).
       FD  MOVE-ARCHIVE-FILE.
       01  MOVE-ARCHIVE-LINE        PIC X(49).
       FD  PO-FILE.
       01  PO-LINE                  PIC X(52).
       FD  LAST-COUNT-FILE.
       01  LAST-COUNT-LINE          PIC X(12).
       FD  PROPOSAL-FILE.
       01  PROPOSAL-LINE            PIC X(62).
       FD  IN-TRANSIT-FILE.
       01  IN-TRANSIT-RECORD.
           05 XF-DATE               PIC X(8).
           05 XF-TIME               PIC X(8).
           05 XF-ITEM               PIC X(8).
           05 XF-FROM-WH            PIC A(2).
           05 XF-FROM-BIN           PIC 9(2).
           05 XF-TO-WH              PIC A(2).
           05 XF-TO-BIN             PIC 9(2).
           05 XF-QTY                PIC 9(3).
       FD  SNAPSHOT-FILE.
           COPY SNAPREC.
       FD  CONVERT-REPORT.
       01  CONVERT-REPORT-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-OLD-STATUS         PIC X(2).
           88 OLD-OK                VALUE "00".
           88 OLD-EOF               VALUE "10".
       01 WS-STOCK-STATUS       PIC X(2).
           88 STOCK-OK              VALUE "00".
           88 STOCK-EOF             VALUE "10".
       01 WS-NEW-STATUS         PIC X(2).
           88 NEW-OK                VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-TODAY              PIC X(8).
       01 WS-OLD-NAME           PIC X(8).
       01 WS-NEW-NAME           PIC X(8).
      * The old grid's warehouse codes in code order; INTRANS named a
      * warehouse by its position in this order.
       01 WS-WH-TABLE.
           05 WS-WH-CODE            PIC A(2) OCCURS 3 TIMES.
       01 WS-WH-COUNT           PIC 9 VALUE 0.
       01 WS-SORT-I             PIC 9.
       01 WS-SORT-J             PIC 9.
       01 WS-SORT-LIMIT         PIC 9.
       01 WS-SORT-HOLD          PIC A(2).
       01 WS-SNAP-SUB           PIC 9.
       01 WS-CV-BIN             PIC 9(2).
       01 WS-CV-QTY             PIC 9(3).
       01 WS-CV-ITEM            PIC X(8).
       01 WS-CV-WH              PIC A(2).
       01 WS-OLD-LINE           PIC X(80).
       01 WS-NEW-LINE           PIC X(80).
       01 WS-BIN-POS            PIC 9(2).
       01 WS-XFER-VALID         PIC X VALUE 'Y'.
           88 XFER-VALID            VALUE 'Y'.
       01 WS-FILE-READ          PIC 9(7) VALUE 0.
       01 WS-FILE-WRITTEN       PIC 9(7) VALUE 0.
       01 WS-FILE-FAILED        PIC 9(7) VALUE 0.
       01 WS-BIN-COUNT          PIC 9(7) VALUE 0.
       01 WS-READ-COUNT         PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(7) VALUE 0.
       01 WS-FILE-LINE.
           05 WS-FL-OLD-NAME        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-NEW-NAME        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-READ            PIC Z(6)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-WRITTEN         PIC Z(6)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-FAILED          PIC Z(6)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-NOTE            PIC X(33).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-NEW-STOCK-EMPTY.
           OPEN OUTPUT CONVERT-REPORT.
           IF NOT RPT-OK
               MOVE "STKCONV " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STKCNVRP, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "STKCONV " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE "STOCK FILE CONVERSION - WAREHOUSE AND BIN LAYOUT"
               TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE
           "OLD       NEW          READ  WRITTEN   FAILED  NOTE"
               TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           PERFORM CONVERT-STOCK-FILE.
           PERFORM CONVERT-MIN-FILE.
           PERFORM CONVERT-CAP-FILE.
           PERFORM CONVERT-COST-FILE.
           PERFORM CONVERT-MOVE-FILE.
           PERFORM CONVERT-MVARC-FILE.
           PERFORM CONVERT-PO-FILE.
           PERFORM CONVERT-LASTCNT-FILE.
           PERFORM CONVERT-PROP-FILE.
           PERFORM CONVERT-XFER-FILE.
           PERFORM CONVERT-SNAP-FILE.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           STRING "READ " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  WRITTEN " DELIMITED BY SIZE
               WS-WRITTEN-COUNT DELIMITED BY SIZE
               "  BINS " DELIMITED BY SIZE
               WS-BIN-COUNT DELIMITED BY SIZE
               "  FAILED " DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE WS-WRITTEN-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-READ-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           CLOSE CONVERT-REPORT.
           DISPLAY "Stock files converted: " WS-BIN-COUNT
               " bin(s), " WS-FAILED-COUNT
               " record(s) failed; take a fresh FILESEAL capture now".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "STOCK FILES CONVERTED BINS=" DELIMITED BY SIZE
               WS-BIN-COUNT DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "STKCONV ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A stock file that already has records has been converted (or
      * built up through WHREFMNT) and must not be overwritten.
       CHECK-NEW-STOCK-EMPTY.
           OPEN INPUT STOCK-FILE.
           IF STOCK-OK
               READ STOCK-FILE NEXT RECORD
                   AT END
                       SET STOCK-EOF TO TRUE
               END-READ
               IF NOT STOCK-EOF
                   MOVE "STKCONV " TO WS-ERROR-PGM
                   MOVE "STOCKFIL ALREADY HOLDS RECORDS, NOT CONVERTED"
                       TO WS-ERROR-MSG
                   MOVE 8 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               CLOSE STOCK-FILE
           END-IF.

       START-FILE-COUNTS.
           MOVE 0 TO WS-FILE-READ WS-FILE-WRITTEN WS-FILE-FAILED.

       NEW-FILE-OPEN-FAILED.
           MOVE "STKCONV " TO WS-ERROR-PGM.
           STRING "UNABLE TO CREATE " DELIMITED BY SIZE
               WS-NEW-NAME DELIMITED BY SPACE
               ", STATUS " DELIMITED BY SIZE
               WS-NEW-STATUS DELIMITED BY SIZE
               INTO WS-ERROR-MSG.
           MOVE 8 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

      * One line per file; the note says whether the old file was
      * there at all.
       WRITE-FILE-LINE.
           MOVE WS-OLD-NAME TO WS-FL-OLD-NAME.
           MOVE WS-NEW-NAME TO WS-FL-NEW-NAME.
           MOVE WS-FILE-READ TO WS-FL-READ.
           MOVE WS-FILE-WRITTEN TO WS-FL-WRITTEN.
           MOVE WS-FILE-FAILED TO WS-FL-FAILED.
           IF OLD-OK OR OLD-EOF
               MOVE SPACES TO WS-FL-NOTE
           ELSE
               STRING "NOT PRESENT (" DELIMITED BY SIZE
                   WS-OLD-STATUS DELIMITED BY SIZE
                   "), SKIPPED" DELIMITED BY SIZE
                   INTO WS-FL-NOTE
           END-IF.
           MOVE WS-FILE-LINE TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           ADD WS-FILE-READ TO WS-READ-COUNT.
           ADD WS-FILE-WRITTEN TO WS-WRITTEN-COUNT.
           ADD WS-FILE-FAILED TO WS-FAILED-COUNT.

      * Each old grid row held bins 1 and 2 of one warehouse. The
      * indexed files are always created, so WHREFMNT and SUBSCRIPT
      * find them even when an old reference file was not kept.
       CONVERT-STOCK-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "STOCKOLD" TO WS-OLD-NAME.
           MOVE "STOCKFIL" TO WS-NEW-NAME.
           OPEN OUTPUT STOCK-FILE.
           IF NOT STOCK-OK
               MOVE WS-STOCK-STATUS TO WS-NEW-STATUS
               PERFORM NEW-FILE-OPEN-FAILED
           END-IF.
           OPEN INPUT OLD-STOCK-FILE.
           IF OLD-OK
               PERFORM UNTIL OLD-EOF
                   READ OLD-STOCK-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM CONVERT-ONE-STOCK-ROW
                   END-READ
               END-PERFORM
               CLOSE OLD-STOCK-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.
           CLOSE STOCK-FILE.
           ADD WS-FILE-WRITTEN TO WS-BIN-COUNT.
           PERFORM SORT-WAREHOUSE-CODES.

       CONVERT-ONE-STOCK-ROW.
           IF WS-WH-COUNT < 3
               ADD 1 TO WS-WH-COUNT
               MOVE OS-WH TO WS-WH-CODE(WS-WH-COUNT)
           END-IF.
           MOVE 1 TO WS-CV-BIN.
           MOVE OS-QTY-1 TO WS-CV-QTY.
           MOVE OS-ITEM-1 TO WS-CV-ITEM.
           PERFORM WRITE-STOCK-BIN.
           MOVE 2 TO WS-CV-BIN.
           MOVE OS-QTY-2 TO WS-CV-QTY.
           MOVE OS-ITEM-2 TO WS-CV-ITEM.
           PERFORM WRITE-STOCK-BIN.

       WRITE-STOCK-BIN.
           MOVE OS-WH TO ST-WH.
           MOVE WS-CV-BIN TO ST-BIN.
           IF WS-CV-QTY IS NUMERIC
               MOVE WS-CV-QTY TO ST-QTY
           ELSE
               MOVE 0 TO ST-QTY
           END-IF.
           MOVE WS-CV-ITEM TO ST-ITEM.
           MOVE 0 TO ST-ALLOCATED.
           WRITE STOCK-RECORD
               INVALID KEY
                   ADD 1 TO WS-FILE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
           END-WRITE.

      * Warehouse positions on INTRANS followed the grid in code
      * order.
       SORT-WAREHOUSE-CODES.
           IF WS-WH-COUNT > 1
               PERFORM VARYING WS-SORT-I FROM 1 BY 1
                       UNTIL WS-SORT-I >= WS-WH-COUNT
                   COMPUTE WS-SORT-LIMIT = WS-WH-COUNT - WS-SORT-I
                   PERFORM VARYING WS-SORT-J FROM 1 BY 1
                           UNTIL WS-SORT-J > WS-SORT-LIMIT
                       IF WS-WH-CODE(WS-SORT-J) >
                          WS-WH-CODE(WS-SORT-J + 1)
                           MOVE WS-WH-CODE(WS-SORT-J) TO WS-SORT-HOLD
                           MOVE WS-WH-CODE(WS-SORT-J + 1)
                               TO WS-WH-CODE(WS-SORT-J)
                           MOVE WS-SORT-HOLD
                               TO WS-WH-CODE(WS-SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * Reorder quantities were added to the old minimum file later,
      * so a short row reads as zero (order back up to twice the
      * minimum).
       CONVERT-MIN-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "MINOLD  " TO WS-OLD-NAME.
           MOVE "MINSTOCK" TO WS-NEW-NAME.
           OPEN OUTPUT MIN-STOCK-FILE.
           IF NOT NEW-OK
               PERFORM NEW-FILE-OPEN-FAILED
           END-IF.
           OPEN INPUT OLD-MIN-FILE.
           IF OLD-OK
               PERFORM UNTIL OLD-EOF
                   READ OLD-MIN-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE OM-WH TO MR-WH
                           MOVE 1 TO MR-BIN
                           MOVE OM-MIN-1 TO WS-CV-QTY
                           MOVE OM-QTY-1 TO WS-CV-ITEM
                           PERFORM WRITE-MIN-BIN
                           MOVE 2 TO MR-BIN
                           MOVE OM-MIN-2 TO WS-CV-QTY
                           MOVE OM-QTY-2 TO WS-CV-ITEM
                           PERFORM WRITE-MIN-BIN
                   END-READ
               END-PERFORM
               CLOSE OLD-MIN-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.
           CLOSE MIN-STOCK-FILE.

       WRITE-MIN-BIN.
           IF WS-CV-QTY IS NUMERIC
               MOVE WS-CV-QTY TO MR-MIN
           ELSE
               MOVE 0 TO MR-MIN
           END-IF.
           IF WS-CV-ITEM(1:3) IS NUMERIC
               MOVE WS-CV-ITEM(1:3) TO MR-REORDER-QTY
           ELSE
               MOVE 0 TO MR-REORDER-QTY
           END-IF.
           WRITE MIN-STOCK-RECORD
               INVALID KEY
                   ADD 1 TO WS-FILE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
           END-WRITE.

       CONVERT-CAP-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "CAPOLD  " TO WS-OLD-NAME.
           MOVE "CAPFILE " TO WS-NEW-NAME.
           OPEN OUTPUT CAPACITY-FILE.
           IF NOT NEW-OK
               PERFORM NEW-FILE-OPEN-FAILED
           END-IF.
           OPEN INPUT OLD-CAP-FILE.
           IF OLD-OK
               PERFORM UNTIL OLD-EOF
                   READ OLD-CAP-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE OC-WH TO CP-WH
                           MOVE 1 TO CP-BIN
                           MOVE OC-CAP-1 TO WS-CV-QTY
                           PERFORM WRITE-CAP-BIN
                           MOVE 2 TO CP-BIN
                           MOVE OC-CAP-2 TO WS-CV-QTY
                           PERFORM WRITE-CAP-BIN
                   END-READ
               END-PERFORM
               CLOSE OLD-CAP-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.
           CLOSE CAPACITY-FILE.

       WRITE-CAP-BIN.
           IF WS-CV-QTY IS NUMERIC
               MOVE WS-CV-QTY TO CP-CAPACITY
           ELSE
               MOVE 0 TO CP-CAPACITY
           END-IF.
           WRITE CAPACITY-RECORD
               INVALID KEY
                   ADD 1 TO WS-FILE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
           END-WRITE.

       CONVERT-COST-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "COSTOLD " TO WS-OLD-NAME.
           MOVE "COSTFILE" TO WS-NEW-NAME.
           OPEN OUTPUT COST-FILE.
           IF NOT NEW-OK
               PERFORM NEW-FILE-OPEN-FAILED
           END-IF.
           OPEN INPUT OLD-COST-FILE.
           IF OLD-OK
               PERFORM UNTIL OLD-EOF
                   READ OLD-COST-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE OK-WH TO CO-WH
                           MOVE 1 TO CO-BIN
                           IF OK-COST-1 IS NUMERIC
                               MOVE OK-COST-1 TO CO-UNIT-COST
                           ELSE
                               MOVE 0 TO CO-UNIT-COST
                           END-IF
                           PERFORM WRITE-COST-BIN
                           MOVE 2 TO CO-BIN
                           IF OK-COST-2 IS NUMERIC
                               MOVE OK-COST-2 TO CO-UNIT-COST
                           ELSE
                               MOVE 0 TO CO-UNIT-COST
                           END-IF
                           PERFORM WRITE-COST-BIN
                   END-READ
               END-PERFORM
               CLOSE OLD-COST-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.
           CLOSE COST-FILE.

       WRITE-COST-BIN.
           WRITE COST-RECORD
               INVALID KEY
                   ADD 1 TO WS-FILE-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
           END-WRITE.

      * The one-digit bin becomes two digits by a leading zero at
      * WS-BIN-POS; everything after it moves one place right.
       WIDEN-BIN-FIELD.
           MOVE SPACES TO WS-NEW-LINE.
           STRING WS-OLD-LINE(1:WS-BIN-POS - 1) DELIMITED BY SIZE
               "0" DELIMITED BY SIZE
               WS-OLD-LINE(WS-BIN-POS:80 - WS-BIN-POS)
                   DELIMITED BY SIZE
               INTO WS-NEW-LINE.
           ADD 1 TO WS-FILE-WRITTEN.

       CONVERT-MOVE-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "MOVEOLD " TO WS-OLD-NAME.
           MOVE "STKMOVE " TO WS-NEW-NAME.
           MOVE 19 TO WS-BIN-POS.
           OPEN INPUT OLD-MOVE-FILE.
           IF OLD-OK
               OPEN OUTPUT MOVEMENT-FILE
               IF NOT NEW-OK
                   PERFORM NEW-FILE-OPEN-FAILED
               END-IF
               PERFORM UNTIL OLD-EOF
                   READ OLD-MOVE-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE OLD-MOVE-LINE TO WS-OLD-LINE
                           PERFORM WIDEN-BIN-FIELD
                           MOVE WS-NEW-LINE TO MOVEMENT-LINE
                           WRITE MOVEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE OLD-MOVE-FILE
               CLOSE MOVEMENT-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.

       CONVERT-MVARC-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "MVARCOLD" TO WS-OLD-NAME.
           MOVE "STKMVARC" TO WS-NEW-NAME.
           MOVE 19 TO WS-BIN-POS.
           OPEN INPUT OLD-MVARC-FILE.
           IF OLD-OK
               OPEN OUTPUT MOVE-ARCHIVE-FILE
               IF NOT NEW-OK
                   PERFORM NEW-FILE-OPEN-FAILED
               END-IF
               PERFORM UNTIL OLD-EOF
                   READ OLD-MVARC-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE OLD-MVARC-LINE TO WS-OLD-LINE
                           PERFORM WIDEN-BIN-FIELD
                           MOVE WS-NEW-LINE TO MOVE-ARCHIVE-LINE
                           WRITE MOVE-ARCHIVE-LINE
                   END-READ
               END-PERFORM
               CLOSE OLD-MVARC-FILE
               CLOSE MOVE-ARCHIVE-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.

       CONVERT-PO-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "POOLD   " TO WS-OLD-NAME.
           MOVE "POFILE  " TO WS-NEW-NAME.
           MOVE 17 TO WS-BIN-POS.
           OPEN INPUT OLD-PO-FILE.
           IF OLD-OK
               OPEN OUTPUT PO-FILE
               IF NOT NEW-OK
                   PERFORM NEW-FILE-OPEN-FAILED
               END-IF
               PERFORM UNTIL OLD-EOF
                   READ OLD-PO-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE OLD-PO-LINE TO WS-OLD-LINE
                           PERFORM WIDEN-BIN-FIELD
                           MOVE WS-NEW-LINE TO PO-LINE
                           WRITE PO-LINE
                   END-READ
               END-PERFORM
               CLOSE OLD-PO-FILE
               CLOSE PO-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.

       CONVERT-LASTCNT-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "LASTOLD " TO WS-OLD-NAME.
           MOVE "LASTCNT " TO WS-NEW-NAME.
           MOVE 3 TO WS-BIN-POS.
           OPEN INPUT OLD-LASTCNT-FILE.
           IF OLD-OK
               OPEN OUTPUT LAST-COUNT-FILE
               IF NOT NEW-OK
                   PERFORM NEW-FILE-OPEN-FAILED
               END-IF
               PERFORM UNTIL OLD-EOF
                   READ OLD-LASTCNT-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE OLD-LASTCNT-LINE TO WS-OLD-LINE
                           PERFORM WIDEN-BIN-FIELD
                           MOVE WS-NEW-LINE TO LAST-COUNT-LINE
                           WRITE LAST-COUNT-LINE
                   END-READ
               END-PERFORM
               CLOSE OLD-LASTCNT-FILE
               CLOSE LAST-COUNT-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.

       CONVERT-PROP-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "PROPOLD " TO WS-OLD-NAME.
           MOVE "RORDPROP" TO WS-NEW-NAME.
           MOVE 3 TO WS-BIN-POS.
           OPEN INPUT OLD-PROP-FILE.
           IF OLD-OK
               OPEN OUTPUT PROPOSAL-FILE
               IF NOT NEW-OK
                   PERFORM NEW-FILE-OPEN-FAILED
               END-IF
               PERFORM UNTIL OLD-EOF
                   READ OLD-PROP-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           MOVE OLD-PROP-LINE TO WS-OLD-LINE
                           PERFORM WIDEN-BIN-FIELD
                           MOVE WS-NEW-LINE TO PROPOSAL-LINE
                           WRITE PROPOSAL-LINE
                   END-READ
               END-PERFORM
               CLOSE OLD-PROP-FILE
               CLOSE PROPOSAL-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.

      * A transfer naming a warehouse position the old grid did not
      * have cannot be placed and is left off INTRANS; it is counted
      * as failed for the stores to re-key.
       CONVERT-XFER-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "XFEROLD " TO WS-OLD-NAME.
           MOVE "INTRANS " TO WS-NEW-NAME.
           OPEN INPUT OLD-XFER-FILE.
           IF OLD-OK
               OPEN OUTPUT IN-TRANSIT-FILE
               IF NOT NEW-OK
                   PERFORM NEW-FILE-OPEN-FAILED
               END-IF
               PERFORM UNTIL OLD-EOF
                   READ OLD-XFER-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM CONVERT-ONE-TRANSFER
                   END-READ
               END-PERFORM
               CLOSE OLD-XFER-FILE
               CLOSE IN-TRANSIT-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.

       CONVERT-ONE-TRANSFER.
           MOVE 'Y' TO WS-XFER-VALID.
           IF OX-FROM-WH IS NOT NUMERIC
              OR OX-FROM-WH < 1 OR OX-FROM-WH > WS-WH-COUNT
              OR OX-TO-WH IS NOT NUMERIC
              OR OX-TO-WH < 1 OR OX-TO-WH > WS-WH-COUNT
               MOVE 'N' TO WS-XFER-VALID
           END-IF.
           IF XFER-VALID
               MOVE OX-DATE TO XF-DATE
               MOVE OX-TIME TO XF-TIME
               MOVE OX-ITEM TO XF-ITEM
               MOVE WS-WH-CODE(OX-FROM-WH) TO XF-FROM-WH
               MOVE OX-FROM-BIN TO XF-FROM-BIN
               MOVE WS-WH-CODE(OX-TO-WH) TO XF-TO-WH
               MOVE OX-TO-BIN TO XF-TO-BIN
               MOVE OX-QTY TO XF-QTY
               WRITE IN-TRANSIT-RECORD
               ADD 1 TO WS-FILE-WRITTEN
           ELSE
               ADD 1 TO WS-FILE-FAILED
           END-IF.

      * Each old snapshot becomes a totals record followed by one
      * record per warehouse it named.
       CONVERT-SNAP-FILE.
           PERFORM START-FILE-COUNTS.
           MOVE "SNAPOLD " TO WS-OLD-NAME.
           MOVE "SNAPFILE" TO WS-NEW-NAME.
           OPEN INPUT OLD-SNAP-FILE.
           IF OLD-OK
               OPEN OUTPUT SNAPSHOT-FILE
               IF NOT NEW-OK
                   PERFORM NEW-FILE-OPEN-FAILED
               END-IF
               PERFORM UNTIL OLD-EOF
                   READ OLD-SNAP-FILE
                       AT END
                           SET OLD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM CONVERT-ONE-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE OLD-SNAP-FILE
               CLOSE SNAPSHOT-FILE
           END-IF.
           PERFORM WRITE-FILE-LINE.

       CONVERT-ONE-SNAPSHOT.
           MOVE SPACES TO SNAPSHOT-RECORD.
           MOVE OP-DATE TO PS-DATE.
           SET PS-TOTALS TO TRUE.
           MOVE OP-EMP-COUNT TO PS-EMP-COUNT.
           MOVE OP-STOCK-TOTAL TO PS-STOCK-TOTAL.
           MOVE OP-TRAN-TOTAL TO PS-TRAN-TOTAL.
           WRITE SNAPSHOT-RECORD.
           ADD 1 TO WS-FILE-WRITTEN.
           PERFORM VARYING WS-SNAP-SUB FROM 1 BY 1
                   UNTIL WS-SNAP-SUB > 3
               IF OP-WH-CODE(WS-SNAP-SUB) NOT = SPACES
                   MOVE SPACES TO SNAPSHOT-RECORD
                   MOVE OP-DATE TO PS-DATE
                   SET PS-WAREHOUSE TO TRUE
                   MOVE OP-WH-CODE(WS-SNAP-SUB) TO PS-WH-CODE
                   MOVE OP-WH-TOTAL(WS-SNAP-SUB) TO PS-WH-TOTAL
                   WRITE SNAPSHOT-RECORD
                   ADD 1 TO WS-FILE-WRITTEN
               END-IF
           END-PERFORM.

           COPY ERRHAND.
       END PROGRAM STOCK-FILE-CONVERT.
