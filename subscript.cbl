      *                issues validate it against the ITEMFILE item
      *                master, and the valuation report shows the
      *                item in each bin.
      *   2026-10-15 - Purchase orders carry a supplier, an agreed
      *                unit price, and the quantity invoiced: the
      *                low-stock run takes the item's usual supplier
      *                from ITEMFILE and the bin's COSTFILE cost, and
      *                a batch receipt matched to an order writes the
      *                PO number on its STKMOVE movement, for the
      *                supplier invoice match (APMATCH).
      *   2026-10-15 - MINSTOCK carries a reorder quantity per bin,
      *                set from the usage-based proposals accepted in
      *                WHREFMNT; the low-stock run orders that
      *                quantity and keeps the twice-the-reorder-point
      *                rule for bins with none.
      *   2026-10-15 - STOCKFIL, MINSTOCK, CAPFILE and COSTFILE are
      *                indexed on warehouse code and bin, so the fixed
      *                3 x 2 table is gone: each movement reads and
      *                rewrites its own bin, the reports browse the
      *                stock file, and MOVETRAN, COUNTFIL and INTRANS
      *                carry the warehouse code and a two-digit bin.
      *   2026-10-15 - Stock allocated to customer orders by ORDALLOC
      *                is held back: issues and transfer dispatches
      *                may only take the unallocated quantity, and the
      *                low-stock run judges each bin (and sizes its
      *                suggested order) on the quantity still free.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      *   2026-10-15 - Run-control requests carry a blank step name
      *                (the program runs once a night).
      ******************************************************************
       *> Table individual elements can be accessed by using subscript.
       *> Subscript values can range from 1 to the number of times the table occurs.
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
           SELECT LOWSTOCK-REPORT ASSIGN TO "LOWSTKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARRPT-STATUS.
           SELECT COST-FILE ASSIGN TO "COSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-COST-STATUS.
           SELECT VALUE-REPORT ASSIGN TO "VALURPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALRPT-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO "CAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CAP-STATUS.
           SELECT UTIL-REPORT ASSIGN TO "UTILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  MIN-STOCK-FILE.
           COPY MINREC.
       FD  LOWSTOCK-REPORT.
       01  LOWSTOCK-LINE           PIC X(80).
       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE           PIC X(49).
       FD  MOVE-TRANS-FILE.
       01  MOVE-TRANS-RECORD.
           05 MVT-TYPE             PIC X(1).
           05 MVT-WH               PIC A(2).
           05 MVT-BIN              PIC 9(2).
           05 MVT-QTY              PIC 9(3).
           05 MVT-ITEM             PIC X(8).
           05 MVT-TO-WH            PIC A(2).
           05 MVT-TO-BIN           PIC 9(2).
       FD  MOVE-SUMMARY.
       01  MOVE-SUMMARY-LINE       PIC X(80).
       FD  COUNT-FILE.
       01  COUNT-RECORD.
           05 CN-WH                 PIC A(2).
           05 CN-BIN                PIC 9(2).
           05 CN-QTY                PIC 9(3).
           05 CN-ITEM               PIC X(8).
       FD  VARIANCE-REPORT.
       01  VARIANCE-LINE           PIC X(80).
       FD  COST-FILE.
           COPY COSTREC.
       FD  VALUE-REPORT.
       01  VALUE-LINE              PIC X(80).
       FD  CAPACITY-FILE.
           COPY CAPREC.
       FD  UTIL-REPORT.
       01  UTIL-LINE               PIC X(80).
       FD  ITEM-FILE.
           05 IT-SKU               PIC X(8).
           05 IT-DESC               PIC X(20).
           05 IT-UOM                PIC X(3).
           05 IT-SUPPLIER           PIC X(6).
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
       FD  PO-FILE.
       01  PO-RECORD.
           05 PO-NUMBER             PIC 9(6).
           05 PO-DATE               PIC X(8).
           05 PO-WH                 PIC A(2).
           05 PO-BIN                PIC 9(2).
           05 PO-ITEM               PIC X(8).
           05 PO-QTY                PIC 9(4).
           05 PO-RECEIVED           PIC 9(4).
               88 PO-OPEN               VALUE 'O'.
               88 PO-CLOSED             VALUE 'C'.
               88 PO-CANCELLED          VALUE 'X'.
           05 PO-SUPPLIER           PIC X(6).
           05 PO-PRICE              PIC 9(5)V99.
           05 PO-INVOICED           PIC 9(4).
       FD  LAST-COUNT-FILE.
       01  LAST-COUNT-RECORD.
           05 LC-WH                 PIC A(2).
           05 LC-BIN                PIC 9(2).
           05 LC-DATE               PIC X(8).
       WORKING-STORAGE SECTION.
           01 WS-STOCK-STATUS      PIC X(2).
               88 STOCK-OK              VALUE "00".
               88 STOCK-EOF             VALUE "10".
           01 WS-WAREHOUSE          PIC A(2).
           01 WS-BIN                PIC 9(2).
           01 WS-QTY                PIC 9(3).
           01 WS-FREE-QTY           PIC 9(3).
           01 WS-MOVE-CHOICE        PIC 9 VALUE 0.
               88 CHOICE-RECEIPT         VALUE 1.
               88 CHOICE-ISSUE           VALUE 2.
               88 CAP-EOF               VALUE "10".
           01 WS-UTILRPT-STATUS     PIC X(2).
               88 UTILRPT-OK            VALUE "00".
           01 WS-CAP-OPEN           PIC X VALUE 'N'.
               88 CAP-FILE-OPEN         VALUE 'Y'.
           01 WS-CAP-FOUND          PIC X VALUE 'N'.
               88 CAP-ON-FILE           VALUE 'Y'.
           01 WS-NEW-QTY            PIC 9(4).
           01 WS-CAP-OVERRIDE       PIC X VALUE 'N'.
               88 CAP-OVERRIDE-OK       VALUE 'Y', 'y'.
           01 WS-UTIL-LINE.
               05 WS-UT-WH              PIC A(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-UT-BIN             PIC 9(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-UT-ONHAND          PIC ZZ9.
               05 FILLER                PIC X(2) VALUE SPACES.
               88 COST-EOF              VALUE "10".
           01 WS-VALRPT-STATUS      PIC X(2).
               88 VALRPT-OK             VALUE "00".
           01 WS-COST-OPEN          PIC X VALUE 'N'.
               88 COST-FILE-OPEN        VALUE 'Y'.
           01 WS-COST-FOUND         PIC X VALUE 'N'.
               88 COST-ON-FILE          VALUE 'Y'.
           01 WS-PREV-WH            PIC A(2).
           01 WS-WH-COUNT           PIC 9(4).
           01 WS-BIN-VALUE          PIC 9(6)V99.
           01 WS-WH-VALUE           PIC 9(7)V99.
           01 WS-TOTAL-VALUE        PIC 9(8)V99.
           01 WS-VALUE-LINE.
               05 WS-VA-WH              PIC A(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-VA-BIN             PIC 9(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-VA-ITEM            PIC X(8).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-VA-COST            PIC ZZ9.99.
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-VA-VALUE           PIC ZZZ,ZZ9.99.
           01 WS-MIN-STATUS         PIC X(2).
               88 MIN-OK                VALUE "00".
               88 MIN-EOF               VALUE "10".
           01 WS-LOWRPT-STATUS      PIC X(2).
               88 LOWRPT-OK             VALUE "00".
           01 WS-MIN-OPEN           PIC X VALUE 'N'.
               88 MIN-FILE-OPEN         VALUE 'Y'.
           01 WS-NO-MIN-COUNT       PIC 9(4).
           01 WS-LOW-COUNT          PIC 9(4).
           01 WS-REORDER-QTY        PIC 9(4).
           01 WS-LOW-LINE.
               05 WS-LL-WH              PIC A(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-LL-BIN             PIC 9(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-LL-ONHAND          PIC ZZ9.
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-LL-ALLOC           PIC ZZ9.
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-LL-MIN             PIC ZZ9.
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-LL-REORDER         PIC ZZZ9.
           01 WS-ROW-TOTAL          PIC 9(6).
           01 WS-GRAND-TOTAL        PIC 9(7) VALUE 0.
           01 WS-AUDIT-DETAIL       PIC X(56).
           01 WS-WH-BIN-VALID       PIC X VALUE 'Y'.
               88 WH-BIN-VALID          VALUE 'Y'.
           01 WS-MOVE-STATUS        PIC X(2).
               88 COUNT-EOF             VALUE "10".
           01 WS-VARRPT-STATUS      PIC X(2).
               88 VARRPT-OK             VALUE "00".
           01 WS-VAR-COUNT          PIC 9(4).
           01 WS-ADJ-COUNT          PIC 9(4).
           01 WS-BOOK-QTY           PIC 9(3).
           01 WS-VAR-LINE.
               05 WS-VL-WH              PIC A(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-VL-BIN             PIC 9(2).
               05 FILLER                PIC X(3) VALUE SPACES.
               05 WS-VL-BOOK            PIC ZZ9.
               05 FILLER                PIC X(5) VALUE SPACES.
           01 WS-MVT-DISP-LINE.
               05 WS-MD-TYPE            PIC X(1).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-MD-WH              PIC X(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-MD-BIN             PIC X(2).
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-MD-QTY             PIC ZZ9.
               05 FILLER                PIC X(2) VALUE SPACES.
                   10 WS-IT-SKU         PIC X(8).
                   10 WS-IT-DESC        PIC X(20).
                   10 WS-IT-UOM         PIC X(3).
                   10 WS-IT-SUPPLIER    PIC X(6).
           01 WS-ITEM-USED          PIC 9(2) VALUE 0.
           01 WS-ITEM-SUB           PIC 9(2).
           01 WS-ITEM-LOADED        PIC X VALUE 'N'.
                   10 WS-XF-DATE        PIC X(8).
                   10 WS-XF-TIME        PIC X(8).
                   10 WS-XF-ITEM        PIC X(8).
                   10 WS-XF-FROM-WH     PIC A(2).
                   10 WS-XF-FROM-BIN    PIC 9(2).
                   10 WS-XF-TO-WH       PIC A(2).
                   10 WS-XF-TO-BIN      PIC 9(2).
                   10 WS-XF-QTY         PIC 9(3).
           01 WS-XFER-USED          PIC 9(2) VALUE 0.
           01 WS-XFER-SUB           PIC 9(2).
           01 WS-XFER-FOUND-SUB     PIC 9(2).
           01 WS-TO-WH              PIC A(2).
           01 WS-TO-BIN             PIC 9(2).
           01 WS-ARRIVAL-VALID      PIC X VALUE 'Y'.
               88 ARRIVAL-DEST-OK       VALUE 'Y'.
           01 WS-DEST-VALID         PIC X VALUE 'Y'.
               88 DEST-BIN-VALID        VALUE 'Y'.
           01 WS-PO-STATUS          PIC X(2).
               88 PO-FILE-OK            VALUES "00", "05".
               88 PO-FILE-EOF           VALUE "10".
                   10 WS-PO-NUMBER      PIC 9(6).
                   10 WS-PO-DATE        PIC X(8).
                   10 WS-PO-WH          PIC A(2).
                   10 WS-PO-BIN         PIC 9(2).
                   10 WS-PO-ITEM        PIC X(8).
                   10 WS-PO-QTY         PIC 9(4).
                   10 WS-PO-RECEIVED    PIC 9(4).
                   10 WS-PO-STATE       PIC X(1).
                   10 WS-PO-SUPPLIER    PIC X(6).
                   10 WS-PO-PRICE       PIC 9(5)V99.
                   10 WS-PO-INVOICED    PIC 9(4).
           01 WS-PO-USED            PIC 9(2) VALUE 0.
           01 WS-PO-SUB             PIC 9(2).
           01 WS-PO-FOUND-SUB       PIC 9(2).
               88 LASTCNT-OK            VALUES "00", "05".
               88 LASTCNT-EOF           VALUE "10".
           01 WS-LASTCNT-TABLE.
               05 WS-LASTCNT-ENTRY OCCURS 500 TIMES.
                   10 WS-LC-WH          PIC A(2).
                   10 WS-LC-BIN         PIC 9(2).
                   10 WS-LC-DATE        PIC X(8).
           01 WS-LASTCNT-USED       PIC 9(3) VALUE 0.
           01 WS-LASTCNT-SUB        PIC 9(3).
           01 WS-LC-FOUND-SUB       PIC 9(3).
           01 WS-COUNT-DATE         PIC X(8).
           COPY MOVEREC.
           COPY BATCHHDR.
           COPY AUDITEVT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO MV-PO-NUMBER.
           PERFORM SIGN-ON-PARA.
           PERFORM RUNCTL-START-PARA.
           DISPLAY "1 = Interactive menu".
           DISPLAY "2 = Batch movement file (MOVETRAN)".
           DISPLAY "Select mode: ".
           ACCEPT WS-RUN-MODE.
           PERFORM OPEN-STOCK-FILE.
           PERFORM OPEN-CAP-FILE.
           PERFORM LOAD-ITEM-TABLE.
           IF MODE-BATCH
               PERFORM BATCH-MOVEMENTS
           ELSE
               PERFORM INTERACTIVE-PROCEDURE
           END-IF.
           CLOSE STOCK-FILE.
           IF CAP-FILE-OPEN
               CLOSE CAPACITY-FILE
           END-IF.
           PERFORM RUNCTL-END-PARA.
       STOP RUN.

       INTERACTIVE-PROCEDURE.
           PERFORM TOTALS-PROCEDURE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Receipt  2 = Issue  3 = Low-stock report"
           END-READ
       END-PERFORM.
       CLOSE MOVE-TRANS-FILE.
       IF PO-TABLE-CHANGED
           PERFORM SAVE-PO-TABLE
       END-IF.
       APPLY-MOVE-TRAN.
       MOVE 'Y' TO WS-MVT-OK-FLAG.
       MOVE SPACES TO WS-MVT-REASON.
       IF MVT-BIN IS NOT NUMERIC
           MOVE "BIN NOT NUMERIC" TO WS-MVT-REASON
           MOVE 'N' TO WS-MVT-OK-FLAG
       ELSE
           MOVE MVT-WH TO WS-WAREHOUSE
               MOVE 'N' TO WS-MVT-OK-FLAG
           ELSE
               MOVE MVT-QTY TO WS-QTY
               PERFORM FIND-STOCK-BIN
               IF NOT WH-BIN-VALID
                   MOVE "WAREHOUSE/BIN NOT ON STOCK FILE"
                       TO WS-MVT-REASON
                   MOVE 'N' TO WS-MVT-OK-FLAG
               END-IF
               WHEN 'R'
                   MOVE MVT-ITEM TO WS-WORK-SKU
                   PERFORM CHECK-ITEM-FOR-BIN
                   PERFORM READ-BIN-CAPACITY
                   COMPUTE WS-NEW-QTY = ST-QTY + WS-QTY
                   IF NOT ITEM-FOR-BIN-OK
                       MOVE "ITEM UNKNOWN OR WRONG FOR BIN"
                           TO WS-MVT-REASON
                       MOVE 'N' TO WS-MVT-OK-FLAG
                   ELSE
                   IF CAP-ON-FILE AND WS-NEW-QTY > CP-CAPACITY
                       MOVE "EXCEEDS BIN CAPACITY"
                           TO WS-MVT-REASON
                       MOVE 'N' TO WS-MVT-OK-FLAG
                   ELSE
                       MOVE WS-WORK-SKU TO ST-ITEM
                       ADD WS-QTY TO ST-QTY
                       PERFORM REWRITE-STOCK-BIN
                       PERFORM MATCH-RECEIPT-TO-PO
                       MOVE 'R' TO MV-TYPE
                       PERFORM WRITE-MOVEMENT
                   END-IF
                   END-IF
               WHEN 'I'
                   IF MVT-ITEM NOT = SPACES
                           AND MVT-ITEM NOT = ST-ITEM
                       MOVE "ITEM NOT IN THIS BIN"
                           TO WS-MVT-REASON
                       MOVE 'N' TO WS-MVT-OK-FLAG
                   ELSE
                   PERFORM SET-FREE-QTY
                   IF WS-QTY > WS-FREE-QTY
                       MOVE "ISSUE EXCEEDS UNALLOCATED QTY"
                           TO WS-MVT-REASON
                       MOVE 'N' TO WS-MVT-OK-FLAG
                   ELSE
                       SUBTRACT WS-QTY FROM ST-QTY
                       PERFORM REWRITE-STOCK-BIN
                       MOVE 'I' TO MV-TYPE
                       PERFORM WRITE-MOVEMENT
                   END-IF
                   END-IF
               WHEN 'T'
                   MOVE MVT-TO-WH TO WS-TO-WH
                   MOVE MVT-TO-BIN TO WS-TO-BIN
                   PERFORM CHECK-DEST-BIN
                   IF NOT DEST-BIN-VALID
                       MOVE "DESTINATION NOT ON STOCK FILE"
                           TO WS-MVT-REASON
                       MOVE 'N' TO WS-MVT-OK-FLAG
                   ELSE
                   PERFORM SET-FREE-QTY
                   IF WS-QTY > WS-FREE-QTY
                       MOVE "TRANSFER EXCEEDS UNALLOCATED QTY"
                           TO WS-MVT-REASON
                       MOVE 'N' TO WS-MVT-OK-FLAG
                   ELSE
                       PERFORM LOAD-XFER-TABLE
                       IF WS-XFER-USED = 20
                           MOVE "IN-TRANSIT FILE FULL"
                           TO WS-MVT-REASON
                       MOVE 'N' TO WS-MVT-OK-FLAG
                   ELSE
                   PERFORM READ-BIN-CAPACITY
                   COMPUTE WS-NEW-QTY =
                       ST-QTY + WS-XF-QTY(WS-XFER-FOUND-SUB)
                   IF CAP-ON-FILE AND WS-NEW-QTY > CP-CAPACITY
                       MOVE "EXCEEDS BIN CAPACITY"
                           TO WS-MVT-REASON
                       MOVE 'N' TO WS-MVT-OK-FLAG
       MOVE WS-MVT-DISP-LINE TO MOVE-SUMMARY-LINE.
       WRITE MOVE-SUMMARY-LINE.

      * Every bin on the stock file, with a total for each warehouse
      * and for the whole file.
       TOTALS-PROCEDURE.
       MOVE 0 TO WS-GRAND-TOTAL.
       MOVE 0 TO WS-ROW-TOTAL.
       MOVE SPACES TO WS-PREV-WH.
       PERFORM START-STOCK-BROWSE.
       PERFORM UNTIL STOCK-EOF
           READ STOCK-FILE NEXT RECORD
               AT END
                   SET STOCK-EOF TO TRUE
               NOT AT END
                   IF ST-WH NOT = WS-PREV-WH
                       PERFORM DISPLAY-WAREHOUSE-TOTAL
                       MOVE ST-WH TO WS-PREV-WH
                       MOVE 0 TO WS-ROW-TOTAL
                   END-IF
                   DISPLAY "Warehouse " ST-WH " bin " ST-BIN " : "
                       ST-QTY " " ST-ITEM
                   ADD ST-QTY TO WS-ROW-TOTAL
                   ADD ST-QTY TO WS-GRAND-TOTAL
           END-READ
       END-PERFORM.
       PERFORM DISPLAY-WAREHOUSE-TOTAL.
       DISPLAY "Grand total across all warehouses : " WS-GRAND-TOTAL.

       DISPLAY-WAREHOUSE-TOTAL.
       IF WS-PREV-WH NOT = SPACES
           DISPLAY "Warehouse " WS-PREV-WH " total : " WS-ROW-TOTAL
       END-IF.

      * The stock file stays open for update for the whole run; each
      * receipt, issue, transfer leg and count adjustment reads its
      * own bin by key and rewrites it straight away.
       OPEN-STOCK-FILE.
       OPEN I-O STOCK-FILE.
       IF NOT STOCK-OK
           MOVE "SUBSCRPT" TO WS-ERROR-PGM
           STRING "UNABLE TO OPEN STOCKFIL, STATUS " DELIMITED BY SIZE
               INTO WS-ERROR-MSG
           MOVE 8 TO WS-ERROR-CODE
           PERFORM ABEND-PARA
       END-IF.

      * The reports read the stock file in key order, warehouse code
      * then bin.
       START-STOCK-BROWSE.
       MOVE LOW-VALUES TO ST-KEY.
       START STOCK-FILE KEY IS NOT LESS THAN ST-KEY
           INVALID KEY
               SET STOCK-EOF TO TRUE
       END-START.

       OPEN-MIN-FILE.
       MOVE 'N' TO WS-MIN-OPEN.
       OPEN INPUT MIN-STOCK-FILE.
       IF NOT MIN-OK
           DISPLAY "Unable to open MINSTOCK, status " WS-MIN-STATUS
       ELSE
           SET MIN-FILE-OPEN TO TRUE
       END-IF.

      * A bin at or below its minimum goes on the low-stock report;
      * a bin with no MINSTOCK record has no reorder point and is
      * only counted. Stock allocated to customer orders is as good
      * as gone, so the bin is judged on what is free.
       CHECK-BIN-MINIMUM.
       MOVE WS-WAREHOUSE TO MR-WH.
       MOVE WS-BIN TO MR-BIN.
       READ MIN-STOCK-FILE
           INVALID KEY
               MOVE 0 TO MR-MIN MR-REORDER-QTY
               ADD 1 TO WS-NO-MIN-COUNT
           NOT INVALID KEY
               IF MR-REORDER-QTY IS NOT NUMERIC
                   MOVE 0 TO MR-REORDER-QTY
               END-IF
               PERFORM SET-FREE-QTY
               IF WS-FREE-QTY <= MR-MIN
                   PERFORM WRITE-LOW-STOCK-LINE
               END-IF
       END-READ.

       LOW-STOCK-REPORT.
       PERFORM OPEN-MIN-FILE.
       PERFORM LOAD-PO-TABLE.
       PERFORM OPEN-COST-FILE.
       MOVE 0 TO WS-SUGGESTED-COUNT.
       IF MIN-FILE-OPEN
           OPEN OUTPUT LOWSTOCK-REPORT
           IF NOT LOWRPT-OK
               MOVE "SUBSCRPT" TO WS-ERROR-PGM
           MOVE 0 TO BH-RECORD-COUNT
           MOVE BATCH-HEADER-RECORD TO LOWSTOCK-LINE
           WRITE LOWSTOCK-LINE
           MOVE "WH  BIN  ON-HAND  ALLOC  MINIMUM  REORDER"
               TO LOWSTOCK-LINE
           WRITE LOWSTOCK-LINE
           MOVE 0 TO WS-LOW-COUNT
           MOVE 0 TO WS-NO-MIN-COUNT
           PERFORM START-STOCK-BROWSE
           PERFORM UNTIL STOCK-EOF
               READ STOCK-FILE NEXT RECORD
                   AT END
                       SET STOCK-EOF TO TRUE
                   NOT AT END
                       MOVE ST-WH TO WS-WAREHOUSE
                       MOVE ST-BIN TO WS-BIN
                       PERFORM CHECK-BIN-MINIMUM
               END-READ
           END-PERFORM
           MOVE WS-LOW-COUNT TO BT-TOTAL-COUNT
           MOVE WS-LOW-COUNT TO BT-CONTROL-TOTAL
           MOVE BATCH-TRAILER-RECORD TO LOWSTOCK-LINE
           WRITE LOWSTOCK-LINE
           CLOSE LOWSTOCK-REPORT
           CLOSE MIN-STOCK-FILE
           DISPLAY "Low-stock report written to LOWSTKRP, "
               WS-LOW-COUNT " bin(s) at or below minimum"
           IF WS-NO-MIN-COUNT > 0
               DISPLAY WS-NO-MIN-COUNT " bin(s) have no minimum "
                   "on file"
           END-IF
           IF PO-TABLE-CHANGED
               PERFORM SAVE-PO-TABLE
               DISPLAY WS-SUGGESTED-COUNT " suggested purchase "
           CALL 'AUDITLOG' USING "SUBSCRPT", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM
       END-IF.
       PERFORM CLOSE-COST-FILE.

      * A bin with a reorder quantity on MINSTOCK orders that much;
      * otherwise reorder enough to bring the bin back to twice its
      * reorder point, the rule purchasing used on the manual report.
       WRITE-LOW-STOCK-LINE.
       ADD 1 TO WS-LOW-COUNT.
       IF MR-REORDER-QTY > 0
           MOVE MR-REORDER-QTY TO WS-REORDER-QTY
       ELSE
           COMPUTE WS-REORDER-QTY = (MR-MIN * 2) - WS-FREE-QTY
       END-IF.
       MOVE WS-WAREHOUSE TO WS-LL-WH.
       MOVE WS-BIN TO WS-LL-BIN.
       MOVE ST-QTY TO WS-LL-ONHAND.
       MOVE ST-ALLOCATED TO WS-LL-ALLOC.
       MOVE MR-MIN TO WS-LL-MIN.
       MOVE WS-REORDER-QTY TO WS-LL-REORDER.
       MOVE WS-LOW-LINE TO LOWSTOCK-LINE.
       WRITE LOWSTOCK-LINE.
                       MOVE IT-SKU TO WS-IT-SKU(WS-ITEM-USED)
                       MOVE IT-DESC TO WS-IT-DESC(WS-ITEM-USED)
                       MOVE IT-UOM TO WS-IT-UOM(WS-ITEM-USED)
                       MOVE IT-SUPPLIER
                           TO WS-IT-SUPPLIER(WS-ITEM-USED)
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           END-IF
       END-IF.
       IF ITEM-FOR-BIN-OK
           IF ST-QTY > 0
                   AND ST-ITEM NOT = SPACES
                   AND ST-ITEM NOT = WS-WORK-SKU
               MOVE 'N' TO WS-ITEM-VALID
           END-IF
       END-IF.

      * CAPFILE is open for the whole run so that every receipt and
      * arrival can look up its bin's capacity.
       OPEN-CAP-FILE.
       MOVE 'N' TO WS-CAP-OPEN.
       OPEN INPUT CAPACITY-FILE.
       IF NOT CAP-OK
           DISPLAY "Unable to open CAPFILE, receipts will not be "
               "capacity-checked this run"
       ELSE
           SET CAP-FILE-OPEN TO TRUE
       END-IF.

       READ-BIN-CAPACITY.
       MOVE 'N' TO WS-CAP-FOUND.
       IF CAP-FILE-OPEN
           MOVE WS-WAREHOUSE TO CP-WH
           MOVE WS-BIN TO CP-BIN
           READ CAPACITY-FILE
               INVALID KEY
                   MOVE 0 TO CP-CAPACITY
               NOT INVALID KEY
                   SET CAP-ON-FILE TO TRUE
           END-READ
       END-IF.

      * An interactive receipt that would overfill the bin needs an
      * operator override; with no capacity on file the receipt goes
      * through as before.
       CHECK-BIN-CAPACITY.
       MOVE 'Y' TO WS-CAP-OVERRIDE.
       PERFORM READ-BIN-CAPACITY.
       IF CAP-ON-FILE
           COMPUTE WS-NEW-QTY = ST-QTY + WS-QTY
           IF WS-NEW-QTY > CP-CAPACITY
               DISPLAY "WARNING: receipt takes bin to "
                   WS-NEW-QTY " against capacity " CP-CAPACITY
               IF NOT OPERATOR-IS-SUPER
                   DISPLAY "Capacity override needs a "
                       "supervisor sign-on"
                   MOVE 'N' TO WS-CAP-OVERRIDE
               ELSE
                   DISPLAY "Accept anyway? (Y/N): "
                   ACCEPT WS-CAP-OVERRIDE
               END-IF
           END-IF
       END-IF.

       UTILIZATION-REPORT.
       IF NOT CAP-FILE-OPEN
           DISPLAY "No capacity master loaded, report unavailable"
       ELSE
           OPEN OUTPUT UTIL-REPORT
           MOVE "WH  BIN  ON-HAND  CAP  UTIL" TO UTIL-LINE
           WRITE UTIL-LINE
           MOVE 0 TO WS-UTIL-COUNT
           PERFORM START-STOCK-BROWSE
           PERFORM UNTIL STOCK-EOF
               READ STOCK-FILE NEXT RECORD
                   AT END
                       SET STOCK-EOF TO TRUE
                   NOT AT END
                       MOVE ST-WH TO WS-WAREHOUSE
                       MOVE ST-BIN TO WS-BIN
                       PERFORM UTIL-ONE-BIN
               END-READ
           END-PERFORM
           MOVE WS-UTIL-COUNT TO BT-TOTAL-COUNT
           MOVE WS-UTIL-COUNT TO BT-CONTROL-TOTAL
           AUDIT-EVENT-PARM
       END-IF.

       UTIL-ONE-BIN.
       PERFORM READ-BIN-CAPACITY.
       IF NOT CAP-ON-FILE
           MOVE SPACES TO UTIL-LINE
           STRING "NO CAPACITY ON FILE FOR " DELIMITED BY SIZE
               WS-WAREHOUSE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-BIN DELIMITED BY SIZE
               INTO UTIL-LINE
           WRITE UTIL-LINE
       ELSE
           PERFORM WRITE-UTIL-LINE
       END-IF.

       WRITE-UTIL-LINE.
       ADD 1 TO WS-UTIL-COUNT.
       IF CP-CAPACITY = 0
           MOVE 999 TO WS-UTIL-PCT
       ELSE
           COMPUTE WS-UTIL-PCT = (ST-QTY * 100) / CP-CAPACITY
       END-IF.
       MOVE WS-WAREHOUSE TO WS-UT-WH.
       MOVE WS-BIN TO WS-UT-BIN.
       MOVE ST-QTY TO WS-UT-ONHAND.
       MOVE CP-CAPACITY TO WS-UT-CAP.
       MOVE WS-UTIL-PCT TO WS-UT-PCT.
       MOVE WS-UTIL-LINE TO UTIL-LINE.
       WRITE UTIL-LINE.

       OPEN-COST-FILE.
       MOVE 'N' TO WS-COST-OPEN.
       OPEN INPUT COST-FILE.
       IF NOT COST-OK
           DISPLAY "Unable to open COSTFILE, status " WS-COST-STATUS
       ELSE
           SET COST-FILE-OPEN TO TRUE
       END-IF.

       CLOSE-COST-FILE.
       IF COST-FILE-OPEN
           CLOSE COST-FILE
           MOVE 'N' TO WS-COST-OPEN
       END-IF.

       READ-BIN-COST.
       MOVE 'N' TO WS-COST-FOUND.
       IF COST-FILE-OPEN
           MOVE WS-WAREHOUSE TO CO-WH
           MOVE WS-BIN TO CO-BIN
           READ COST-FILE
               INVALID KEY
                   MOVE 0 TO CO-UNIT-COST
               NOT INVALID KEY
                   SET COST-ON-FILE TO TRUE
           END-READ
       END-IF.

       VALUATION-REPORT.
       PERFORM OPEN-COST-FILE.
       IF COST-FILE-OPEN
           OPEN OUTPUT VALUE-REPORT
           IF NOT VALRPT-OK
               MOVE "SUBSCRPT" TO WS-ERROR-PGM
               TO VALUE-LINE
           WRITE VALUE-LINE
           MOVE 0 TO WS-TOTAL-VALUE
           MOVE 0 TO WS-WH-VALUE
           MOVE 0 TO WS-WH-COUNT
           MOVE SPACES TO WS-PREV-WH
           PERFORM START-STOCK-BROWSE
           PERFORM UNTIL STOCK-EOF
               READ STOCK-FILE NEXT RECORD
                   AT END
                       SET STOCK-EOF TO TRUE
                   NOT AT END
                       IF ST-WH NOT = WS-PREV-WH
                           PERFORM WRITE-WAREHOUSE-VALUE
                           MOVE ST-WH TO WS-PREV-WH
                           MOVE 0 TO WS-WH-VALUE
                           ADD 1 TO WS-WH-COUNT
                       END-IF
                       MOVE ST-WH TO WS-WAREHOUSE
                       MOVE ST-BIN TO WS-BIN
                       PERFORM VALUE-ONE-BIN
               END-READ
           END-PERFORM
           PERFORM WRITE-WAREHOUSE-VALUE
           MOVE SPACES TO VALUE-LINE
           MOVE WS-TOTAL-VALUE TO WS-TOTAL-VALUE-DISP
           STRING "TOTAL VALUE " DELIMITED BY SIZE
               WS-TOTAL-VALUE-DISP DELIMITED BY SIZE
               INTO VALUE-LINE
           WRITE VALUE-LINE
           MOVE WS-WH-COUNT TO BT-TOTAL-COUNT
           MOVE WS-TOTAL-VALUE TO BT-CONTROL-TOTAL
           MOVE BATCH-TRAILER-RECORD TO VALUE-LINE
           WRITE VALUE-LINE
           CLOSE VALUE-REPORT
           PERFORM CLOSE-COST-FILE
           DISPLAY "Valuation written to VALURPT, total value "
               WS-TOTAL-VALUE-DISP
           MOVE SPACES TO WS-AUDIT-DETAIL
           AUDIT-EVENT-PARM
       END-IF.

      * A bin with no unit cost on file is listed and valued at nil
      * so that the gap shows on the report.
       VALUE-ONE-BIN.
       PERFORM READ-BIN-COST.
       IF NOT COST-ON-FILE
           MOVE SPACES TO VALUE-LINE
           STRING "NO UNIT COST ON FILE FOR " DELIMITED BY SIZE
               WS-WAREHOUSE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-BIN DELIMITED BY SIZE
               INTO VALUE-LINE
           WRITE VALUE-LINE
       ELSE
           COMPUTE WS-BIN-VALUE = ST-QTY * CO-UNIT-COST
           ADD WS-BIN-VALUE TO WS-WH-VALUE
           ADD WS-BIN-VALUE TO WS-TOTAL-VALUE
           MOVE WS-WAREHOUSE TO WS-VA-WH
           MOVE WS-BIN TO WS-VA-BIN
           MOVE ST-ITEM TO WS-VA-ITEM
           MOVE ST-QTY TO WS-VA-QTY
           MOVE CO-UNIT-COST TO WS-VA-COST
           MOVE WS-BIN-VALUE TO WS-VA-VALUE
           MOVE WS-VALUE-LINE TO VALUE-LINE
           WRITE VALUE-LINE
       END-IF.

       WRITE-WAREHOUSE-VALUE.
       IF WS-PREV-WH NOT = SPACES
           MOVE SPACES TO VALUE-LINE
           MOVE WS-WH-VALUE TO WS-WH-VALUE-DISP
           STRING "WAREHOUSE " DELIMITED BY SIZE
               WS-PREV-WH DELIMITED BY SIZE
               " VALUE " DELIMITED BY SIZE
               WS-WH-VALUE-DISP DELIMITED BY SIZE
               INTO VALUE-LINE
           WRITE VALUE-LINE
       END-IF.

      * COUNTFIL holds one counted record per bin. It is read once
      * for the variance report, again to stamp LASTCNT, and a third
      * time if the supervisor confirms the adjustments.
       CYCLE-COUNT.
       OPEN INPUT COUNT-FILE.
       IF NOT COUNT-OK
           DISPLAY "Unable to open COUNTFIL, status " WS-COUNT-STATUS
           WRITE VARIANCE-LINE
           MOVE "WH  BIN  BOOK  COUNTED  VARIANCE" TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE 0 TO WS-VAR-COUNT
           PERFORM UNTIL COUNT-EOF
               READ COUNT-FILE
                   AT END
                       SET COUNT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-BIN-VARIANCE
               END-READ
           END-PERFORM
           CLOSE COUNT-FILE
           MOVE WS-VAR-COUNT TO BT-TOTAL-COUNT
           MOVE WS-VAR-COUNT TO BT-CONTROL-TOTAL
           MOVE BATCH-TRAILER-RECORD TO VARIANCE-LINE
       ACCEPT WS-COUNT-DATE FROM DATE YYYYMMDD.
       OPEN INPUT LAST-COUNT-FILE.
       IF LASTCNT-OK
           PERFORM UNTIL LASTCNT-EOF OR WS-LASTCNT-USED = 500
               READ LAST-COUNT-FILE
                   AT END
                       SET LASTCNT-EOF TO TRUE
           END-PERFORM
           CLOSE LAST-COUNT-FILE
       END-IF.
       OPEN INPUT COUNT-FILE.
       PERFORM UNTIL COUNT-EOF
           READ COUNT-FILE
               AT END
                   SET COUNT-EOF TO TRUE
               NOT AT END
                   MOVE CN-WH TO WS-WAREHOUSE
                   MOVE CN-BIN TO WS-BIN
                   PERFORM FIND-STOCK-BIN
                   IF WH-BIN-VALID
                       PERFORM STAMP-ONE-BIN
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE COUNT-FILE.
       OPEN OUTPUT LAST-COUNT-FILE.
       IF NOT LASTCNT-OK
           DISPLAY "Unable to rewrite LASTCNT, status "
       PERFORM VARYING WS-LASTCNT-SUB FROM 1 BY 1
               UNTIL WS-LASTCNT-SUB > WS-LASTCNT-USED
                   OR WS-LC-FOUND-SUB > 0
           IF WS-LC-WH(WS-LASTCNT-SUB) = WS-WAREHOUSE
                   AND WS-LC-BIN(WS-LASTCNT-SUB) = WS-BIN
               MOVE WS-LASTCNT-SUB TO WS-LC-FOUND-SUB
           END-IF
       IF WS-LC-FOUND-SUB > 0
           MOVE WS-COUNT-DATE TO WS-LC-DATE(WS-LC-FOUND-SUB)
       ELSE
           IF WS-LASTCNT-USED < 500
               ADD 1 TO WS-LASTCNT-USED
               MOVE WS-WAREHOUSE TO WS-LC-WH(WS-LASTCNT-USED)
               MOVE WS-BIN TO WS-LC-BIN(WS-LASTCNT-USED)
               MOVE WS-COUNT-DATE
                   TO WS-LC-DATE(WS-LASTCNT-USED)
           END-IF
       END-IF.

      * A counted bin must already be on the stock file; one that is
      * not is reported and takes no further part in the count.
       REPORT-BIN-VARIANCE.
       MOVE CN-WH TO WS-WAREHOUSE.
       MOVE CN-BIN TO WS-BIN.
       PERFORM FIND-STOCK-BIN.
       IF NOT WH-BIN-VALID
           MOVE SPACES TO VARIANCE-LINE
           STRING "WAREHOUSE " DELIMITED BY SIZE
               CN-WH DELIMITED BY SIZE
               " BIN " DELIMITED BY SIZE
               CN-BIN DELIMITED BY SIZE
               " ON COUNT FILE BUT NOT ON STOCK FILE"
               DELIMITED BY SIZE
               INTO VARIANCE-LINE
           WRITE VARIANCE-LINE
       ELSE
           MOVE ST-QTY TO WS-BOOK-QTY
           MOVE CN-QTY TO WS-COUNTED-QTY
           COMPUTE WS-VAR-DIFF = WS-COUNTED-QTY - WS-BOOK-QTY
           IF WS-VAR-DIFF NOT = 0
               ADD 1 TO WS-VAR-COUNT
           END-IF
           MOVE WS-WAREHOUSE TO WS-VL-WH
           MOVE WS-BIN TO WS-VL-BIN
           MOVE WS-BOOK-QTY TO WS-VL-BOOK
           MOVE WS-COUNTED-QTY TO WS-VL-COUNTED
           MOVE WS-VAR-DIFF TO WS-VL-DIFF
           MOVE WS-VAR-LINE TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           IF CN-ITEM NOT = SPACES AND CN-ITEM NOT = ST-ITEM
               MOVE SPACES TO VARIANCE-LINE
               STRING "ITEM MISMATCH: BOOK " DELIMITED BY SIZE
                   ST-ITEM DELIMITED BY SIZE
                   " COUNTED " DELIMITED BY SIZE
                   CN-ITEM DELIMITED BY SIZE
                   INTO VARIANCE-LINE
               WRITE VARIANCE-LINE
               ADD 1 TO WS-VAR-COUNT
           END-IF
       END-IF.

       APPLY-COUNT-ADJUSTMENTS.
       MOVE 0 TO WS-ADJ-COUNT.
       OPEN INPUT COUNT-FILE.
       PERFORM UNTIL COUNT-EOF
           READ COUNT-FILE
               AT END
                   SET COUNT-EOF TO TRUE
               NOT AT END
                   MOVE CN-WH TO WS-WAREHOUSE
                   MOVE CN-BIN TO WS-BIN
                   PERFORM FIND-STOCK-BIN
                   IF WH-BIN-VALID
                       MOVE ST-QTY TO WS-BOOK-QTY
                       MOVE CN-QTY TO WS-COUNTED-QTY
                       IF WS-COUNTED-QTY NOT = WS-BOOK-QTY
                           PERFORM APPLY-ONE-ADJUSTMENT
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE COUNT-FILE.
       DISPLAY WS-ADJ-COUNT " adjustment(s) applied and saved".
       MOVE SPACES TO WS-AUDIT-DETAIL.
       STRING "CYCLE COUNT ADJUSTMENTS=" DELIMITED BY SIZE
       ELSE
           MOVE WS-VAR-DIFF TO WS-QTY
       END-IF.
       MOVE WS-COUNTED-QTY TO ST-QTY.
      * The physical count is the truth for the item as well as the
      * quantity, so a counted SKU replaces the book SKU.
       IF CN-ITEM NOT = SPACES
           MOVE CN-ITEM TO ST-ITEM
       END-IF.
       PERFORM REWRITE-STOCK-BIN.
       MOVE 'A' TO MV-TYPE.
       PERFORM WRITE-MOVEMENT.
       MOVE SPACES TO WS-AUDIT-DETAIL.
                       MOVE PO-RECEIVED
                           TO WS-PO-RECEIVED(WS-PO-USED)
                       MOVE PO-STATUS TO WS-PO-STATE(WS-PO-USED)
                       MOVE PO-SUPPLIER
                           TO WS-PO-SUPPLIER(WS-PO-USED)
                       MOVE PO-PRICE TO WS-PO-PRICE(WS-PO-USED)
                       MOVE PO-INVOICED
                           TO WS-PO-INVOICED(WS-PO-USED)
                       IF PO-NUMBER > WS-NEXT-PO
                           MOVE PO-NUMBER TO WS-NEXT-PO
                       END-IF
           MOVE WS-PO-QTY(WS-PO-SUB) TO PO-QTY
           MOVE WS-PO-RECEIVED(WS-PO-SUB) TO PO-RECEIVED
           MOVE WS-PO-STATE(WS-PO-SUB) TO PO-STATUS
           MOVE WS-PO-SUPPLIER(WS-PO-SUB) TO PO-SUPPLIER
           MOVE WS-PO-PRICE(WS-PO-SUB) TO PO-PRICE
           MOVE WS-PO-INVOICED(WS-PO-SUB) TO PO-INVOICED
           WRITE PO-RECORD
       END-PERFORM.
       CLOSE PO-FILE.
       PERFORM VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-USED
                   OR WS-PO-FOUND-SUB > 0
           IF WS-PO-WH(WS-PO-SUB) = WS-WAREHOUSE
                   AND WS-PO-BIN(WS-PO-SUB) = WS-BIN
                   AND (WS-PO-STATE(WS-PO-SUB) = 'S'
                       OR WS-PO-STATE(WS-PO-SUB) = 'O')
           ADD 1 TO WS-SUGGESTED-COUNT
           MOVE WS-NEXT-PO TO WS-PO-NUMBER(WS-PO-USED)
           ACCEPT WS-PO-DATE(WS-PO-USED) FROM DATE YYYYMMDD
           MOVE WS-WAREHOUSE TO WS-PO-WH(WS-PO-USED)
           MOVE WS-BIN TO WS-PO-BIN(WS-PO-USED)
           MOVE ST-ITEM TO WS-PO-ITEM(WS-PO-USED)
           MOVE WS-REORDER-QTY TO WS-PO-QTY(WS-PO-USED)
           MOVE 0 TO WS-PO-RECEIVED(WS-PO-USED)
           MOVE 'S' TO WS-PO-STATE(WS-PO-USED)
           MOVE 0 TO WS-PO-INVOICED(WS-PO-USED)
      * The item's usual supplier and the bin's unit cost go on the
      * suggestion; purchasing confirms or changes both in POMAINT.
           MOVE ST-ITEM TO WS-WORK-SKU
           PERFORM FIND-ITEM-SKU
           IF SKU-ON-MASTER
               SUBTRACT 1 FROM WS-ITEM-SUB
               MOVE WS-IT-SUPPLIER(WS-ITEM-SUB)
                   TO WS-PO-SUPPLIER(WS-PO-USED)
           ELSE
               MOVE SPACES TO WS-PO-SUPPLIER(WS-PO-USED)
           END-IF
           PERFORM READ-BIN-COST
           MOVE CO-UNIT-COST TO WS-PO-PRICE(WS-PO-USED)
           SET PO-TABLE-CHANGED TO TRUE
       END-IF.

       PERFORM VARYING WS-PO-SUB FROM 1 BY 1
               UNTIL WS-PO-SUB > WS-PO-USED
                   OR WS-PO-FOUND-SUB > 0
           IF WS-PO-WH(WS-PO-SUB) = WS-WAREHOUSE
                   AND WS-PO-BIN(WS-PO-SUB) = WS-BIN
                   AND WS-PO-STATE(WS-PO-SUB) = 'O'
               MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
           END-IF
       END-PERFORM.
       IF WS-PO-FOUND-SUB > 0
           MOVE WS-PO-NUMBER(WS-PO-FOUND-SUB) TO MV-PO-NUMBER
           ADD WS-QTY TO WS-PO-RECEIVED(WS-PO-FOUND-SUB)
           SET PO-TABLE-CHANGED TO TRUE
           IF WS-PO-RECEIVED(WS-PO-FOUND-SUB) >=
      * the in-transit file in the same pass, so the stock never
      * simply vanishes between the two warehouses.
       APPLY-DISPATCH.
       SUBTRACT WS-QTY FROM ST-QTY.
       PERFORM REWRITE-STOCK-BIN.
       MOVE 'T' TO MV-TYPE.
       PERFORM WRITE-MOVEMENT.
       ADD 1 TO WS-XFER-USED.
       ACCEPT WS-XF-DATE(WS-XFER-USED) FROM DATE YYYYMMDD.
       ACCEPT WS-XF-TIME(WS-XFER-USED) FROM TIME.
       MOVE ST-ITEM TO WS-XF-ITEM(WS-XFER-USED).
       MOVE WS-WAREHOUSE TO WS-XF-FROM-WH(WS-XFER-USED).
       MOVE WS-BIN TO WS-XF-FROM-BIN(WS-XFER-USED).
       MOVE WS-TO-WH TO WS-XF-TO-WH(WS-XFER-USED).
      * refuses the arrival and the quantity stays in transit.
       CHECK-ARRIVAL-DEST.
       MOVE 'Y' TO WS-ARRIVAL-VALID.
       IF ST-QTY > 0
               AND ST-ITEM NOT = SPACES
               AND ST-ITEM NOT = WS-XF-ITEM(WS-XFER-FOUND-SUB)
           MOVE 'N' TO WS-ARRIVAL-VALID
       END-IF.

       APPLY-ARRIVAL.
       MOVE WS-XF-QTY(WS-XFER-FOUND-SUB) TO WS-QTY.
       MOVE WS-XF-ITEM(WS-XFER-FOUND-SUB) TO ST-ITEM.
       ADD WS-QTY TO ST-QTY.
       PERFORM REWRITE-STOCK-BIN.
       MOVE 'V' TO MV-TYPE.
       PERFORM WRITE-MOVEMENT.
       IF WS-XFER-FOUND-SUB < WS-XFER-USED
       DISPATCH-TRANSFER.
       PERFORM GET-WAREHOUSE-AND-BIN.
       IF WH-BIN-VALID
           DISPLAY "Enter destination warehouse code: "
           ACCEPT WS-TO-WH
           DISPLAY "Enter destination bin: "
           ACCEPT WS-TO-BIN
           PERFORM CHECK-DEST-BIN
           IF NOT DEST-BIN-VALID
               DISPLAY "REJECTED: destination " WS-TO-WH "/"
                   WS-TO-BIN " is not on the stock file"
           ELSE
           DISPLAY "Enter quantity to transfer: "
           ACCEPT WS-QTY
           PERFORM SET-FREE-QTY
           IF WS-QTY > WS-FREE-QTY
               DISPLAY "REJECTED: transfer exceeds the "
                   WS-FREE-QTY " not allocated to orders"
           ELSE
               PERFORM LOAD-XFER-TABLE
               IF WS-XFER-USED = 20
                       "open transfers first"
               ELSE
                   PERFORM APPLY-DISPATCH
                   DISPLAY "Transfer dispatched and queued in "
                       "transit"
                   MOVE SPACES TO WS-AUDIT-DETAIL
           ELSE
               PERFORM CHECK-ARRIVAL-DEST
               IF NOT ARRIVAL-DEST-OK
                   DISPLAY "REJECTED: bin holds " ST-ITEM
                       ", quantity stays in transit"
               ELSE
               MOVE WS-XF-QTY(WS-XFER-FOUND-SUB) TO WS-QTY
                       "transit"
               ELSE
                   PERFORM APPLY-ARRIVAL
                   DISPLAY "Transfer received into warehouse "
                       WS-WAREHOUSE " bin " WS-BIN
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "XFER IN WH=" DELIMITED BY SIZE
                       WS-WAREHOUSE DELIMITED BY SIZE
           IF NOT CAP-OVERRIDE-OK
               DISPLAY "Receipt cancelled"
           ELSE
           MOVE WS-WORK-SKU TO ST-ITEM
           ADD WS-QTY TO ST-QTY
           PERFORM REWRITE-STOCK-BIN
           DISPLAY "Warehouse " WS-WAREHOUSE " bin " WS-BIN
               " is now " ST-QTY
           MOVE 'R' TO MV-TYPE
           PERFORM WRITE-MOVEMENT
           MOVE SPACES TO WS-AUDIT-DETAIL
       ISSUE-STOCK.
       PERFORM GET-WAREHOUSE-AND-BIN.
       IF WH-BIN-VALID
           DISPLAY "Bin holds item " ST-ITEM
           PERFORM SET-FREE-QTY
           IF ST-ALLOCATED > 0
               DISPLAY ST-ALLOCATED " allocated to customer orders, "
                   WS-FREE-QTY " free to issue"
           END-IF
           DISPLAY "Enter quantity issued: "
           ACCEPT WS-QTY
           IF WS-QTY > WS-FREE-QTY
               DISPLAY "REJECTED: issue exceeds the quantity not "
                   "allocated to orders"
           ELSE
               SUBTRACT WS-QTY FROM ST-QTY
               PERFORM REWRITE-STOCK-BIN
               DISPLAY "Warehouse " WS-WAREHOUSE " bin " WS-BIN
                   " is now " ST-QTY
               MOVE 'I' TO MV-TYPE
               PERFORM WRITE-MOVEMENT
               MOVE SPACES TO WS-AUDIT-DETAIL
           END-IF
       END-IF.

      * Caller sets MV-TYPE, and MV-PO-NUMBER for a receipt matched
      * to an order; the movement is stamped and appended to the
      * history file the same way AUDITLOG appends audit entries.
       WRITE-MOVEMENT.
       ACCEPT MV-DATE FROM DATE YYYYMMDD.
       ACCEPT MV-TIME FROM TIME.
       MOVE WS-OPERATOR-ID TO MV-USER.
       MOVE WS-WAREHOUSE TO MV-WH.
       MOVE WS-BIN TO MV-BIN.
       MOVE WS-QTY TO MV-QTY.
       MOVE ST-QTY TO MV-BALANCE.
       MOVE ST-ITEM TO MV-ITEM.
       OPEN EXTEND MOVEMENT-FILE.
       IF NOT MOVE-OK
           OPEN OUTPUT MOVEMENT-FILE
       END-IF.
       WRITE MOVEMENT-LINE FROM MOVEMENT-RECORD.
       CLOSE MOVEMENT-FILE.
       MOVE 0 TO MV-PO-NUMBER.

      * Caller has read the bin and updated ST-QTY/ST-ITEM; the bin is
      * rewritten at once so a failure later in the run loses
      * nothing already moved.
       REWRITE-STOCK-BIN.
       REWRITE STOCK-RECORD
           INVALID KEY
               MOVE "SUBSCRPT" TO WS-ERROR-PGM
               STRING "UNABLE TO REWRITE STOCKFIL BIN "
                   DELIMITED BY SIZE
                   ST-WH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ST-BIN DELIMITED BY SIZE
                   ", STATUS " DELIMITED BY SIZE
                   WS-STOCK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
       END-REWRITE.

      * The quantity in the bin not held for customer orders by the
      * allocation run.
       SET-FREE-QTY.
       IF ST-ALLOCATED IS NOT NUMERIC
           MOVE 0 TO ST-ALLOCATED
       END-IF.
       IF ST-ALLOCATED < ST-QTY
           COMPUTE WS-FREE-QTY = ST-QTY - ST-ALLOCATED
       ELSE
           MOVE 0 TO WS-FREE-QTY
       END-IF.

       GET-WAREHOUSE-AND-BIN.
       DISPLAY "Enter warehouse code: ".
       ACCEPT WS-WAREHOUSE.
       DISPLAY "Enter bin: ".
       ACCEPT WS-BIN.
       PERFORM FIND-STOCK-BIN.
       IF NOT WH-BIN-VALID
           DISPLAY "REJECTED: warehouse " WS-WAREHOUSE " bin "
               WS-BIN " is not on the stock file"
       END-IF.

      * Reads the bin in WS-WAREHOUSE/WS-BIN into STOCK-RECORD; a
      * bin not on the stock file is refused, new bins being set up
      * through WHREFMNT.
       FIND-STOCK-BIN.
       MOVE 'Y' TO WS-WH-BIN-VALID.
       MOVE WS-WAREHOUSE TO ST-WH.
       MOVE WS-BIN TO ST-BIN.
       READ STOCK-FILE
           INVALID KEY
               MOVE 'N' TO WS-WH-BIN-VALID
       END-READ.

      * The destination of a dispatch has to be on the stock file
      * too. Reading it replaces the source bin in STOCK-RECORD, so
      * the source is read back before the dispatch goes ahead.
       CHECK-DEST-BIN.
       MOVE 'Y' TO WS-DEST-VALID.
       MOVE WS-TO-WH TO ST-WH.
       MOVE WS-TO-BIN TO ST-BIN.
       READ STOCK-FILE
           INVALID KEY
               MOVE 'N' TO WS-DEST-VALID
       END-READ.
       PERFORM FIND-STOCK-BIN.

      * Sign-on comes before anything else. With no operator file
      * the checks degrade the way the other reference-table checks
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "Id or password not accepted, try again"
               END-IF
           END-PERFORM.
           IF OPER-TABLE-MISSING
           MOVE "SUBSCRPT" TO RC-PROGRAM-ID.
           SET RC-START-REQUEST TO TRUE.
           MOVE 0 TO RC-RETURN-CODE RC-COUNT.
           MOVE SPACES TO RC-STEP-NAME.
           CALL 'RUNCTL' USING RUN-CONTROL-REQUEST.
           IF RC-BLOCKED
               DISPLAY "RUN-CONTROL WARNING: " RC-BLOCK-REASON
