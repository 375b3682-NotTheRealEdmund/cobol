      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer order allocation run. Works through every
      *          outstanding ORDFILE line earliest required date
      *          first and reserves what it still needs from the
      *          bins holding its item, bin by bin in warehouse and
      *          bin order, taking only the quantity in each bin not
      *          already allocated (ST-ALLOCATED on STOCKFIL), so two
      *          orders can never be promised the same units. Each
      *          reservation is written to ALLOCFIL. A line that
      *          cannot be covered in full is marked backordered and
      *          listed on BACKORD; it is tried again on the next run.
      *          New reservations are then printed as pick lists by
      *          warehouse on PICKLIST, in bin order, and marked as
      *          picking; ORDMAINT confirms the despatch, which turns
      *          the pick into an issue on STKMOVE.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; stock used to leave only as an
      *                anonymous SUBSCRPT issue with no order behind
      *                it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-ALLOCATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-KEY
               ALTERNATE RECORD KEY IS OR-REQ-DATE WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-ORDER-KEY WITH DUPLICATES
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT PICK-LIST ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.
           SELECT BACKORDER-REPORT ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ORDREC.
       FD  ALLOCATION-FILE.
           COPY ALLOCREC.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  PICK-LIST.
       01  PICK-LINE                PIC X(80).
       FD  BACKORDER-REPORT.
       01  BACKORDER-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-ORD-STATUS         PIC X(2).
           88 ORD-OK                VALUE "00".
           88 ORD-EOF               VALUE "10".
       01 WS-ALLOC-STATUS       PIC X(2).
           88 ALLOC-OK              VALUE "00".
           88 ALLOC-EOF             VALUE "10".
           88 ALLOC-NOT-FOUND       VALUE "35".
       01 WS-STOCK-STATUS       PIC X(2).
           88 STOCK-OK              VALUE "00".
           88 STOCK-EOF             VALUE "10".
       01 WS-PICK-STATUS        PIC X(2).
           88 PICK-OK               VALUE "00".
       01 WS-BACK-STATUS        PIC X(2).
           88 BACK-OK               VALUE "00".
       01 WS-TODAY              PIC X(8).
       01 WS-NEED-QTY           PIC 9(4).
       01 WS-FREE-QTY           PIC 9(3).
       01 WS-TAKE-QTY           PIC 9(3).
       01 WS-SHORT-QTY          PIC 9(4).
       01 WS-PREV-WH            PIC A(2).
       01 WS-LINES-READ         PIC 9(7) VALUE 0.
       01 WS-LINES-ALLOCATED    PIC 9(7) VALUE 0.
       01 WS-LINES-BACKORDERED  PIC 9(7) VALUE 0.
       01 WS-UNITS-ALLOCATED    PIC 9(7) VALUE 0.
       01 WS-PICK-COUNT         PIC 9(7) VALUE 0.
       01 WS-PICK-UNITS         PIC 9(7) VALUE 0.
       01 WS-WH-COUNT           PIC 9(5) VALUE 0.
       01 WS-PICK-DETAIL.
           05 WS-PD-BIN             PIC 9(2).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-PD-ITEM            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PD-QTY             PIC ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-PD-ORDER-NO        PIC 9(6).
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-PD-LINE-NO         PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PD-CUSTOMER        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PD-REQ-DATE        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PD-PICKED          PIC X(9) VALUE "[_______]".
       01 WS-PICK-WH-LINE.
           05 FILLER                PIC X(26)
               VALUE "PICK LIST FOR WAREHOUSE ".
           05 WS-PW-WH              PIC A(2).
       01 WS-PICK-HEADING.
           05 FILLER                PIC X(32)
               VALUE "BIN  ITEM      QTY   ORDER/LN   ".
           05 FILLER                PIC X(26)
               VALUE "CUSTOMER  REQUIRED  PICKED".
       01 WS-BACK-HEADING.
           05 FILLER                PIC X(40)
               VALUE "ORDER/LN  CUSTOMER  ITEM      REQUIRED  ".
           05 FILLER                PIC X(23)
               VALUE "ORDR  SENT  ALOC  SHORT".
       01 WS-BACK-DETAIL.
           05 WS-BD-ORDER-NO        PIC 9(6).
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-BD-LINE-NO         PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-CUSTOMER        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-ITEM            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-REQ-DATE        PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-ORDERED         PIC ZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-SHIPPED         PIC ZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-ALLOC           PIC ZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-SHORT           PIC ZZZ9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "ORDALLOC" TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO BACKORDER-LINE.
           WRITE BACKORDER-LINE.
           MOVE "CUSTOMER ORDER BACKORDERS - LINES NOT FULLY ALLOCATED"
               TO BACKORDER-LINE.
           WRITE BACKORDER-LINE.
           MOVE WS-BACK-HEADING TO BACKORDER-LINE.
           WRITE BACKORDER-LINE.
           MOVE LOW-VALUES TO OR-REQ-DATE.
           START ORDER-FILE KEY IS NOT LESS THAN OR-REQ-DATE
               INVALID KEY
                   SET ORD-EOF TO TRUE
           END-START.
           PERFORM UNTIL ORD-EOF
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET ORD-EOF TO TRUE
                   NOT AT END
                       IF OR-OUTSTANDING
                           ADD 1 TO WS-LINES-READ
                           PERFORM ALLOCATE-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO BACKORDER-LINE.
           WRITE BACKORDER-LINE.
           STRING "OUTSTANDING LINES " DELIMITED BY SIZE
               WS-LINES-READ DELIMITED BY SIZE
               "  ALLOCATED IN FULL " DELIMITED BY SIZE
               WS-LINES-ALLOCATED DELIMITED BY SIZE
               "  BACKORDERED " DELIMITED BY SIZE
               WS-LINES-BACKORDERED DELIMITED BY SIZE
               INTO BACKORDER-LINE.
           WRITE BACKORDER-LINE.
           MOVE WS-LINES-BACKORDERED TO BT-TOTAL-COUNT.
           MOVE WS-LINES-READ TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO BACKORDER-LINE.
           WRITE BACKORDER-LINE.
           PERFORM PRINT-PICK-LISTS.
           CLOSE ORDER-FILE.
           CLOSE ALLOCATION-FILE.
           CLOSE STOCK-FILE.
           CLOSE PICK-LIST.
           CLOSE BACKORDER-REPORT.
           DISPLAY "Order allocation: " WS-LINES-READ
               " outstanding line(s), " WS-UNITS-ALLOCATED
               " unit(s) allocated, " WS-LINES-BACKORDERED
               " backordered; " WS-PICK-COUNT
               " pick line(s) on PICKLIST".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "ORDER ALLOC UNITS=" DELIMITED BY SIZE
               WS-UNITS-ALLOCATED DELIMITED BY SIZE
               " PICKS=" DELIMITED BY SIZE
               WS-PICK-COUNT DELIMITED BY SIZE
               " BACKORD=" DELIMITED BY SIZE
               WS-LINES-BACKORDERED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "ORDALLOC", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
           STOP RUN.

      * The allocation file is created empty the first time the run
      * finds none.
       OPEN-FILES.
           OPEN I-O ORDER-FILE.
           IF NOT ORD-OK
               MOVE "ORDALLOC" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN ORDFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-ORD-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN I-O ALLOCATION-FILE.
           IF ALLOC-NOT-FOUND
               OPEN OUTPUT ALLOCATION-FILE
               CLOSE ALLOCATION-FILE
               OPEN I-O ALLOCATION-FILE
           END-IF.
           IF NOT ALLOC-OK
               MOVE "ORDALLOC" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN ALLOCFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-ALLOC-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN I-O STOCK-FILE.
           IF NOT STOCK-OK
               MOVE "ORDALLOC" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STOCKFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-STOCK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT PICK-LIST.
           IF NOT PICK-OK
               MOVE "ORDALLOC" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN PICKLIST, STATUS "
                   DELIMITED BY SIZE
                   WS-PICK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT BACKORDER-REPORT.
           IF NOT BACK-OK
               MOVE "ORDALLOC" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN BACKORD, STATUS "
                   DELIMITED BY SIZE
                   WS-BACK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

      * What the line still needs is what was ordered less what is
      * already held for it and what has gone; bins holding the item
      * are taken in key order until it is covered.
       ALLOCATE-ORDER-LINE.
           MOVE 0 TO WS-NEED-QTY.
           IF OR-QTY > OR-ALLOC-QTY + OR-SHIPPED-QTY
               COMPUTE WS-NEED-QTY =
                   OR-QTY - OR-ALLOC-QTY - OR-SHIPPED-QTY
           END-IF.
           IF WS-NEED-QTY > 0
               MOVE LOW-VALUES TO ST-KEY
               MOVE SPACES TO WS-STOCK-STATUS
               START STOCK-FILE KEY IS NOT LESS THAN ST-KEY
                   INVALID KEY
                       SET STOCK-EOF TO TRUE
               END-START
               PERFORM UNTIL STOCK-EOF OR WS-NEED-QTY = 0
                   READ STOCK-FILE NEXT RECORD
                       AT END
                           SET STOCK-EOF TO TRUE
                       NOT AT END
                           IF ST-ITEM = OR-ITEM
                               PERFORM ALLOCATE-FROM-BIN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-NEED-QTY = 0
               SET OR-ALLOCATED TO TRUE
               ADD 1 TO WS-LINES-ALLOCATED
           ELSE
               SET OR-BACKORDERED TO TRUE
               ADD 1 TO WS-LINES-BACKORDERED
               MOVE WS-NEED-QTY TO WS-SHORT-QTY
               PERFORM WRITE-BACKORDER-LINE
           END-IF.
           REWRITE ORDER-LINE-RECORD
               INVALID KEY
                   MOVE "ORDALLOC" TO WS-ERROR-PGM
                   STRING "UNABLE TO REWRITE ORDFILE LINE "
                       DELIMITED BY SIZE
                       OR-ORDER-NO DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       OR-LINE-NO DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
           END-REWRITE.

      * Only the part of the bin not already held for another order
      * can be taken. The bin and the allocation are both written
      * before the next bin is looked at.
       ALLOCATE-FROM-BIN.
           IF ST-ALLOCATED IS NOT NUMERIC
               MOVE 0 TO ST-ALLOCATED
           END-IF.
           MOVE 0 TO WS-FREE-QTY.
           IF ST-QTY > ST-ALLOCATED
               COMPUTE WS-FREE-QTY = ST-QTY - ST-ALLOCATED
           END-IF.
           IF WS-FREE-QTY > 0
               IF WS-FREE-QTY < WS-NEED-QTY
                   MOVE WS-FREE-QTY TO WS-TAKE-QTY
               ELSE
                   MOVE WS-NEED-QTY TO WS-TAKE-QTY
               END-IF
               ADD WS-TAKE-QTY TO ST-ALLOCATED
               REWRITE STOCK-RECORD
                   INVALID KEY
                       MOVE "ORDALLOC" TO WS-ERROR-PGM
                       STRING "UNABLE TO REWRITE STOCKFIL BIN "
                           DELIMITED BY SIZE
                           ST-WH DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           ST-BIN DELIMITED BY SIZE
                           INTO WS-ERROR-MSG
                       MOVE 12 TO WS-ERROR-CODE
                       PERFORM ABEND-PARA
               END-REWRITE
               PERFORM WRITE-ALLOCATION
               ADD WS-TAKE-QTY TO OR-ALLOC-QTY
               ADD WS-TAKE-QTY TO WS-UNITS-ALLOCATED
               SUBTRACT WS-TAKE-QTY FROM WS-NEED-QTY
           END-IF.

      * A second allocation to a line from a bin it already holds
      * stock in tops up the one record, which goes back on the next
      * pick list for the whole quantity.
       WRITE-ALLOCATION.
           MOVE ST-WH TO AL-WH.
           MOVE ST-BIN TO AL-BIN.
           MOVE OR-ORDER-NO TO AL-ORDER-NO.
           MOVE OR-LINE-NO TO AL-LINE-NO.
           READ ALLOCATION-FILE
               INVALID KEY
                   MOVE OR-ITEM TO AL-ITEM
                   MOVE WS-TAKE-QTY TO AL-QTY
                   MOVE WS-TODAY TO AL-DATE
                   SET AL-TO-PICK TO TRUE
                   WRITE ALLOCATION-RECORD
                       INVALID KEY
                           PERFORM ALLOCATION-UPDATE-FAILED
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-TAKE-QTY TO AL-QTY
                   MOVE WS-TODAY TO AL-DATE
                   SET AL-TO-PICK TO TRUE
                   REWRITE ALLOCATION-RECORD
                       INVALID KEY
                           PERFORM ALLOCATION-UPDATE-FAILED
                   END-REWRITE
           END-READ.

       ALLOCATION-UPDATE-FAILED.
           MOVE "ORDALLOC" TO WS-ERROR-PGM.
           STRING "UNABLE TO UPDATE ALLOCFIL FOR ORDER "
               DELIMITED BY SIZE
               AL-ORDER-NO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AL-LINE-NO DELIMITED BY SIZE
               ", STATUS " DELIMITED BY SIZE
               WS-ALLOC-STATUS DELIMITED BY SIZE
               INTO WS-ERROR-MSG.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

       WRITE-BACKORDER-LINE.
           MOVE OR-ORDER-NO TO WS-BD-ORDER-NO.
           MOVE OR-LINE-NO TO WS-BD-LINE-NO.
           MOVE OR-CUSTOMER TO WS-BD-CUSTOMER.
           MOVE OR-ITEM TO WS-BD-ITEM.
           MOVE OR-REQ-DATE TO WS-BD-REQ-DATE.
           MOVE OR-QTY TO WS-BD-ORDERED.
           MOVE OR-SHIPPED-QTY TO WS-BD-SHIPPED.
           MOVE OR-ALLOC-QTY TO WS-BD-ALLOC.
           MOVE WS-SHORT-QTY TO WS-BD-SHORT.
           MOVE WS-BACK-DETAIL TO BACKORDER-LINE.
           WRITE BACKORDER-LINE.

      * Every allocation not yet picked, a page section per warehouse
      * in bin order; each line printed is marked as picking so the
      * next run does not print it again.
       PRINT-PICK-LISTS.
           MOVE BATCH-HEADER-RECORD TO PICK-LINE.
           WRITE PICK-LINE.
           MOVE SPACES TO WS-PREV-WH.
           MOVE LOW-VALUES TO AL-KEY.
           MOVE SPACES TO WS-ALLOC-STATUS.
           START ALLOCATION-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   SET ALLOC-EOF TO TRUE
           END-START.
           PERFORM UNTIL ALLOC-EOF
               READ ALLOCATION-FILE NEXT RECORD
                   AT END
                       SET ALLOC-EOF TO TRUE
                   NOT AT END
                       IF AL-TO-PICK
                           PERFORM PRINT-PICK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PICK-COUNT = 0
               MOVE "NO NEW ALLOCATIONS TO PICK" TO PICK-LINE
               WRITE PICK-LINE
           END-IF.
           MOVE SPACES TO PICK-LINE.
           WRITE PICK-LINE.
           STRING "WAREHOUSES " DELIMITED BY SIZE
               WS-WH-COUNT DELIMITED BY SIZE
               "  PICK LINES " DELIMITED BY SIZE
               WS-PICK-COUNT DELIMITED BY SIZE
               "  UNITS " DELIMITED BY SIZE
               WS-PICK-UNITS DELIMITED BY SIZE
               INTO PICK-LINE.
           WRITE PICK-LINE.
           MOVE WS-PICK-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-PICK-UNITS TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO PICK-LINE.
           WRITE PICK-LINE.

       PRINT-PICK-LINE.
           IF AL-WH NOT = WS-PREV-WH
               MOVE AL-WH TO WS-PREV-WH
               ADD 1 TO WS-WH-COUNT
               MOVE SPACES TO PICK-LINE
               WRITE PICK-LINE
               MOVE AL-WH TO WS-PW-WH
               MOVE WS-PICK-WH-LINE TO PICK-LINE
               WRITE PICK-LINE
               MOVE WS-PICK-HEADING TO PICK-LINE
               WRITE PICK-LINE
           END-IF.
           MOVE AL-ORDER-NO TO OR-ORDER-NO.
           MOVE AL-LINE-NO TO OR-LINE-NO.
           READ ORDER-FILE
               INVALID KEY
                   MOVE SPACES TO OR-CUSTOMER OR-REQ-DATE
           END-READ.
           MOVE AL-BIN TO WS-PD-BIN.
           MOVE AL-ITEM TO WS-PD-ITEM.
           MOVE AL-QTY TO WS-PD-QTY.
           MOVE AL-ORDER-NO TO WS-PD-ORDER-NO.
           MOVE AL-LINE-NO TO WS-PD-LINE-NO.
           MOVE OR-CUSTOMER TO WS-PD-CUSTOMER.
           MOVE OR-REQ-DATE TO WS-PD-REQ-DATE.
           MOVE WS-PICK-DETAIL TO PICK-LINE.
           WRITE PICK-LINE.
           ADD 1 TO WS-PICK-COUNT.
           ADD AL-QTY TO WS-PICK-UNITS.
           SET AL-ON-PICK-LIST TO TRUE.
           REWRITE ALLOCATION-RECORD
               INVALID KEY
                   PERFORM ALLOCATION-UPDATE-FAILED
           END-REWRITE.

           COPY ERRHAND.
       END PROGRAM ORDER-ALLOCATION.
