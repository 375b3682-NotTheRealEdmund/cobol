      *          POAGERPT showing what was ordered and never got.
      *          Receipts on the overnight MOVETRAN feed are matched
      *          back to open orders by SUBSCRIPT, which closes them.
      *          An order cannot be confirmed without an active
      *          supplier from SUPPFILE and carries the agreed unit
      *          price the supplier's invoice is matched against.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version, closing the loop between the
      *                low-stock report and the goods arriving.
      *   2026-10-15 - Supplier, agreed unit price, and quantity
      *                invoiced on every order; confirming asks for
      *                the supplier (checked on SUPPFILE) and price.
      *   2026-10-15 - Bin numbers are two digits, following the
      *                re-keyed STOCKFIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDER-MAINT.
           SELECT PO-AGE-REPORT ASSIGN TO "POAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
           05 PO-NUMBER             PIC 9(6).
           05 PO-DATE               PIC X(8).
           05 PO-WH                 PIC A(2).
           05 PO-BIN                PIC 9(2).
           05 PO-ITEM               PIC X(8).
           05 PO-QTY                PIC 9(4).
           05 PO-RECEIVED           PIC 9(4).
           05 PO-STATUS             PIC X(1).
           05 PO-SUPPLIER           PIC X(6).
           05 PO-PRICE              PIC 9(5)V99.
           05 PO-INVOICED           PIC 9(4).
       FD  PO-AGE-REPORT.
       01  REPORT-LINE              PIC X(80).
       FD  SUPPLIER-FILE.
           COPY SUPPREC.
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
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
       01 WS-FOUND              PIC X VALUE 'N'.
           88 PO-FOUND              VALUE 'Y'.
       01 WS-WORK-PO            PIC 9(6).
       01 WS-WORK-QTY           PIC 9(4).
       01 WS-WORK-SUPPLIER      PIC X(6).
       01 WS-WORK-PRICE         PIC 9(5)V99.
       01 WS-PRICE-DISP         PIC ZZ,ZZ9.99.
       01 WS-SUPP-STATUS        PIC X(2).
           88 SUPP-OK               VALUE "00".
           88 SUPP-EOF              VALUE "10".
       01 WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 100 TIMES.
               10 WS-SU-CODE        PIC X(6).
               10 WS-SU-NAME        PIC X(20).
               10 WS-SU-ACTIVE      PIC X(1).
       01 WS-SUPP-USED          PIC 9(3) VALUE 0.
       01 WS-SUPP-SUB           PIC 9(3).
       01 WS-SUPP-LOADED        PIC X VALUE 'N'.
           88 SUPP-TABLE-LOADED     VALUE 'Y'.
       01 WS-SUPP-FOUND         PIC X VALUE 'N'.
           88 SUPPLIER-FOUND        VALUE 'Y'.
       01 WS-TODAY              PIC X(8).
       01 WS-PO-AGE             PIC 9(5).
       01 WS-OPEN-COUNT         PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-WH              PIC A(2).
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-AL-BIN             PIC 9(2).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-ITEM            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-SUPPLIER        PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-AL-QTY             PIC ZZZ9.
           05 FILLER                PIC X(1) VALUE "/".
           05 WS-AL-RECEIVED        PIC ZZZ9.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-TABLE.
           PERFORM LOAD-SUPPLIER-TABLE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Confirm a suggestion  2 = Amend quantity"
               DISPLAY "3 = Cancel  4 = List all  5 = Aging report"
               CLOSE PO-FILE
           END-IF.

           LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE.
           IF NOT SUPP-OK
               DISPLAY "Unable to open SUPPFILE, orders cannot be "
                   "confirmed this session"
           ELSE
               PERFORM UNTIL SUPP-EOF OR WS-SUPP-USED = 100
                   READ SUPPLIER-FILE
                       AT END
                           SET SUPP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUPP-USED
                           MOVE SU-CODE TO WS-SU-CODE(WS-SUPP-USED)
                           MOVE SU-NAME TO WS-SU-NAME(WS-SUPP-USED)
                           MOVE SU-ACTIVE
                               TO WS-SU-ACTIVE(WS-SUPP-USED)
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
               SET SUPP-TABLE-LOADED TO TRUE
           END-IF.

           FIND-SUPPLIER.
           MOVE 'N' TO WS-SUPP-FOUND.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-USED OR SUPPLIER-FOUND
               IF WS-SU-CODE(WS-SUPP-SUB) = WS-WORK-SUPPLIER
                       AND WS-SU-ACTIVE(WS-SUPP-SUB) = 'Y'
                   SET SUPPLIER-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUPP-SUB
               END-IF
           END-PERFORM.

           FIND-PO.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   DISPLAY WS-WORK-PO " is not a suggestion, "
                       "status " WS-PO-STATE(WS-PO-SUB)
               ELSE
                   DISPLAY "Suggested supplier is "
                       WS-PO-SUPPLIER(WS-PO-SUB)
                       ", enter supplier (blank keeps it): "
                   ACCEPT WS-WORK-SUPPLIER
                   IF WS-WORK-SUPPLIER = SPACES
                       MOVE WS-PO-SUPPLIER(WS-PO-SUB)
                           TO WS-WORK-SUPPLIER
                   END-IF
                   PERFORM FIND-SUPPLIER
                   IF NOT SUPPLIER-FOUND
                       DISPLAY "Supplier " WS-WORK-SUPPLIER
                           " is not an active supplier on SUPPFILE, "
                           "PO not confirmed"
                   ELSE
                       PERFORM CONFIRM-ORDER
                   END-IF
               END-IF
           END-IF.

      * The PO table subscript is still set by FIND-PO.
           CONFIRM-ORDER.
           MOVE WS-WORK-SUPPLIER TO WS-PO-SUPPLIER(WS-PO-SUB).
           DISPLAY "Suggested quantity is "
               WS-PO-QTY(WS-PO-SUB)
               ", enter quantity to order (0 keeps it): ".
           ACCEPT WS-WORK-QTY.
           IF WS-WORK-QTY > 0
               MOVE WS-WORK-QTY TO WS-PO-QTY(WS-PO-SUB)
           END-IF.
           MOVE WS-PO-PRICE(WS-PO-SUB) TO WS-PRICE-DISP.
           DISPLAY "Unit price is " WS-PRICE-DISP
               ", enter agreed unit price (0 keeps it): ".
           ACCEPT WS-WORK-PRICE.
           IF WS-WORK-PRICE > 0
               MOVE WS-WORK-PRICE TO WS-PO-PRICE(WS-PO-SUB)
           END-IF.
           MOVE 'O' TO WS-PO-STATE(WS-PO-SUB).
           PERFORM SAVE-TABLE.
           MOVE WS-PO-PRICE(WS-PO-SUB) TO WS-PRICE-DISP.
           DISPLAY "PO " WS-WORK-PO " confirmed for "
               WS-PO-QTY(WS-PO-SUB) " at " WS-PRICE-DISP
               " from " WS-PO-SUPPLIER(WS-PO-SUB).
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "PO CONFIRMED " DELIMITED BY SIZE
               WS-WORK-PO DELIMITED BY SIZE
               " QTY=" DELIMITED BY SIZE
               WS-PO-QTY(WS-PO-SUB) DELIMITED BY SIZE
               " SUPP=" DELIMITED BY SIZE
               WS-PO-SUPPLIER(WS-PO-SUB) DELIMITED BY SIZE
               " PRICE=" DELIMITED BY SIZE
               WS-PO-PRICE(WS-PO-SUB) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "POMAINT ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.

           AMEND-PARA.
           DISPLAY "Enter PO number to amend: ".
           ACCEPT WS-WORK-PO.
                       WS-PO-BIN(WS-PO-SUB) " "
                       WS-PO-ITEM(WS-PO-SUB) " ORD "
                       WS-PO-QTY(WS-PO-SUB) " RCV "
                       WS-PO-RECEIVED(WS-PO-SUB) " INV "
                       WS-PO-INVOICED(WS-PO-SUB) " "
                       WS-PO-STATE(WS-PO-SUB) " "
                       WS-PO-SUPPLIER(WS-PO-SUB) " @ "
                       WS-PO-PRICE(WS-PO-SUB)
               END-PERFORM
           END-IF.

           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PO      DATE      WH/BN ITEM      SUPPLR  ORD/RCV  S"
               TO REPORT-LINE.
           MOVE "  AGE" TO REPORT-LINE(55:5).
           WRITE REPORT-LINE.
           MOVE 0 TO WS-OPEN-COUNT.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
           MOVE WS-PO-WH(WS-PO-SUB) TO WS-AL-WH.
           MOVE WS-PO-BIN(WS-PO-SUB) TO WS-AL-BIN.
           MOVE WS-PO-ITEM(WS-PO-SUB) TO WS-AL-ITEM.
           MOVE WS-PO-SUPPLIER(WS-PO-SUB) TO WS-AL-SUPPLIER.
           MOVE WS-PO-QTY(WS-PO-SUB) TO WS-AL-QTY.
           MOVE WS-PO-RECEIVED(WS-PO-SUB) TO WS-AL-RECEIVED.
           MOVE WS-PO-STATE(WS-PO-SUB) TO WS-AL-STATE.
