      ******************************************************************
      * Author:
      * Date:
      * Purpose: Three-way match of supplier invoices against the
      *          purchase order and the goods received. Invoice lines
      *          arrive on INVFILE (one line per invoice, PO, and
      *          item); each is checked against the supplier master
      *          (SUPPFILE), the order on POFILE, and the receipt
      *          movements SUBSCRIPT wrote to STKMOVE (and STKMVARC)
      *          against that order:
      *            - the supplier is active and is the order's
      *              supplier, the order is open or closed, and the
      *              item is the item ordered;
      *            - the quantity invoiced on the order so far, with
      *              this line, is no more than was received or
      *              ordered, beyond the APTOL quantity tolerance;
      *            - the unit price is within the APTOL percentage
      *              of the price agreed on the order.
      *          An approved line adds to the quantity invoiced on
      *          the order and is written to the framed APTRAN feed
      *          as two account-coded records in the TRANFILE layout:
      *          a debit to the goods-received account (from
      *          STKGLPRM) and a credit to the supplier's payables
      *          account, which FEEDACC accepts and ADDTWO posts to
      *          the ledger like the payroll. A
      *          line that fails waits on the keyed INVHOLD file with
      *          the reason, and is tried again on every run until it
      *          matches. APMATRPT lists every line and its outcome;
      *          APHLDRPT ages what is still held. A line that is not
      *          numeric where it must be is rejected for the
      *          supplier to reissue. INVFILE is emptied once read.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, so accounts payable can check a
      *                supplier's bill against what was ordered and
      *                what the warehouse actually received.
      *   2026-10-15 - Bin numbers are two digits on POFILE and the
      *                movement history (MOVEREC widened).
      *   2026-10-15 - An approved line credits the supplier's payables
      *                account (type C) and debits the goods-received
      *                account from STKGLPRM, clearing the receipt
      *                accrual.
      *   2026-10-15 - APTRAN is a framed TRANREC feed (standard
      *                header and trailer) that FEEDACC accepts and
      *                ADDTWO posts under the PAYABLES source.
      *   2026-10-15 - Warning return code 4 now set after the AUDITLOG
      *                call, which was resetting it to zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.
           SELECT MOVEMENT-ARCHIVE ASSIGN TO "STKMVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT AP-TOL-FILE ASSIGN TO "APTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APTOL-STATUS.
           SELECT STOCK-GL-PARAM-FILE ASSIGN TO "STKGLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HOLD-FILE ASSIGN TO "INVHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT AP-TRANS-FILE ASSIGN TO "APTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APTRAN-STATUS.
           SELECT MATCH-REPORT ASSIGN TO "APMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT HOLD-REPORT ASSIGN TO "APHLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 INV-NUMBER            PIC X(10).
           05 INV-SUPPLIER          PIC X(6).
           05 INV-DATE              PIC X(8).
           05 INV-PO                PIC 9(6).
           05 INV-ITEM              PIC X(8).
           05 INV-QTY               PIC 9(4).
           05 INV-PRICE             PIC 9(5)V99.
       FD  SUPPLIER-FILE.
           COPY SUPPREC.
       FD  PO-FILE.
       01  PO-RECORD.
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
       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE            PIC X(49).
       FD  MOVEMENT-ARCHIVE.
       01  MOVEMENT-ARCHIVE-LINE    PIC X(49).
       FD  AP-TOL-FILE.
       01  AP-TOL-RECORD.
      * Quantity tolerance in units, price tolerance as a percentage
      * of the agreed unit price.
           05 AT-QTY-UNITS          PIC 9(4).
           05 AT-PRICE-PCT          PIC 9(2)V99.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 IH-KEY.
               10 IH-SUPPLIER       PIC X(6).
               10 IH-INVOICE        PIC X(10).
               10 IH-PO             PIC 9(6).
               10 IH-ITEM           PIC X(8).
           05 IH-INV-DATE           PIC X(8).
           05 IH-QTY                PIC 9(4).
           05 IH-PRICE              PIC 9(5)V99.
           05 IH-HELD-DATE          PIC X(8).
           05 IH-REASON             PIC X(30).
      * STKGLPST's account parameters; only the goods-received
      * account is used here.
       FD  STOCK-GL-PARAM-FILE.
       01  STOCK-GL-PARAM-RECORD.
           05 SP-INVENTORY-ACCOUNT  PIC 9(4).
           05 SP-RECEIVED-ACCOUNT   PIC 9(4).
           05 SP-COST-SALES-ACCOUNT PIC 9(4).
           05 SP-LOSS-ACCOUNT       PIC 9(4).
           05 SP-TRANSIT-ACCOUNT    PIC 9(4).
       FD  AP-TRANS-FILE.
      * A framed feed in the TRANFILE layout: the standard header,
      * the postings, and a trailer carrying their count and signed
      * total (credits negative, so the feed totals nil). FEEDACC
      * proves it and ADDTWO posts it under PAYABLES.
           COPY TRANREC.
       FD  MATCH-REPORT.
       01  REPORT-LINE              PIC X(100).
       FD  HOLD-REPORT.
       01  HOLD-REPORT-LINE         PIC X(100).
       WORKING-STORAGE SECTION.
           COPY MOVEREC.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-INV-STATUS         PIC X(2).
           88 INV-OK                VALUE "00".
           88 INV-EOF               VALUE "10".
       01 WS-SUPP-STATUS        PIC X(2).
           88 SUPP-OK               VALUE "00".
           88 SUPP-EOF              VALUE "10".
       01 WS-PO-STATUS          PIC X(2).
           88 PO-FILE-OK            VALUES "00", "05".
           88 PO-FILE-EOF           VALUE "10".
       01 WS-MOVE-STATUS        PIC X(2).
           88 MOVE-OK               VALUE "00".
           88 MOVE-EOF              VALUE "10".
       01 WS-ARCH-STATUS        PIC X(2).
           88 ARCH-OK               VALUE "00".
           88 ARCH-EOF              VALUE "10".
       01 WS-APTOL-STATUS       PIC X(2).
           88 APTOL-OK              VALUE "00".
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-HOLD-STATUS        PIC X(2).
           88 HOLD-OK               VALUE "00".
           88 HOLD-EOF              VALUE "10".
           88 HOLD-NOT-FOUND        VALUE "35".
       01 WS-APTRAN-STATUS      PIC X(2).
           88 APTRAN-OK             VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-HRPT-STATUS        PIC X(2).
           88 HRPT-OK                VALUE "00".
       01 WS-TODAY              PIC X(8).
       01 WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 100 TIMES.
               10 WS-SU-CODE        PIC X(6).
               10 WS-SU-PAY-ACCOUNT PIC 9(4).
               10 WS-SU-ACTIVE      PIC X(1).
       01 WS-SUPP-USED          PIC 9(3) VALUE 0.
       01 WS-SUPP-SUB           PIC 9(3).
       01 WS-SUPP-FOUND         PIC X VALUE 'N'.
           88 SUPPLIER-FOUND        VALUE 'Y'.
      * Same layout as PO-RECORD, so a record moves in and out whole.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 50 TIMES.
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
      * Quantity received against each order, summed from the
      * receipt movements that carry its number.
       01 WS-PO-MOVED-TABLE.
           05 WS-PO-MOVED OCCURS 50 TIMES PIC 9(5).
       01 WS-PO-USED            PIC 9(2) VALUE 0.
       01 WS-PO-SUB             PIC 9(2).
       01 WS-PO-FOUND           PIC X VALUE 'N'.
           88 PO-FOUND              VALUE 'Y'.
       01 WS-PO-CHANGED         PIC X VALUE 'N'.
           88 PO-TABLE-CHANGED      VALUE 'Y'.
      * The account STKGLPST credits when goods are received; an
      * approved invoice clears it. Defaults to the chart's account
      * when STKGLPRM is absent, as in STKGLPST.
       01 WS-RECEIVED-ACCOUNT   PIC 9(4) VALUE 2150.
       01 WS-TOL-QTY            PIC 9(4) VALUE 0.
       01 WS-TOL-PCT            PIC 9(2)V99 VALUE 2.00.
      * The invoice line being matched, from INVFILE or INVHOLD.
       01 WS-INV-LINE.
           05 WS-IL-SUPPLIER        PIC X(6).
           05 WS-IL-INVOICE         PIC X(10).
           05 WS-IL-PO              PIC 9(6).
           05 WS-IL-ITEM            PIC X(8).
           05 WS-IL-DATE            PIC X(8).
           05 WS-IL-QTY             PIC 9(4).
           05 WS-IL-PRICE           PIC 9(5)V99.
       01 WS-MATCH-REASON       PIC X(30).
       01 WS-QTY-LIMIT          PIC 9(6).
       01 WS-QTY-AFTER          PIC 9(6).
       01 WS-PRICE-DIFF         PIC 9(5)V99.
       01 WS-PRICE-LIMIT        PIC 9(5)V99.
       01 WS-LINE-AMOUNT        PIC 9(7)V99.
       01 WS-OUTCOME            PIC X(8).
       01 WS-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-RETRY-COUNT        PIC 9(5) VALUE 0.
       01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT     PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-APPROVED-VALUE     PIC 9(9)V99 VALUE 0.
       01 WS-FEED-COUNT         PIC 9(7) VALUE 0.
      * Hold aging, from the date the line was first held.
       01 WS-HOLD-AGE           PIC 9(5).
       01 WS-BAND-SUB           PIC 9(1).
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 4 TIMES.
               10 WS-BAND-COUNT     PIC 9(5).
               10 WS-BAND-VALUE     PIC 9(9)V99.
       01 WS-BAND-NAMES.
           05 FILLER                PIC X(10) VALUE "0-30 DAYS ".
           05 FILLER                PIC X(10) VALUE "31-60 DAYS".
           05 FILLER                PIC X(10) VALUE "61-90 DAYS".
           05 FILLER                PIC X(10) VALUE "OVER 90   ".
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME OCCURS 4 TIMES PIC X(10).
       01 WS-HELD-TOTAL-COUNT   PIC 9(5) VALUE 0.
       01 WS-HELD-TOTAL-VALUE   PIC 9(9)V99 VALUE 0.
       01 WS-MATCH-LINE.
           05 WS-ML-SUPPLIER        PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-INVOICE         PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-PO              PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-ITEM            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-QTY             PIC ZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-PRICE           PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-OUTCOME         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-ML-REASON          PIC X(30).
       01 WS-HOLD-LINE.
           05 WS-HL-SUPPLIER        PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HL-INVOICE         PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HL-PO              PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HL-HELD-DATE       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HL-AGE             PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HL-VALUE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-HL-REASON          PIC X(30).
       01 WS-BAND-LINE.
           05 WS-BL-NAME            PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BL-COUNT           PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BL-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-TOLERANCE.
           PERFORM LOAD-RECEIVED-ACCOUNT.
           PERFORM LOAD-SUPPLIER-TABLE.
           PERFORM LOAD-PO-TABLE.
           PERFORM LOAD-RECEIPTS.
           PERFORM OPEN-MATCH-FILES.
           PERFORM RETRY-HELD-LINES.
           OPEN INPUT INVOICE-FILE.
           IF INV-OK
               PERFORM UNTIL INV-EOF
                   READ INVOICE-FILE
                       AT END
                           SET INV-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM MATCH-NEW-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
      * Every line read is now approved, held, or rejected, so the
      * intake file is emptied to stop it being matched twice.
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
           ELSE
               DISPLAY "No INVFILE to match, status " WS-INV-STATUS
           END-IF.
           CLOSE HOLD-FILE.
      * Each approved line is a debit and an equal credit, so the
      * signed control total of the feed is nil.
           MOVE WS-FEED-COUNT TO BT-TOTAL-COUNT.
           MOVE 0 TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           CLOSE AP-TRANS-FILE.
           IF PO-TABLE-CHANGED
               PERFORM SAVE-PO-TABLE
           END-IF.
           PERFORM WRITE-MATCH-SUMMARY.
           CLOSE MATCH-REPORT.
           PERFORM HOLD-AGING-REPORT.
           DISPLAY "Invoice match: " WS-APPROVED-COUNT " approved, "
               WS-RELEASED-COUNT " released from hold, "
               WS-HELD-COUNT " held, " WS-REJECTED-COUNT
               " rejected".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "INVOICE MATCH OK=" DELIMITED BY SIZE
               WS-APPROVED-COUNT DELIMITED BY SIZE
               " REL=" DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               " HELD=" DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               " REJ=" DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           IF WS-HELD-COUNT > 0 OR WS-REJECTED-COUNT > 0
               SET AE-SEV-WARNING TO TRUE
           END-IF.
           CALL 'AUDITLOG' USING "APMATCH ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
      * Set after the AUDITLOG call, which leaves its own return code.
           IF WS-HELD-COUNT > 0 OR WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * With no APTOL record the quantity must match exactly and the
      * price may be out by up to 2 percent.
       LOAD-TOLERANCE.
           OPEN INPUT AP-TOL-FILE.
           IF APTOL-OK
               READ AP-TOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AT-QTY-UNITS IS NUMERIC
                           MOVE AT-QTY-UNITS TO WS-TOL-QTY
                       END-IF
                       IF AT-PRICE-PCT IS NUMERIC
                           MOVE AT-PRICE-PCT TO WS-TOL-PCT
                       END-IF
               END-READ
               CLOSE AP-TOL-FILE
           END-IF.

       LOAD-RECEIVED-ACCOUNT.
           OPEN INPUT STOCK-GL-PARAM-FILE.
           IF PARM-OK
               READ STOCK-GL-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-RECEIVED-ACCOUNT IS NUMERIC
                               AND SP-RECEIVED-ACCOUNT > 0
                           MOVE SP-RECEIVED-ACCOUNT
                               TO WS-RECEIVED-ACCOUNT
                       END-IF
               END-READ
               CLOSE STOCK-GL-PARAM-FILE
           END-IF.

       LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE.
           IF NOT SUPP-OK
               MOVE "APMATCH " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN SUPPFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-SUPP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL SUPP-EOF OR WS-SUPP-USED = 100
               READ SUPPLIER-FILE
                   AT END
                       SET SUPP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUPP-USED
                       MOVE SU-CODE TO WS-SU-CODE(WS-SUPP-USED)
                       MOVE SU-PAY-ACCOUNT
                           TO WS-SU-PAY-ACCOUNT(WS-SUPP-USED)
                       MOVE SU-ACTIVE TO WS-SU-ACTIVE(WS-SUPP-USED)
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-FILE.

       LOAD-PO-TABLE.
           OPEN INPUT PO-FILE.
           IF NOT PO-FILE-OK
               MOVE "APMATCH " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN POFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-PO-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL PO-FILE-EOF OR WS-PO-USED = 50
               READ PO-FILE
                   AT END
                       SET PO-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PO-USED
                       MOVE PO-RECORD TO WS-PO-ENTRY(WS-PO-USED)
      * Orders written before the supplier fields were added have
      * nothing invoiced against them yet.
                       IF WS-PO-INVOICED(WS-PO-USED) IS NOT NUMERIC
                           MOVE 0 TO WS-PO-INVOICED(WS-PO-USED)
                       END-IF
                       IF WS-PO-PRICE(WS-PO-USED) IS NOT NUMERIC
                           MOVE 0 TO WS-PO-PRICE(WS-PO-USED)
                       END-IF
                       MOVE 0 TO WS-PO-MOVED(WS-PO-USED)
               END-READ
           END-PERFORM.
           CLOSE PO-FILE.

      * Receipts matched to an order carry its number; the archive
      * is read too so an invoice for goods received before the last
      * housekeeping run still finds them.
       LOAD-RECEIPTS.
           OPEN INPUT MOVEMENT-ARCHIVE.
           IF ARCH-OK
               PERFORM UNTIL ARCH-EOF
                   READ MOVEMENT-ARCHIVE
                       AT END
                           SET ARCH-EOF TO TRUE
                       NOT AT END
                           MOVE MOVEMENT-ARCHIVE-LINE
                               TO MOVEMENT-RECORD
                           PERFORM ADD-RECEIPT-TO-PO
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
                           PERFORM ADD-RECEIPT-TO-PO
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF.

      * Movements written before the order number was carried have
      * spaces there and are skipped.
       ADD-RECEIPT-TO-PO.
           IF MV-RECEIPT AND MV-PO-NUMBER IS NUMERIC
                   AND MV-PO-NUMBER > 0
               MOVE MV-PO-NUMBER TO WS-IL-PO
               PERFORM FIND-PO
               IF PO-FOUND AND MV-QTY IS NUMERIC
                   ADD MV-QTY TO WS-PO-MOVED(WS-PO-SUB)
               END-IF
           END-IF.

       OPEN-MATCH-FILES.
           OPEN I-O HOLD-FILE.
           IF HOLD-NOT-FOUND
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF NOT HOLD-OK
               MOVE "APMATCH " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN INVHOLD, STATUS "
                   DELIMITED BY SIZE
                   WS-HOLD-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT AP-TRANS-FILE.
           IF NOT APTRAN-OK
               MOVE "APMATCH " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN APTRAN, STATUS "
                   DELIMITED BY SIZE
                   WS-APTRAN-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT MATCH-REPORT.
           IF NOT RPT-OK
               MOVE "APMATCH " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN APMATRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "APMATCH " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUPPLIER INVOICE MATCH - PO, RECEIPT, AND INVOICE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUANTITY TOLERANCE " DELIMITED BY SIZE
               WS-TOL-QTY DELIMITED BY SIZE
               " UNITS, PRICE TOLERANCE " DELIMITED BY SIZE
               WS-TOL-PCT DELIMITED BY SIZE
               " PERCENT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUPPLR  INVOICE     PO      ITEM      QTY"
               TO REPORT-LINE.
           MOVE "PRICE  OUTCOME   REASON" TO REPORT-LINE(50:23).
           WRITE REPORT-LINE.

      * Lines held on earlier runs are tried first, since the goods
      * or a corrected order may have arrived since. A line that now
      * matches leaves the hold file; one that still fails stays,
      * with the reason brought up to date.
       RETRY-HELD-LINES.
           MOVE LOW-VALUES TO IH-KEY.
           START HOLD-FILE KEY IS GREATER THAN IH-KEY
               INVALID KEY
                   SET HOLD-EOF TO TRUE
           END-START.
           PERFORM UNTIL HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET HOLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RETRY-COUNT
                       MOVE IH-SUPPLIER TO WS-IL-SUPPLIER
                       MOVE IH-INVOICE TO WS-IL-INVOICE
                       MOVE IH-PO TO WS-IL-PO
                       MOVE IH-ITEM TO WS-IL-ITEM
                       MOVE IH-INV-DATE TO WS-IL-DATE
                       MOVE IH-QTY TO WS-IL-QTY
                       MOVE IH-PRICE TO WS-IL-PRICE
                       PERFORM MATCH-INVOICE-LINE
                       IF WS-MATCH-REASON = SPACES
                           PERFORM APPROVE-LINE
                           DELETE HOLD-FILE
                               INVALID KEY
                                   DISPLAY "Unable to release "
                                       IH-KEY " from INVHOLD"
                           END-DELETE
                           ADD 1 TO WS-RELEASED-COUNT
                           MOVE "RELEASED" TO WS-OUTCOME
                       ELSE
                           MOVE WS-MATCH-REASON TO IH-REASON
                           REWRITE HOLD-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to update "
                                       IH-KEY " on INVHOLD"
                           END-REWRITE
                           MOVE "HELD" TO WS-OUTCOME
                       END-IF
                       PERFORM WRITE-MATCH-LINE
               END-READ
           END-PERFORM.

       MATCH-NEW-LINE.
           MOVE INV-SUPPLIER TO WS-IL-SUPPLIER.
           MOVE INV-NUMBER TO WS-IL-INVOICE.
           MOVE INV-ITEM TO WS-IL-ITEM.
           MOVE INV-DATE TO WS-IL-DATE.
           IF INV-PO IS NOT NUMERIC OR INV-QTY IS NOT NUMERIC
                   OR INV-PRICE IS NOT NUMERIC
                   OR INV-QTY = 0
               MOVE 0 TO WS-IL-PO
               MOVE 0 TO WS-IL-QTY
               MOVE 0 TO WS-IL-PRICE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-OUTCOME
               MOVE "PO, QTY OR PRICE NOT VALID" TO WS-MATCH-REASON
           ELSE
               MOVE INV-PO TO WS-IL-PO
               MOVE INV-QTY TO WS-IL-QTY
               MOVE INV-PRICE TO WS-IL-PRICE
               PERFORM MATCH-INVOICE-LINE
               IF WS-MATCH-REASON = SPACES
                   PERFORM APPROVE-LINE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED" TO WS-OUTCOME
               ELSE
                   PERFORM HOLD-LINE
               END-IF
           END-IF.
           PERFORM WRITE-MATCH-LINE.

      * The checks run in order and the first failure is the reason
      * the line is held; a blank reason means the line matched.
       MATCH-INVOICE-LINE.
           MOVE SPACES TO WS-MATCH-REASON.
           PERFORM FIND-SUPPLIER.
           IF NOT SUPPLIER-FOUND
               MOVE "SUPPLIER NOT ON FILE" TO WS-MATCH-REASON
           ELSE
               IF WS-SU-ACTIVE(WS-SUPP-SUB) NOT = 'Y'
                   MOVE "SUPPLIER NOT ACTIVE" TO WS-MATCH-REASON
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               PERFORM FIND-PO
               IF NOT PO-FOUND
                   MOVE "PO NOT ON FILE" TO WS-MATCH-REASON
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               IF WS-PO-SUPPLIER(WS-PO-SUB) NOT = WS-IL-SUPPLIER
                   MOVE "PO IS FOR ANOTHER SUPPLIER" TO WS-MATCH-REASON
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               IF WS-PO-STATE(WS-PO-SUB) NOT = 'O'
                       AND WS-PO-STATE(WS-PO-SUB) NOT = 'C'
                   MOVE "PO NOT CONFIRMED OR CANCELLED"
                       TO WS-MATCH-REASON
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               IF WS-PO-ITEM(WS-PO-SUB) NOT = WS-IL-ITEM
                   MOVE "ITEM NOT THE ITEM ORDERED" TO WS-MATCH-REASON
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               COMPUTE WS-QTY-AFTER =
                   WS-PO-INVOICED(WS-PO-SUB) + WS-IL-QTY
               COMPUTE WS-QTY-LIMIT =
                   WS-PO-MOVED(WS-PO-SUB) + WS-TOL-QTY
               IF WS-QTY-AFTER > WS-QTY-LIMIT
                   MOVE "QTY MORE THAN RECEIVED" TO WS-MATCH-REASON
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               COMPUTE WS-QTY-LIMIT =
                   WS-PO-QTY(WS-PO-SUB) + WS-TOL-QTY
               IF WS-QTY-AFTER > WS-QTY-LIMIT
                   MOVE "QTY MORE THAN ORDERED" TO WS-MATCH-REASON
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               IF WS-IL-PRICE > WS-PO-PRICE(WS-PO-SUB)
                   COMPUTE WS-PRICE-DIFF =
                       WS-IL-PRICE - WS-PO-PRICE(WS-PO-SUB)
               ELSE
                   COMPUTE WS-PRICE-DIFF =
                       WS-PO-PRICE(WS-PO-SUB) - WS-IL-PRICE
               END-IF
               COMPUTE WS-PRICE-LIMIT ROUNDED =
                   WS-PO-PRICE(WS-PO-SUB) * WS-TOL-PCT / 100
               IF WS-PRICE-DIFF > WS-PRICE-LIMIT
                   MOVE "PRICE OUTSIDE TOLERANCE" TO WS-MATCH-REASON
               END-IF
           END-IF.
           IF WS-MATCH-REASON = SPACES
               COMPUTE WS-LINE-AMOUNT ROUNDED =
                   WS-IL-QTY * WS-IL-PRICE
               IF WS-LINE-AMOUNT > 99999.99
                   MOVE "VALUE TOO LARGE FOR ONE POST"
                       TO WS-MATCH-REASON
               END-IF
           END-IF.

       FIND-SUPPLIER.
           MOVE 'N' TO WS-SUPP-FOUND.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-USED OR SUPPLIER-FOUND
               IF WS-SU-CODE(WS-SUPP-SUB) = WS-IL-SUPPLIER
                   SET SUPPLIER-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUPP-SUB
               END-IF
           END-PERFORM.

       FIND-PO.
           MOVE 'N' TO WS-PO-FOUND.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-USED OR PO-FOUND
               IF WS-PO-NUMBER(WS-PO-SUB) = WS-IL-PO
                   SET PO-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-PO-SUB
               END-IF
           END-PERFORM.

      * The supplier and order subscripts are still set by the match.
      * The goods-received account is debited, clearing the accrual
      * STKGLPST credited on receipt, and the supplier's payables
      * account is credited with what is now owed.
       APPROVE-LINE.
           ADD WS-IL-QTY TO WS-PO-INVOICED(WS-PO-SUB).
           SET PO-TABLE-CHANGED TO TRUE.
           MOVE WS-RECEIVED-ACCOUNT TO TR-ACCOUNT.
           MOVE WS-TODAY TO TR-POST-DATE.
           MOVE WS-LINE-AMOUNT TO TR-NUM1.
           MOVE 0 TO TR-NUM2.
           MOVE SPACE TO TR-TYPE.
           MOVE SPACES TO TR-VOUCHER TR-CURRENCY TR-MAKER.
           WRITE TRANS-RECORD.
           MOVE WS-SU-PAY-ACCOUNT(WS-SUPP-SUB) TO TR-ACCOUNT.
           MOVE 'C' TO TR-TYPE.
           WRITE TRANS-RECORD.
           ADD 2 TO WS-FEED-COUNT.
           ADD WS-LINE-AMOUNT TO WS-APPROVED-VALUE.

       HOLD-LINE.
           MOVE WS-IL-SUPPLIER TO IH-SUPPLIER.
           MOVE WS-IL-INVOICE TO IH-INVOICE.
           MOVE WS-IL-PO TO IH-PO.
           MOVE WS-IL-ITEM TO IH-ITEM.
           MOVE WS-IL-DATE TO IH-INV-DATE.
           MOVE WS-IL-QTY TO IH-QTY.
           MOVE WS-IL-PRICE TO IH-PRICE.
           MOVE WS-TODAY TO IH-HELD-DATE.
           MOVE WS-MATCH-REASON TO IH-REASON.
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-OUTCOME
                   MOVE "SAME LINE ALREADY HELD" TO WS-MATCH-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD" TO WS-OUTCOME
           END-WRITE.

       WRITE-MATCH-LINE.
           MOVE WS-IL-SUPPLIER TO WS-ML-SUPPLIER.
           MOVE WS-IL-INVOICE TO WS-ML-INVOICE.
           MOVE WS-IL-PO TO WS-ML-PO.
           MOVE WS-IL-ITEM TO WS-ML-ITEM.
           MOVE WS-IL-QTY TO WS-ML-QTY.
           MOVE WS-IL-PRICE TO WS-ML-PRICE.
           MOVE WS-OUTCOME TO WS-ML-OUTCOME.
           MOVE WS-MATCH-REASON TO WS-ML-REASON.
           MOVE WS-MATCH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-MATCH-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "READ " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  APPROVED " DELIMITED BY SIZE
               WS-APPROVED-COUNT DELIMITED BY SIZE
               "  HELD " DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "HELD LINES RETRIED " DELIMITED BY SIZE
               WS-RETRY-COUNT DELIMITED BY SIZE
               "  RELEASED " DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE BT-TOTAL-COUNT =
               WS-APPROVED-COUNT + WS-RELEASED-COUNT.
           MOVE WS-APPROVED-VALUE TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       SAVE-PO-TABLE.
           OPEN OUTPUT PO-FILE.
           IF NOT PO-FILE-OK
               MOVE "APMATCH " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN POFILE FOR SAVE, STATUS "
                   DELIMITED BY SIZE
                   WS-PO-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-USED
               MOVE WS-PO-ENTRY(WS-PO-SUB) TO PO-RECORD
               WRITE PO-RECORD
           END-PERFORM.
           CLOSE PO-FILE.

      * Everything still on INVHOLD after the run, aged from the day
      * it was first held, with a count and value per age band.
       HOLD-AGING-REPORT.
           OPEN OUTPUT HOLD-REPORT.
           IF NOT HRPT-OK
               MOVE "APMATCH " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN APHLDRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-HRPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE BATCH-HEADER-RECORD TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE "SUPPLIER INVOICES ON HOLD - AGING" TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE "SUPPLR  INVOICE     PO      HELD       AGE"
               TO HOLD-REPORT-LINE.
           MOVE "VALUE  REASON" TO HOLD-REPORT-LINE(53:13).
           WRITE HOLD-REPORT-LINE.
           INITIALIZE WS-BAND-TABLE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-OK
               MOVE LOW-VALUES TO IH-KEY
               START HOLD-FILE KEY IS GREATER THAN IH-KEY
                   INVALID KEY
                       SET HOLD-EOF TO TRUE
               END-START
               PERFORM UNTIL HOLD-EOF
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           SET HOLD-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-HOLD-LINE
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 4
               MOVE WS-BAND-NAME(WS-BAND-SUB) TO WS-BL-NAME
               MOVE WS-BAND-COUNT(WS-BAND-SUB) TO WS-BL-COUNT
               MOVE WS-BAND-VALUE(WS-BAND-SUB) TO WS-BL-VALUE
               MOVE WS-BAND-LINE TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-PERFORM.
           MOVE WS-HELD-TOTAL-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-HELD-TOTAL-VALUE TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           CLOSE HOLD-REPORT.

       WRITE-HOLD-LINE.
           COMPUTE WS-HOLD-AGE =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(IH-HELD-DATE)).
           COMPUTE WS-LINE-AMOUNT ROUNDED = IH-QTY * IH-PRICE.
           EVALUATE TRUE
               WHEN WS-HOLD-AGE <= 30
                   MOVE 1 TO WS-BAND-SUB
               WHEN WS-HOLD-AGE <= 60
                   MOVE 2 TO WS-BAND-SUB
               WHEN WS-HOLD-AGE <= 90
                   MOVE 3 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BAND-SUB
           END-EVALUATE.
           ADD 1 TO WS-BAND-COUNT(WS-BAND-SUB).
           ADD WS-LINE-AMOUNT TO WS-BAND-VALUE(WS-BAND-SUB).
           ADD 1 TO WS-HELD-TOTAL-COUNT.
           ADD WS-LINE-AMOUNT TO WS-HELD-TOTAL-VALUE.
           MOVE IH-SUPPLIER TO WS-HL-SUPPLIER.
           MOVE IH-INVOICE TO WS-HL-INVOICE.
           MOVE IH-PO TO WS-HL-PO.
           MOVE IH-HELD-DATE TO WS-HL-HELD-DATE.
           MOVE WS-HOLD-AGE TO WS-HL-AGE.
           MOVE WS-LINE-AMOUNT TO WS-HL-VALUE.
           MOVE IH-REASON TO WS-HL-REASON.
           MOVE WS-HOLD-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM INVOICE-MATCH.
