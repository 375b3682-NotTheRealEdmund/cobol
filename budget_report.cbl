      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly budget-versus-actual report. For the month
      *          asked for on SYSIN it sets each account's BUDGFILE
      *          budget against its actual postings on GLSUM and the
      *          spend already committed on open purchase orders -
      *          the unreceived quantity on every confirmed POFILE
      *          order at its bin's COSTFILE unit cost, charged to
      *          the inventory account on STKGLPRM that the receipt
      *          will debit - and shows the headroom left. An
      *          account whose actual is over its budget, or would be
      *          once the commitments land, is flagged on BUDGVRPT
      *          and logged on AUDITTRL as a warning for the morning
      *          dashboard. Only debit (spending) budgets are judged;
      *          credit budgets and unbudgeted accounts are listed.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, written with BUDGMNT.
      *   2026-10-15 - ACCOUNT-RECORD and GL-SUMMARY-RECORD come from
      *                the ACCTREC and GLSUMREC copybooks, so GLSUM and
      *                ACCTFILE records are read at their full width.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUM-STATUS.
           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT COST-FILE ASSIGN TO "COSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-COST-STATUS.
           SELECT PARAM-FILE ASSIGN TO "STKGLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDGVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY BUDGREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  GL-SUMMARY-FILE.
           COPY GLSUMREC.
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
       FD  COST-FILE.
           COPY COSTREC.
       FD  PARAM-FILE.
       01  STOCK-GL-PARAM-RECORD.
           05 SP-INVENTORY-ACCOUNT  PIC 9(4).
           05 SP-RECEIVED-ACCOUNT   PIC 9(4).
           05 SP-COST-SALES-ACCOUNT PIC 9(4).
           05 SP-LOSS-ACCOUNT       PIC 9(4).
           05 SP-TRANSIT-ACCOUNT    PIC 9(4).
       FD  BUDGET-REPORT-FILE.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-BUDG-STATUS        PIC X(2).
           88 BUDG-OK               VALUES "00", "02".
           88 BUDG-EOF              VALUE "10".
       01 WS-ACCT-STATUS        PIC X(2).
           88 ACCT-OK               VALUE "00".
           88 ACCT-EOF              VALUE "10".
       01 WS-GLSUM-STATUS       PIC X(2).
           88 GLSUM-OK              VALUE "00".
           88 GLSUM-EOF             VALUE "10".
       01 WS-PO-STATUS          PIC X(2).
           88 PO-FILE-OK            VALUES "00", "05".
           88 PO-FILE-EOF           VALUE "10".
       01 WS-COST-STATUS        PIC X(2).
           88 COST-OK               VALUES "00", "05".
       01 WS-COST-OPEN          PIC X VALUE 'N'.
           88 COST-FILE-OPEN        VALUE 'Y'.
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-MONTH              PIC X(6).
      * Receipts against purchase orders debit the inventory
      * account, so that is where open orders are committed.
       01 WS-INVENTORY-ACCOUNT  PIC 9(4) VALUE 1300.
      * One line per account with a name, a budget, an actual or a
      * commitment for the month.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-AT-ACCOUNT     PIC 9(4).
               10 WS-AT-NAME        PIC X(20).
               10 WS-AT-BUDGETED    PIC X(1).
                   88 AT-HAS-BUDGET     VALUE 'Y'.
               10 WS-AT-BUDGET      PIC S9(9)V99.
               10 WS-AT-ACTUAL      PIC S9(11)V99.
               10 WS-AT-COMMITTED   PIC S9(11)V99.
       01 WS-ACCT-USED          PIC 9(3) VALUE 0.
       01 WS-ACCT-SUB           PIC 9(3).
       01 WS-ACCT-WORK          PIC 9(4).
       01 WS-ACCT-FOUND         PIC X VALUE 'N'.
           88 ACCT-FOUND            VALUE 'Y'.
       01 WS-OUTSTANDING        PIC 9(4).
       01 WS-COMMIT-VALUE       PIC 9(9)V99.
       01 WS-OPEN-ORDERS        PIC 9(5) VALUE 0.
       01 WS-UNCOSTED-ORDERS    PIC 9(5) VALUE 0.
       01 WS-HEADROOM           PIC S9(11)V99.
       01 WS-SPENT-COMMITTED    PIC S9(11)V99.
       01 WS-OVER-COUNT         PIC 9(3) VALUE 0.
       01 WS-AT-RISK-COUNT      PIC 9(3) VALUE 0.
       01 WS-TOTAL-BUDGET       PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-ACTUAL       PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-COMMITTED    PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-HEADROOM     PIC S9(11)V99 VALUE 0.
       01 WS-AUDIT-AMOUNT       PIC -(9)9.99.
       01 WS-REPORT-HEADING.
           05 FILLER                PIC X(40) VALUE
               "ACCT NAME                BUDGET      ACT".
           05 FILLER                PIC X(40) VALUE
               "UAL   COMMITTED    HEADROOM FLAG        ".
       01 WS-DETAIL-LINE.
           05 WS-DL-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-NAME            PIC X(14).
           05 WS-DL-BUDGET          PIC -ZZZZZZZ9.99.
           05 WS-DL-ACTUAL          PIC -ZZZZZZZ9.99.
           05 WS-DL-COMMITTED       PIC -ZZZZZZZ9.99.
           05 WS-DL-HEADROOM        PIC -ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-FLAG            PIC X(12).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Month to report (YYYYMM): ".
           ACCEPT WS-MONTH.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF NOT RPT-OK
               MOVE "BUDGRPT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN BUDGVRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ACCEPT BH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "BUDGRPT " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BUDGET VERSUS ACTUAL FOR " DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM LOAD-INVENTORY-ACCOUNT.
           PERFORM LOAD-ACCOUNT-NAMES.
           PERFORM LOAD-MONTH-BUDGETS.
           PERFORM TOTAL-MONTH-ACTUALS.
           PERFORM TOTAL-PO-COMMITMENTS.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM.
           PERFORM WRITE-REPORT-SUMMARY.
           MOVE WS-ACCT-USED TO BT-TOTAL-COUNT.
           MOVE WS-TOTAL-ACTUAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE BUDGET-REPORT-FILE.
           DISPLAY "Budget report written to BUDGVRPT, "
               WS-OVER-COUNT " account(s) over budget, "
               WS-AT-RISK-COUNT " over with commitments".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "BUDGET REPORT " DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               " OVER=" DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               " WITH COMMITMENTS=" DELIMITED BY SIZE
               WS-AT-RISK-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "BUDGRPT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           IF WS-OVER-COUNT > 0 OR WS-AT-RISK-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The inventory account is taken from the stock posting
      * parameters so commitments land where the receipts will.
       LOAD-INVENTORY-ACCOUNT.
           OPEN INPUT PARAM-FILE.
           IF PARM-OK
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-INVENTORY-ACCOUNT IS NUMERIC
                               AND SP-INVENTORY-ACCOUNT > 0
                           MOVE SP-INVENTORY-ACCOUNT
                               TO WS-INVENTORY-ACCOUNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Finds WS-ACCT-WORK in the table, adding it with nil figures
      * if it is not there yet; WS-ACCT-SUB is left on its line.
       FIND-ACCOUNT-LINE.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
                       OR ACCT-FOUND
               IF WS-AT-ACCOUNT(WS-ACCT-SUB) = WS-ACCT-WORK
                   SET ACCT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ACCT-SUB
               END-IF
           END-PERFORM.
           IF NOT ACCT-FOUND
               IF WS-ACCT-USED = 100
                   MOVE "BUDGRPT " TO WS-ERROR-PGM
                   MOVE "ACCOUNT TABLE FULL" TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-SUB
               MOVE WS-ACCT-WORK TO WS-AT-ACCOUNT(WS-ACCT-SUB)
               MOVE "NOT ON ACCTFILE" TO WS-AT-NAME(WS-ACCT-SUB)
               MOVE 'N' TO WS-AT-BUDGETED(WS-ACCT-SUB)
               MOVE 0 TO WS-AT-BUDGET(WS-ACCT-SUB)
                   WS-AT-ACTUAL(WS-ACCT-SUB)
                   WS-AT-COMMITTED(WS-ACCT-SUB)
           END-IF.

      * The account names are all that is taken from ACCTFILE; an
      * account only appears on the report if it has a budget, an
      * actual or a commitment for the month.
       LOAD-ACCOUNT-NAMES.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT ACCT-OK
               MOVE "NO ACCTFILE, ACCOUNT NAMES NOT SHOWN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL ACCT-EOF
                   READ ACCOUNT-FILE
                       AT END
                           SET ACCT-EOF TO TRUE
                       NOT AT END
                           MOVE AM-ACCOUNT TO WS-ACCT-WORK
                           PERFORM FIND-ACCOUNT-LINE
                           MOVE AM-NAME TO WS-AT-NAME(WS-ACCT-SUB)
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       LOAD-MONTH-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF NOT BUDG-OK
               MOVE "NO BUDGFILE, NO BUDGETS TO REPORT AGAINST"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE LOW-VALUES TO BG-KEY
               START BUDGET-FILE KEY IS NOT LESS THAN BG-KEY
                   INVALID KEY
                       SET BUDG-EOF TO TRUE
               END-START
               PERFORM UNTIL BUDG-EOF
                   READ BUDGET-FILE NEXT RECORD
                       AT END
                           SET BUDG-EOF TO TRUE
                       NOT AT END
                           IF BG-MONTH = WS-MONTH
                               MOVE BG-ACCOUNT TO WS-ACCT-WORK
                               PERFORM FIND-ACCOUNT-LINE
                               MOVE 'Y' TO WS-AT-BUDGETED(WS-ACCT-SUB)
                               MOVE BG-AMOUNT
                                   TO WS-AT-BUDGET(WS-ACCT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       TOTAL-MONTH-ACTUALS.
           OPEN INPUT GL-SUMMARY-FILE.
           IF NOT GLSUM-OK
               MOVE "NO GL SUMMARY FILE, ACTUALS SHOWN AS NIL"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL GLSUM-EOF
                   READ GL-SUMMARY-FILE
                       AT END
                           SET GLSUM-EOF TO TRUE
                       NOT AT END
                           IF GL-DATE(1:6) = WS-MONTH
                               MOVE GL-ACCOUNT TO WS-ACCT-WORK
                               PERFORM FIND-ACCOUNT-LINE
                               ADD GL-AMOUNT
                                   TO WS-AT-ACTUAL(WS-ACCT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-SUMMARY-FILE
           END-IF.

      * A confirmed order still open commits the quantity not yet
      * received; suggestions, closed and cancelled orders commit
      * nothing. An order whose bin has no unit cost is counted but
      * cannot be valued.
       TOTAL-PO-COMMITMENTS.
           OPEN INPUT PO-FILE.
           IF NOT PO-FILE-OK
               MOVE "NO POFILE, NO COMMITMENTS SHOWN" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN INPUT COST-FILE
               IF COST-OK
                   SET COST-FILE-OPEN TO TRUE
               END-IF
               MOVE WS-INVENTORY-ACCOUNT TO WS-ACCT-WORK
               PERFORM UNTIL PO-FILE-EOF
                   READ PO-FILE
                       AT END
                           SET PO-FILE-EOF TO TRUE
                       NOT AT END
                           IF PO-STATUS = 'O' AND PO-QTY > PO-RECEIVED
                               PERFORM COMMIT-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-FILE
               IF COST-FILE-OPEN
                   CLOSE COST-FILE
               END-IF
           END-IF.

       COMMIT-ONE-ORDER.
           ADD 1 TO WS-OPEN-ORDERS.
           COMPUTE WS-OUTSTANDING = PO-QTY - PO-RECEIVED.
           MOVE 0 TO WS-COMMIT-VALUE.
           IF NOT COST-FILE-OPEN
               ADD 1 TO WS-UNCOSTED-ORDERS
           ELSE
               MOVE PO-WH TO CO-WH
               MOVE PO-BIN TO CO-BIN
               READ COST-FILE
                   INVALID KEY
                       ADD 1 TO WS-UNCOSTED-ORDERS
                   NOT INVALID KEY
                       IF CO-UNIT-COST = 0
                           ADD 1 TO WS-UNCOSTED-ORDERS
                       ELSE
                           COMPUTE WS-COMMIT-VALUE =
                               WS-OUTSTANDING * CO-UNIT-COST
                       END-IF
               END-READ
           END-IF.
           PERFORM FIND-ACCOUNT-LINE.
           ADD WS-COMMIT-VALUE TO WS-AT-COMMITTED(WS-ACCT-SUB).

      * Headroom is what is left of the budget once the actual and
      * the commitments are taken off. Over budget means the actual
      * alone is past the budget; over with commitments means the
      * actual is within it but the open orders will take it past.
       REPORT-ONE-ACCOUNT.
           COMPUTE WS-SPENT-COMMITTED = WS-AT-ACTUAL(WS-ACCT-SUB)
               + WS-AT-COMMITTED(WS-ACCT-SUB).
           COMPUTE WS-HEADROOM = WS-AT-BUDGET(WS-ACCT-SUB)
               - WS-SPENT-COMMITTED.
           ADD WS-AT-BUDGET(WS-ACCT-SUB) TO WS-TOTAL-BUDGET.
           ADD WS-AT-ACTUAL(WS-ACCT-SUB) TO WS-TOTAL-ACTUAL.
           ADD WS-AT-COMMITTED(WS-ACCT-SUB) TO WS-TOTAL-COMMITTED.
           ADD WS-HEADROOM TO WS-TOTAL-HEADROOM.
           MOVE WS-AT-ACCOUNT(WS-ACCT-SUB) TO WS-DL-ACCOUNT.
           MOVE WS-AT-NAME(WS-ACCT-SUB) TO WS-DL-NAME.
           MOVE WS-AT-BUDGET(WS-ACCT-SUB) TO WS-DL-BUDGET.
           MOVE WS-AT-ACTUAL(WS-ACCT-SUB) TO WS-DL-ACTUAL.
           MOVE WS-AT-COMMITTED(WS-ACCT-SUB) TO WS-DL-COMMITTED.
           MOVE WS-HEADROOM TO WS-DL-HEADROOM.
           MOVE SPACES TO WS-DL-FLAG.
           IF NOT AT-HAS-BUDGET(WS-ACCT-SUB)
               IF WS-SPENT-COMMITTED NOT = 0
                   MOVE "NO BUDGET" TO WS-DL-FLAG
               END-IF
           ELSE
           IF WS-AT-BUDGET(WS-ACCT-SUB) > 0
               IF WS-AT-ACTUAL(WS-ACCT-SUB)
                       > WS-AT-BUDGET(WS-ACCT-SUB)
                   MOVE "OVER BUDGET" TO WS-DL-FLAG
                   ADD 1 TO WS-OVER-COUNT
                   PERFORM LOG-BUDGET-WARNING
               ELSE
               IF WS-HEADROOM < 0
                   MOVE "OVER W/ CMTS" TO WS-DL-FLAG
                   ADD 1 TO WS-AT-RISK-COUNT
                   PERFORM LOG-BUDGET-WARNING
               END-IF
               END-IF
           END-IF
           END-IF.
           IF AT-HAS-BUDGET(WS-ACCT-SUB)
                   OR WS-SPENT-COMMITTED NOT = 0
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LOG-BUDGET-WARNING.
           MOVE WS-HEADROOM TO WS-AUDIT-AMOUNT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "BUDGET " DELIMITED BY SIZE
               WS-DL-FLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AT-ACCOUNT(WS-ACCT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               " LEFT=" DELIMITED BY SIZE
               WS-AUDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE "BUDG" TO AE-EVENT-CODE.
           SET AE-SEV-WARNING TO TRUE.
           CALL 'AUDITLOG' USING "BUDGRPT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-DL-ACCOUNT.
           MOVE "TOTAL" TO WS-DL-NAME.
           MOVE WS-TOTAL-BUDGET TO WS-DL-BUDGET.
           MOVE WS-TOTAL-ACTUAL TO WS-DL-ACTUAL.
           MOVE WS-TOTAL-COMMITTED TO WS-DL-COMMITTED.
           MOVE WS-TOTAL-HEADROOM TO WS-DL-HEADROOM.
           MOVE SPACES TO WS-DL-FLAG.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(1:4).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN PURCHASE ORDERS " DELIMITED BY SIZE
               WS-OPEN-ORDERS DELIMITED BY SIZE
               " COMMITTED TO ACCOUNT " DELIMITED BY SIZE
               WS-INVENTORY-ACCOUNT DELIMITED BY SIZE
               ", NO UNIT COST " DELIMITED BY SIZE
               WS-UNCOSTED-ORDERS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS OVER BUDGET " DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               ", OVER WITH COMMITMENTS " DELIMITED BY SIZE
               WS-AT-RISK-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM BUDGET-REPORT.
