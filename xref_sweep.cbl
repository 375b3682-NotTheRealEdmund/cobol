      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly cross-master referential-integrity sweep.
      *          Each maintenance program checks its own fields on the
      *          way in, but nothing else checks that the masters
      *          still agree with one another. This sweep follows
      *          every reference one master makes to another -
      *          departments, employees, ledger accounts, items,
      *          suppliers, warehouse bins and order lines - and
      *          writes each break to XREFRPT, grouped by rule with a
      *          count per rule. Every rule carries a severity
      *          (E error, W warning, I information); the built-in
      *          severity below applies unless the XREFRULE file
      *          names the rule with another. Each error-severity
      *          rule that finds breaks logs an XREF error to
      *          AUDITTRL for AUDITSCN and the dashboard, and the
      *          step ends with return code 4. A master that cannot
      *          be opened leaves the rules that need it unchecked,
      *          shown as such on the report, and the summary entry
      *          is logged as a warning.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; departments removed from
      *                DEPTFILE, pay rates for leavers, and stock and
      *                orders for deleted items were only found when
      *                a downstream report went wrong.
      *   2026-10-15 - ACCOUNT-RECORD comes from the ACCTREC copybook;
      *                ACCTFILE is read with the account type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-XREF-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "XREFRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO "CAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CAP-STATUS.
           SELECT PAY-RATE-FILE ASSIGN TO "PAYRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYR-STATUS.
           SELECT BANK-DETAIL-FILE ASSIGN TO "BANKDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "DEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT PO-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
           SELECT IN-TRANSIT-FILE ASSIGN TO "INTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT RECURRING-FILE ASSIGN TO "RECURFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS WS-RECUR-STATUS.
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
           SELECT XREF-REPORT ASSIGN TO "XREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One line per rule whose severity differs from the built-in
      * one: the rule id, then E, W or I. The rest of the line is
      * free for a note; a line starting * is a comment.
       FD  RULE-FILE.
       01  RULE-RECORD.
           05 XR-RULE               PIC X(4).
           05 FILLER                PIC X(1).
           05 XR-SEVERITY           PIC X(1).
           05 FILLER                PIC X(1).
           05 XR-NOTE               PIC X(40).
       FD  DEPT-FILE.
       01  DEPT-RECORD.
           05 DR-CODE               PIC X(3).
           05 DR-NAME               PIC X(20).
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05 IT-SKU                PIC X(8).
           05 IT-DESC               PIC X(20).
           05 IT-UOM                PIC X(3).
           05 IT-SUPPLIER           PIC X(6).
       FD  SUPPLIER-FILE.
           COPY SUPPREC.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  CAPACITY-FILE.
           COPY CAPREC.
       FD  PAY-RATE-FILE.
       01  PAY-RATE-RECORD.
           05 PY-EMP-ID             PIC 9(6).
           05 PY-RATE               PIC 9(5)V99.
           05 PY-ACCOUNT            PIC 9(4).
       FD  BANK-DETAIL-FILE.
       01  BANK-DETAIL-RECORD.
           05 BD-EMP-ID             PIC 9(6).
           05 BD-SORT-CODE          PIC 9(6).
           05 BD-ACCOUNT-NO         PIC 9(8).
           05 BD-ACCOUNT-NAME       PIC X(18).
       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DD-EMP-ID             PIC 9(6).
           05 DD-PENSION-PCT        PIC 9(2)V99.
           05 DD-FIXED-AMT          PIC 9(5)V99.
           05 DD-FIXED-DESC         PIC X(12).
       FD  LEAVE-FILE.
           COPY LEAVEREC.
       FD  STOCK-FILE.
           COPY STOCKREC.
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
       FD  BUDGET-FILE.
           COPY BUDGREC.
       FD  RECURRING-FILE.
           COPY RECURREC.
       FD  ORDER-FILE.
           COPY ORDREC.
       FD  ALLOCATION-FILE.
           COPY ALLOCREC.
       FD  XREF-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-RULE-STATUS        PIC X(2).
           88 RULE-OK               VALUE "00".
           88 RULE-EOF              VALUE "10".
       01 WS-DEPT-STATUS        PIC X(2).
           88 DEPT-OK               VALUE "00".
           88 DEPT-EOF              VALUE "10".
       01 WS-ACCT-STATUS        PIC X(2).
           88 ACCT-OK               VALUE "00".
           88 ACCT-EOF              VALUE "10".
       01 WS-ITEM-STATUS        PIC X(2).
           88 ITEM-OK               VALUE "00".
           88 ITEM-EOF              VALUE "10".
       01 WS-SUPP-STATUS        PIC X(2).
           88 SUPP-OK               VALUE "00".
           88 SUPP-EOF              VALUE "10".
       01 WS-EMP-STATUS         PIC X(2).
           88 EMP-OK                VALUE "00", "02".
           88 EMP-EOF               VALUE "10".
       01 WS-CAP-STATUS         PIC X(2).
           88 CAP-OK                VALUE "00".
       01 WS-PAYR-STATUS        PIC X(2).
           88 PAYR-OK               VALUE "00".
           88 PAYR-EOF              VALUE "10".
       01 WS-BANK-STATUS        PIC X(2).
           88 BANK-OK               VALUE "00".
           88 BANK-EOF              VALUE "10".
       01 WS-DED-STATUS         PIC X(2).
           88 DED-OK                VALUE "00".
           88 DED-EOF               VALUE "10".
       01 WS-LEAVE-STATUS       PIC X(2).
           88 LEAVE-OK              VALUE "00".
           88 LEAVE-EOF             VALUE "10".
       01 WS-STOCK-STATUS       PIC X(2).
           88 STOCK-OK              VALUE "00".
           88 STOCK-EOF             VALUE "10".
       01 WS-PO-STATUS          PIC X(2).
           88 PO-OK                 VALUE "00".
           88 PO-EOF                VALUE "10".
       01 WS-XFER-STATUS        PIC X(2).
           88 XFER-OK               VALUE "00".
           88 XFER-EOF              VALUE "10".
       01 WS-BUDG-STATUS        PIC X(2).
           88 BUDG-OK               VALUE "00".
           88 BUDG-EOF              VALUE "10".
       01 WS-RECUR-STATUS       PIC X(2).
           88 RECUR-OK              VALUE "00".
           88 RECUR-EOF             VALUE "10".
       01 WS-ORD-STATUS         PIC X(2).
           88 ORD-OK                VALUE "00", "02".
           88 ORD-EOF               VALUE "10".
       01 WS-ALLOC-STATUS       PIC X(2).
           88 ALLOC-OK              VALUE "00", "02".
           88 ALLOC-EOF             VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
      * The rules, in report order: id, built-in severity, and what
      * a break of the rule means.
       01 WS-RULE-DEFAULTS.
           05 FILLER                PIC X(45) VALUE
               "EMP1EEMPLOYEE DEPARTMENT NOT ON DEPTFILE".
           05 FILLER                PIC X(45) VALUE
               "PAY1EPAY RATE FOR EMPLOYEE NOT ON EMPFILE".
           05 FILLER                PIC X(45) VALUE
               "PAY2EPAY RATE ACCOUNT NOT ON ACCTFILE".
           05 FILLER                PIC X(45) VALUE
               "PAY3EPAY RATE ACCOUNT INACTIVE".
           05 FILLER                PIC X(45) VALUE
               "BNK1WBANK DETAILS FOR EMPLOYEE NOT ON FILE".
           05 FILLER                PIC X(45) VALUE
               "DED1WDEDUCTIONS FOR EMPLOYEE NOT ON FILE".
           05 FILLER                PIC X(45) VALUE
               "LEV1WLEAVE BOOKED FOR EMPLOYEE NOT ON FILE".
           05 FILLER                PIC X(45) VALUE
               "STK1ESTOCKED ITEM NOT ON ITEMFILE".
           05 FILLER                PIC X(45) VALUE
               "STK2WSTOCK BIN WITH NO CAPACITY RECORD".
           05 FILLER                PIC X(45) VALUE
               "PO01EPURCHASE ORDER ITEM NOT ON ITEMFILE".
           05 FILLER                PIC X(45) VALUE
               "PO02EOPEN PO FOR BIN WITH NO CAPACITY REC".
           05 FILLER                PIC X(45) VALUE
               "PO03WPURCHASE ORDER SUPPLIER NOT ON FILE".
           05 FILLER                PIC X(45) VALUE
               "XFR1ETRANSFER BIN WITH NO CAPACITY RECORD".
           05 FILLER                PIC X(45) VALUE
               "ITM1WITEM SUPPLIER NOT ON SUPPFILE".
           05 FILLER                PIC X(45) VALUE
               "SUP1ESUPPLIER PAY ACCOUNT NOT ON ACCTFILE".
           05 FILLER                PIC X(45) VALUE
               "SUP2WACTIVE SUPPLIER PAY ACCOUNT INACTIVE".
           05 FILLER                PIC X(45) VALUE
               "BUD1WBUDGET FOR ACCOUNT NOT ON ACCTFILE".
           05 FILLER                PIC X(45) VALUE
               "REC1ERECURRING ACCOUNT NOT ON ACCTFILE".
           05 FILLER                PIC X(45) VALUE
               "REC2EACTIVE RECURRING ACCOUNT INACTIVE".
           05 FILLER                PIC X(45) VALUE
               "ORD1EOUTSTANDING ORDER ITEM NOT ON FILE".
           05 FILLER                PIC X(45) VALUE
               "ALC1EALLOCATION FOR ORDER LINE NOT ON FILE".
       01 WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
           05 WS-RULE-ENTRY OCCURS 21 TIMES.
               10 WS-RL-ID          PIC X(4).
               10 WS-RL-SEVERITY    PIC X(1).
               10 WS-RL-DESC        PIC X(40).
       01 WS-RULE-COUNT         PIC 9(2) VALUE 21.
      * A rule is left N (not checked) when a master it needs could
      * not be opened.
       01 WS-RULE-RESULTS.
           05 WS-RULE-RESULT OCCURS 21 TIMES.
               10 WS-RL-BREAKS      PIC 9(5).
               10 WS-RL-STATE       PIC X(1).
                   88 RL-CHECKED            VALUE 'C'.
                   88 RL-NOT-CHECKED        VALUE 'N'.
       01 WS-RULE-SUB           PIC 9(2).
       01 WS-FOUND-RULE         PIC 9(2).
      * The breaks, kept until the end so the report can group them
      * by rule; past the table's end a break is counted only.
       01 WS-BREAK-TABLE.
           05 WS-BREAK-ENTRY OCCURS 500 TIMES.
               10 WS-BK-RULE        PIC 9(2).
               10 WS-BK-TEXT        PIC X(60).
       01 WS-BREAK-USED         PIC 9(3) VALUE 0.
       01 WS-BREAK-SUB          PIC 9(3).
       01 WS-BREAK-RULE         PIC X(4).
       01 WS-BREAK-TEXT         PIC X(60).
       01 WS-LISTED             PIC 9(5).
       01 WS-NOT-LISTED         PIC 9(5).
      * The masters that are looked up by value rather than by key.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-CODE        PIC X(3).
       01 WS-DEPT-USED          PIC 9(3) VALUE 0.
       01 WS-DEPT-SUB           PIC 9(3).
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES.
               10 WS-AT-ACCOUNT     PIC 9(4).
               10 WS-AT-ACTIVE      PIC X(1).
       01 WS-ACCT-USED          PIC 9(3) VALUE 0.
       01 WS-ACCT-SUB           PIC 9(3).
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 200 TIMES.
               10 WS-IT-SKU         PIC X(8).
               10 WS-IT-SUPPLIER    PIC X(6).
       01 WS-ITEM-USED          PIC 9(3) VALUE 0.
       01 WS-ITEM-SUB           PIC 9(3).
       01 WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 200 TIMES.
               10 WS-SP-CODE        PIC X(6).
               10 WS-SP-PAY-ACCOUNT PIC 9(4).
               10 WS-SP-ACTIVE      PIC X(1).
       01 WS-SUPP-USED          PIC 9(3) VALUE 0.
       01 WS-SUPP-SUB           PIC 9(3).
      * Which masters are available to be checked against.
       01 WS-DEPT-LOADED        PIC X VALUE 'N'.
           88 DEPTS-LOADED          VALUE 'Y'.
       01 WS-ACCT-LOADED        PIC X VALUE 'N'.
           88 ACCOUNTS-LOADED       VALUE 'Y'.
       01 WS-ITEM-LOADED        PIC X VALUE 'N'.
           88 ITEMS-LOADED          VALUE 'Y'.
       01 WS-SUPP-LOADED        PIC X VALUE 'N'.
           88 SUPPLIERS-LOADED      VALUE 'Y'.
       01 WS-EMP-OPEN           PIC X VALUE 'N'.
           88 EMPLOYEES-OPEN        VALUE 'Y'.
       01 WS-CAP-OPEN           PIC X VALUE 'N'.
           88 CAPACITY-OPEN         VALUE 'Y'.
       01 WS-ORD-OPEN           PIC X VALUE 'N'.
           88 ORDERS-OPEN           VALUE 'Y'.
      * Lookup arguments and the answer: Y found, N not found, and
      * for an account I found but inactive.
       01 WS-LOOK-DEPT          PIC X(3).
       01 WS-LOOK-ACCOUNT       PIC 9(4).
       01 WS-LOOK-ITEM          PIC X(8).
       01 WS-LOOK-SUPPLIER      PIC X(6).
       01 WS-LOOK-EMP-ID        PIC 9(6).
       01 WS-LOOK-WH            PIC A(2).
       01 WS-LOOK-BIN           PIC 9(2).
       01 WS-LOOK-RESULT        PIC X(1).
           88 LOOK-FOUND            VALUE 'Y'.
           88 LOOK-NOT-FOUND        VALUE 'N'.
           88 LOOK-INACTIVE         VALUE 'I'.
      * The masters that could not be opened, for the report.
       01 WS-MISSING-TABLE.
           05 WS-MISSING-FILE OCCURS 20 TIMES PIC X(8).
       01 WS-MISSING-USED       PIC 9(2) VALUE 0.
       01 WS-MISSING-SUB        PIC 9(2).
       01 WS-MISSING-NAME       PIC X(8).
       01 WS-TOTAL-BREAKS       PIC 9(7) VALUE 0.
       01 WS-ERROR-BREAKS       PIC 9(7) VALUE 0.
       01 WS-WARN-BREAKS        PIC 9(7) VALUE 0.
       01 WS-INFO-BREAKS        PIC 9(7) VALUE 0.
       01 WS-RECORDS-READ       PIC 9(7) VALUE 0.
       01 WS-COUNT-DISP         PIC 9(5).
       01 WS-RESULT-CODE        PIC 9(4) VALUE 0.
       01 WS-AUDIT-DETAIL       PIC X(56).
       01 WS-TITLE-LINE         PIC X(80).
       01 WS-RULE-LINE.
           05 FILLER                PIC X(5) VALUE "RULE ".
           05 WS-RLN-ID             PIC X(4).
           05 FILLER                PIC X(6) VALUE "  SEV ".
           05 WS-RLN-SEVERITY       PIC X(1).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RLN-COUNT          PIC X(12).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RLN-DESC           PIC X(40).
           05 FILLER                PIC X(8) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-DL-TEXT            PIC X(60).
           05 FILLER                PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALISE-RULES.
           PERFORM LOAD-RULE-SEVERITIES.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM LOAD-ACCOUNTS.
           PERFORM LOAD-ITEMS.
           PERFORM LOAD-SUPPLIERS.
           PERFORM OPEN-KEYED-MASTERS.
           PERFORM CHECK-EMPLOYEES.
           PERFORM CHECK-PAY-RATES.
           PERFORM CHECK-BANK-DETAILS.
           PERFORM CHECK-DEDUCTIONS.
           PERFORM CHECK-LEAVE.
           PERFORM CHECK-STOCK.
           PERFORM CHECK-PURCHASE-ORDERS.
           PERFORM CHECK-TRANSFERS.
           PERFORM CHECK-ITEMS.
           PERFORM CHECK-SUPPLIERS.
           PERFORM CHECK-BUDGETS.
           PERFORM CHECK-RECURRING.
           PERFORM CHECK-ORDERS.
           PERFORM CHECK-ALLOCATIONS.
           PERFORM CLOSE-KEYED-MASTERS.
           PERFORM WRITE-XREF-REPORT.
           PERFORM LOG-XREF-BREAKS.
           MOVE WS-RESULT-CODE TO RETURN-CODE.
           STOP RUN.

       INITIALISE-RULES.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE 0 TO WS-RL-BREAKS(WS-RULE-SUB)
               SET RL-NOT-CHECKED(WS-RULE-SUB) TO TRUE
           END-PERFORM.

      * XREFRULE is optional: without it every rule keeps its
      * built-in severity. A rule id that is not known, or a
      * severity other than E, W or I, is shown and ignored.
       LOAD-RULE-SEVERITIES.
           OPEN INPUT RULE-FILE.
           IF RULE-OK
               PERFORM UNTIL RULE-EOF
                   READ RULE-FILE
                       AT END
                           SET RULE-EOF TO TRUE
                       NOT AT END
                           IF XR-RULE(1:1) NOT = "*"
                                   AND XR-RULE NOT = SPACES
                               PERFORM TAKE-ONE-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           ELSE
               DISPLAY "XREFRULE not available, built-in severities "
                   "used"
           END-IF.

       TAKE-ONE-RULE.
           MOVE XR-RULE TO WS-BREAK-RULE.
           PERFORM FIND-RULE.
           IF WS-FOUND-RULE = 0
               DISPLAY "XREFRULE rule " XR-RULE " not known, ignored"
           ELSE
               IF XR-SEVERITY = 'E' OR XR-SEVERITY = 'W'
                       OR XR-SEVERITY = 'I'
                   MOVE XR-SEVERITY TO WS-RL-SEVERITY(WS-FOUND-RULE)
               ELSE
                   DISPLAY "XREFRULE severity " XR-SEVERITY
                       " for " XR-RULE " not understood, "
                       WS-RL-SEVERITY(WS-FOUND-RULE) " kept"
               END-IF
           END-IF.

       FIND-RULE.
           MOVE 0 TO WS-FOUND-RULE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
                      OR WS-FOUND-RULE > 0
               IF WS-RL-ID(WS-RULE-SUB) = WS-BREAK-RULE
                   MOVE WS-RULE-SUB TO WS-FOUND-RULE
               END-IF
           END-PERFORM.

      * Marks the rule in WS-BREAK-RULE as checked once the pass
      * that tests it has read its file through.
       MARK-RULE-CHECKED.
           PERFORM FIND-RULE.
           IF WS-FOUND-RULE > 0
               SET RL-CHECKED(WS-FOUND-RULE) TO TRUE
           END-IF.

       NOTE-FILE-MISSING.
           IF WS-MISSING-USED < 20
               ADD 1 TO WS-MISSING-USED
               MOVE WS-MISSING-NAME TO WS-MISSING-FILE(WS-MISSING-USED)
           END-IF.
           DISPLAY WS-MISSING-NAME " not available, its checks "
               "skipped".

       TABLE-FULL.
           MOVE "XREFCHK" TO WS-ERROR-PGM.
           STRING WS-MISSING-NAME DELIMITED BY SPACE
               " HAS MORE RECORDS THAN THE SWEEP HOLDS"
               DELIMITED BY SIZE
               INTO WS-ERROR-MSG.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

      * A break of the rule in WS-BREAK-RULE, described by
      * WS-BREAK-TEXT.
       RECORD-BREAK.
           PERFORM FIND-RULE.
           IF WS-FOUND-RULE > 0
               ADD 1 TO WS-RL-BREAKS(WS-FOUND-RULE)
               ADD 1 TO WS-TOTAL-BREAKS
               EVALUATE WS-RL-SEVERITY(WS-FOUND-RULE)
                   WHEN 'E'
                       ADD 1 TO WS-ERROR-BREAKS
                   WHEN 'W'
                       ADD 1 TO WS-WARN-BREAKS
                   WHEN OTHER
                       ADD 1 TO WS-INFO-BREAKS
               END-EVALUATE
               IF WS-BREAK-USED < 500
                   ADD 1 TO WS-BREAK-USED
                   MOVE WS-FOUND-RULE TO WS-BK-RULE(WS-BREAK-USED)
                   MOVE WS-BREAK-TEXT TO WS-BK-TEXT(WS-BREAK-USED)
               END-IF
           END-IF.

       LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-FILE.
           IF NOT DEPT-OK
               MOVE "DEPTFILE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM UNTIL DEPT-EOF
                   READ DEPT-FILE
                       AT END
                           SET DEPT-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-USED NOT < 50
                               MOVE "DEPTFILE" TO WS-MISSING-NAME
                               PERFORM TABLE-FULL
                           END-IF
                           ADD 1 TO WS-DEPT-USED
                           MOVE DR-CODE TO WS-DT-CODE(WS-DEPT-USED)
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
               SET DEPTS-LOADED TO TRUE
           END-IF.

       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT ACCT-OK
               MOVE "ACCTFILE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM UNTIL ACCT-EOF
                   READ ACCOUNT-FILE
                       AT END
                           SET ACCT-EOF TO TRUE
                       NOT AT END
                           IF WS-ACCT-USED NOT < 200
                               MOVE "ACCTFILE" TO WS-MISSING-NAME
                               PERFORM TABLE-FULL
                           END-IF
                           ADD 1 TO WS-ACCT-USED
                           MOVE AM-ACCOUNT
                               TO WS-AT-ACCOUNT(WS-ACCT-USED)
                           MOVE AM-ACTIVE TO WS-AT-ACTIVE(WS-ACCT-USED)
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
               SET ACCOUNTS-LOADED TO TRUE
           END-IF.

       LOAD-ITEMS.
           OPEN INPUT ITEM-FILE.
           IF NOT ITEM-OK
               MOVE "ITEMFILE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM UNTIL ITEM-EOF
                   READ ITEM-FILE
                       AT END
                           SET ITEM-EOF TO TRUE
                       NOT AT END
                           IF WS-ITEM-USED NOT < 200
                               MOVE "ITEMFILE" TO WS-MISSING-NAME
                               PERFORM TABLE-FULL
                           END-IF
                           ADD 1 TO WS-ITEM-USED
                           MOVE IT-SKU TO WS-IT-SKU(WS-ITEM-USED)
                           MOVE IT-SUPPLIER
                               TO WS-IT-SUPPLIER(WS-ITEM-USED)
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
               SET ITEMS-LOADED TO TRUE
           END-IF.

       LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-FILE.
           IF NOT SUPP-OK
               MOVE "SUPPFILE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM UNTIL SUPP-EOF
                   READ SUPPLIER-FILE
                       AT END
                           SET SUPP-EOF TO TRUE
                       NOT AT END
                           IF WS-SUPP-USED NOT < 200
                               MOVE "SUPPFILE" TO WS-MISSING-NAME
                               PERFORM TABLE-FULL
                           END-IF
                           ADD 1 TO WS-SUPP-USED
                           MOVE SU-CODE TO WS-SP-CODE(WS-SUPP-USED)
                           MOVE SU-PAY-ACCOUNT
                               TO WS-SP-PAY-ACCOUNT(WS-SUPP-USED)
                           MOVE SU-ACTIVE TO WS-SP-ACTIVE(WS-SUPP-USED)
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
               SET SUPPLIERS-LOADED TO TRUE
           END-IF.

      * The employee, capacity and order masters are read by key
      * for each reference and stay open through the passes.
       OPEN-KEYED-MASTERS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMP-OK
               SET EMPLOYEES-OPEN TO TRUE
           ELSE
               MOVE "EMPFILE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           END-IF.
           OPEN INPUT CAPACITY-FILE.
           IF CAP-OK
               SET CAPACITY-OPEN TO TRUE
           ELSE
               MOVE "CAPFILE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF ORD-OK
               SET ORDERS-OPEN TO TRUE
           ELSE
               MOVE "ORDFILE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           END-IF.

       CLOSE-KEYED-MASTERS.
           IF EMPLOYEES-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF CAPACITY-OPEN
               CLOSE CAPACITY-FILE
           END-IF.
           IF ORDERS-OPEN
               CLOSE ORDER-FILE
           END-IF.

       FIND-DEPT.
           SET LOOK-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED OR LOOK-FOUND
               IF WS-DT-CODE(WS-DEPT-SUB) = WS-LOOK-DEPT
                   SET LOOK-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-ACCOUNT.
           SET LOOK-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
                      OR NOT LOOK-NOT-FOUND
               IF WS-AT-ACCOUNT(WS-ACCT-SUB) = WS-LOOK-ACCOUNT
                   IF WS-AT-ACTIVE(WS-ACCT-SUB) = 'N'
                       SET LOOK-INACTIVE TO TRUE
                   ELSE
                       SET LOOK-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-ITEM.
           SET LOOK-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-USED OR LOOK-FOUND
               IF WS-IT-SKU(WS-ITEM-SUB) = WS-LOOK-ITEM
                   SET LOOK-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-SUPPLIER.
           SET LOOK-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-USED OR LOOK-FOUND
               IF WS-SP-CODE(WS-SUPP-SUB) = WS-LOOK-SUPPLIER
                   SET LOOK-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE.
           MOVE WS-LOOK-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET LOOK-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET LOOK-FOUND TO TRUE
           END-READ.

       FIND-BIN.
           MOVE WS-LOOK-WH TO CP-WH.
           MOVE WS-LOOK-BIN TO CP-BIN.
           READ CAPACITY-FILE
               INVALID KEY
                   SET LOOK-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET LOOK-FOUND TO TRUE
           END-READ.

      * EMP1: every employee's department is on DEPTFILE. The
      * employee master is read through in key order here; a blank
      * department (not yet assigned) is not a break.
       CHECK-EMPLOYEES.
           IF EMPLOYEES-OPEN AND DEPTS-LOADED
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       SET EMP-EOF TO TRUE
               END-START
               PERFORM UNTIL EMP-EOF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET EMP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF EMP-DEPT NOT = SPACES
                               MOVE EMP-DEPT TO WS-LOOK-DEPT
                               PERFORM FIND-DEPT
                               IF LOOK-NOT-FOUND
                                   MOVE SPACES TO WS-BREAK-TEXT
                                   STRING "EMPLOYEE " DELIMITED BY SIZE
                                       EMP-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       EMP-NAME DELIMITED BY SIZE
                                       " DEPT " DELIMITED BY SIZE
                                       EMP-DEPT DELIMITED BY SIZE
                                       INTO WS-BREAK-TEXT
                                   MOVE "EMP1" TO WS-BREAK-RULE
                                   PERFORM RECORD-BREAK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "EMP1" TO WS-BREAK-RULE
               PERFORM MARK-RULE-CHECKED
           END-IF.

      * PAY1-3: a pay rate belongs to an employee still on the
      * master (a leaver's row is archived with the leaver) and
      * pays from an account that is on ACCTFILE and active.
       CHECK-PAY-RATES.
           OPEN INPUT PAY-RATE-FILE.
           IF NOT PAYR-OK
               MOVE "PAYRATE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM UNTIL PAYR-EOF
                   READ PAY-RATE-FILE
                       AT END
                           SET PAYR-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-PAY-RATE
                   END-READ
               END-PERFORM
               CLOSE PAY-RATE-FILE
               IF EMPLOYEES-OPEN
                   MOVE "PAY1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
               IF ACCOUNTS-LOADED
                   MOVE "PAY2" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
                   MOVE "PAY3" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

       CHECK-ONE-PAY-RATE.
           IF EMPLOYEES-OPEN
               MOVE PY-EMP-ID TO WS-LOOK-EMP-ID
               PERFORM FIND-EMPLOYEE
               IF LOOK-NOT-FOUND
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "PAYRATE EMPLOYEE " DELIMITED BY SIZE
                       PY-EMP-ID DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   MOVE "PAY1" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.
           IF ACCOUNTS-LOADED
               MOVE PY-ACCOUNT TO WS-LOOK-ACCOUNT
               PERFORM FIND-ACCOUNT
               MOVE SPACES TO WS-BREAK-TEXT
               STRING "PAYRATE EMPLOYEE " DELIMITED BY SIZE
                   PY-EMP-ID DELIMITED BY SIZE
                   " ACCOUNT " DELIMITED BY SIZE
                   PY-ACCOUNT DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               EVALUATE TRUE
                   WHEN LOOK-NOT-FOUND
                       MOVE "PAY2" TO WS-BREAK-RULE
                       PERFORM RECORD-BREAK
                   WHEN LOOK-INACTIVE
                       MOVE "PAY3" TO WS-BREAK-RULE
                       PERFORM RECORD-BREAK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * BNK1: bank details belong to an employee on the master.
       CHECK-BANK-DETAILS.
           IF EMPLOYEES-OPEN
               OPEN INPUT BANK-DETAIL-FILE
               IF NOT BANK-OK
                   MOVE "BANKDET" TO WS-MISSING-NAME
                   PERFORM NOTE-FILE-MISSING
               ELSE
                   PERFORM UNTIL BANK-EOF
                       READ BANK-DETAIL-FILE
                           AT END
                               SET BANK-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               MOVE BD-EMP-ID TO WS-LOOK-EMP-ID
                               PERFORM FIND-EMPLOYEE
                               IF LOOK-NOT-FOUND
                                   MOVE SPACES TO WS-BREAK-TEXT
                                   STRING "BANKDET EMPLOYEE "
                                       DELIMITED BY SIZE
                                       BD-EMP-ID DELIMITED BY SIZE
                                       INTO WS-BREAK-TEXT
                                   MOVE "BNK1" TO WS-BREAK-RULE
                                   PERFORM RECORD-BREAK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BANK-DETAIL-FILE
                   MOVE "BNK1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

      * DED1: standing deductions belong to an employee on the
      * master.
       CHECK-DEDUCTIONS.
           IF EMPLOYEES-OPEN
               OPEN INPUT DEDUCTION-FILE
               IF NOT DED-OK
                   MOVE "DEDFILE" TO WS-MISSING-NAME
                   PERFORM NOTE-FILE-MISSING
               ELSE
                   PERFORM UNTIL DED-EOF
                       READ DEDUCTION-FILE
                           AT END
                               SET DED-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               MOVE DD-EMP-ID TO WS-LOOK-EMP-ID
                               PERFORM FIND-EMPLOYEE
                               IF LOOK-NOT-FOUND
                                   MOVE SPACES TO WS-BREAK-TEXT
                                   STRING "DEDFILE EMPLOYEE "
                                       DELIMITED BY SIZE
                                       DD-EMP-ID DELIMITED BY SIZE
                                       INTO WS-BREAK-TEXT
                                   MOVE "DED1" TO WS-BREAK-RULE
                                   PERFORM RECORD-BREAK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEDUCTION-FILE
                   MOVE "DED1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

      * LEV1: leave still booked (not cancelled) belongs to an
      * employee on the master.
       CHECK-LEAVE.
           IF EMPLOYEES-OPEN
               OPEN INPUT LEAVE-FILE
               IF NOT LEAVE-OK
                   MOVE "LEAVEFIL" TO WS-MISSING-NAME
                   PERFORM NOTE-FILE-MISSING
               ELSE
                   PERFORM UNTIL LEAVE-EOF
                       READ LEAVE-FILE NEXT RECORD
                           AT END
                               SET LEAVE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               IF LV-BOOKED
                                   PERFORM CHECK-ONE-LEAVE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEAVE-FILE
                   MOVE "LEV1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

       CHECK-ONE-LEAVE.
           MOVE LV-EMP-ID TO WS-LOOK-EMP-ID.
           PERFORM FIND-EMPLOYEE.
           IF LOOK-NOT-FOUND
               MOVE SPACES TO WS-BREAK-TEXT
               STRING "LEAVEFIL EMPLOYEE " DELIMITED BY SIZE
                   LV-EMP-ID DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   LV-START-DATE DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               MOVE "LEV1" TO WS-BREAK-RULE
               PERFORM RECORD-BREAK
           END-IF.

      * STK1-2: a stocked bin holds an item on ITEMFILE (an empty
      * bin carries no item) and has a capacity record.
       CHECK-STOCK.
           OPEN INPUT STOCK-FILE.
           IF NOT STOCK-OK
               MOVE "STOCKFIL" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM UNTIL STOCK-EOF
                   READ STOCK-FILE NEXT RECORD
                       AT END
                           SET STOCK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-STOCK-BIN
                   END-READ
               END-PERFORM
               CLOSE STOCK-FILE
               IF ITEMS-LOADED
                   MOVE "STK1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
               IF CAPACITY-OPEN
                   MOVE "STK2" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

       CHECK-ONE-STOCK-BIN.
           IF ITEMS-LOADED AND ST-ITEM NOT = SPACES
               MOVE ST-ITEM TO WS-LOOK-ITEM
               PERFORM FIND-ITEM
               IF LOOK-NOT-FOUND
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "STOCKFIL " DELIMITED BY SIZE
                       ST-WH DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ST-BIN DELIMITED BY SIZE
                       " ITEM " DELIMITED BY SIZE
                       ST-ITEM DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   MOVE "STK1" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.
           IF CAPACITY-OPEN
               MOVE ST-WH TO WS-LOOK-WH
               MOVE ST-BIN TO WS-LOOK-BIN
               PERFORM FIND-BIN
               IF LOOK-NOT-FOUND
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "STOCKFIL " DELIMITED BY SIZE
                       ST-WH DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ST-BIN DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   MOVE "STK2" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.

      * PO01-3: every purchase order names an item on ITEMFILE and a
      * supplier on SUPPFILE, and an open one delivers to a bin
      * with a capacity record.
       CHECK-PURCHASE-ORDERS.
           OPEN INPUT PO-FILE.
           IF NOT PO-OK
               MOVE "POFILE" TO WS-MISSING-NAME
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM UNTIL PO-EOF
                   READ PO-FILE
                       AT END
                           SET PO-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-ONE-PO
                   END-READ
               END-PERFORM
               CLOSE PO-FILE
               IF ITEMS-LOADED
                   MOVE "PO01" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
               IF CAPACITY-OPEN
                   MOVE "PO02" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
               IF SUPPLIERS-LOADED
                   MOVE "PO03" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

       CHECK-ONE-PO.
           IF ITEMS-LOADED
               MOVE PO-ITEM TO WS-LOOK-ITEM
               PERFORM FIND-ITEM
               IF LOOK-NOT-FOUND
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "PO " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SIZE
                       " ITEM " DELIMITED BY SIZE
                       PO-ITEM DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   MOVE "PO01" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.
           IF CAPACITY-OPEN AND PO-STATUS = 'O'
               MOVE PO-WH TO WS-LOOK-WH
               MOVE PO-BIN TO WS-LOOK-BIN
               PERFORM FIND-BIN
               IF LOOK-NOT-FOUND
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "PO " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SIZE
                       " BIN " DELIMITED BY SIZE
                       PO-WH DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PO-BIN DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   MOVE "PO02" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.
           IF SUPPLIERS-LOADED
               MOVE PO-SUPPLIER TO WS-LOOK-SUPPLIER
               PERFORM FIND-SUPPLIER
               IF LOOK-NOT-FOUND
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "PO " DELIMITED BY SIZE
                       PO-NUMBER DELIMITED BY SIZE
                       " SUPPLIER " DELIMITED BY SIZE
                       PO-SUPPLIER DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   MOVE "PO03" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.

      * XFR1: both ends of a transfer still in transit are bins
      * with a capacity record.
       CHECK-TRANSFERS.
           IF CAPACITY-OPEN
               OPEN INPUT IN-TRANSIT-FILE
               IF NOT XFER-OK
                   MOVE "INTRANS" TO WS-MISSING-NAME
                   PERFORM NOTE-FILE-MISSING
               ELSE
                   PERFORM UNTIL XFER-EOF
                       READ IN-TRANSIT-FILE
                           AT END
                               SET XFER-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               MOVE XF-FROM-WH TO WS-LOOK-WH
                               MOVE XF-FROM-BIN TO WS-LOOK-BIN
                               PERFORM CHECK-ONE-TRANSFER-BIN
                               MOVE XF-TO-WH TO WS-LOOK-WH
                               MOVE XF-TO-BIN TO WS-LOOK-BIN
                               PERFORM CHECK-ONE-TRANSFER-BIN
                       END-READ
                   END-PERFORM
                   CLOSE IN-TRANSIT-FILE
                   MOVE "XFR1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

       CHECK-ONE-TRANSFER-BIN.
           PERFORM FIND-BIN.
           IF LOOK-NOT-FOUND
               MOVE SPACES TO WS-BREAK-TEXT
               STRING "INTRANS " DELIMITED BY SIZE
                   XF-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   XF-ITEM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   XF-FROM-WH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   XF-FROM-BIN DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   XF-TO-WH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   XF-TO-BIN DELIMITED BY SIZE
                   " BIN " DELIMITED BY SIZE
                   WS-LOOK-WH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-LOOK-BIN DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               MOVE "XFR1" TO WS-BREAK-RULE
               PERFORM RECORD-BREAK
           END-IF.

      * ITM1: an item's usual supplier, where it has one, is on
      * SUPPFILE.
       CHECK-ITEMS.
           IF ITEMS-LOADED AND SUPPLIERS-LOADED
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-USED
                   IF WS-IT-SUPPLIER(WS-ITEM-SUB) NOT = SPACES
                       MOVE WS-IT-SUPPLIER(WS-ITEM-SUB)
                           TO WS-LOOK-SUPPLIER
                       PERFORM FIND-SUPPLIER
                       IF LOOK-NOT-FOUND
                           MOVE SPACES TO WS-BREAK-TEXT
                           STRING "ITEM " DELIMITED BY SIZE
                               WS-IT-SKU(WS-ITEM-SUB)
                               DELIMITED BY SIZE
                               " SUPPLIER " DELIMITED BY SIZE
                               WS-IT-SUPPLIER(WS-ITEM-SUB)
                               DELIMITED BY SIZE
                               INTO WS-BREAK-TEXT
                           MOVE "ITM1" TO WS-BREAK-RULE
                           PERFORM RECORD-BREAK
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "ITM1" TO WS-BREAK-RULE
               PERFORM MARK-RULE-CHECKED
           END-IF.

      * SUP1-2: a supplier's pay account is on ACCTFILE, and is
      * active for a supplier who is still active. A zero account
      * means none has been set up yet.
       CHECK-SUPPLIERS.
           IF SUPPLIERS-LOADED AND ACCOUNTS-LOADED
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > WS-SUPP-USED
                   IF WS-SP-PAY-ACCOUNT(WS-SUPP-SUB) NOT = 0
                       PERFORM CHECK-ONE-SUPPLIER
                   END-IF
               END-PERFORM
               MOVE "SUP1" TO WS-BREAK-RULE
               PERFORM MARK-RULE-CHECKED
               MOVE "SUP2" TO WS-BREAK-RULE
               PERFORM MARK-RULE-CHECKED
           END-IF.

       CHECK-ONE-SUPPLIER.
           MOVE WS-SP-PAY-ACCOUNT(WS-SUPP-SUB) TO WS-LOOK-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           MOVE SPACES TO WS-BREAK-TEXT.
           STRING "SUPPLIER " DELIMITED BY SIZE
               WS-SP-CODE(WS-SUPP-SUB) DELIMITED BY SIZE
               " PAY ACCOUNT " DELIMITED BY SIZE
               WS-SP-PAY-ACCOUNT(WS-SUPP-SUB) DELIMITED BY SIZE
               INTO WS-BREAK-TEXT.
           EVALUATE TRUE
               WHEN LOOK-NOT-FOUND
                   MOVE "SUP1" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               WHEN LOOK-INACTIVE AND WS-SP-ACTIVE(WS-SUPP-SUB) = 'Y'
                   MOVE "SUP2" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * BUD1: every budget line is for an account on ACCTFILE.
       CHECK-BUDGETS.
           IF ACCOUNTS-LOADED
               OPEN INPUT BUDGET-FILE
               IF NOT BUDG-OK
                   MOVE "BUDGFILE" TO WS-MISSING-NAME
                   PERFORM NOTE-FILE-MISSING
               ELSE
                   PERFORM UNTIL BUDG-EOF
                       READ BUDGET-FILE NEXT RECORD
                           AT END
                               SET BUDG-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               MOVE BG-ACCOUNT TO WS-LOOK-ACCOUNT
                               PERFORM FIND-ACCOUNT
                               IF LOOK-NOT-FOUND
                                   MOVE SPACES TO WS-BREAK-TEXT
                                   STRING "BUDGET ACCOUNT "
                                       DELIMITED BY SIZE
                                       BG-ACCOUNT DELIMITED BY SIZE
                                       " MONTH " DELIMITED BY SIZE
                                       BG-MONTH DELIMITED BY SIZE
                                       INTO WS-BREAK-TEXT
                                   MOVE "BUD1" TO WS-BREAK-RULE
                                   PERFORM RECORD-BREAK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-FILE
                   MOVE "BUD1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

      * REC1-2: a recurring schedule that has not ended posts to an
      * account on ACCTFILE, and an active one to an active account.
       CHECK-RECURRING.
           IF ACCOUNTS-LOADED
               OPEN INPUT RECURRING-FILE
               IF NOT RECUR-OK
                   MOVE "RECURFIL" TO WS-MISSING-NAME
                   PERFORM NOTE-FILE-MISSING
               ELSE
                   PERFORM UNTIL RECUR-EOF
                       READ RECURRING-FILE NEXT RECORD
                           AT END
                               SET RECUR-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               IF NOT SC-ENDED
                                   PERFORM CHECK-ONE-RECURRING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECURRING-FILE
                   MOVE "REC1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
                   MOVE "REC2" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

       CHECK-ONE-RECURRING.
           MOVE SC-ACCOUNT TO WS-LOOK-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           MOVE SPACES TO WS-BREAK-TEXT.
           STRING "RECURRING " DELIMITED BY SIZE
               SC-ID DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               SC-ACCOUNT DELIMITED BY SIZE
               INTO WS-BREAK-TEXT.
           EVALUATE TRUE
               WHEN LOOK-NOT-FOUND
                   MOVE "REC1" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               WHEN LOOK-INACTIVE AND SC-ACTIVE
                   MOVE "REC2" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * ORD1: an order line still to be allocated or despatched is
      * for an item on ITEMFILE.
       CHECK-ORDERS.
           IF ORDERS-OPEN AND ITEMS-LOADED
               MOVE LOW-VALUES TO OR-KEY
               START ORDER-FILE KEY IS NOT LESS THAN OR-KEY
                   INVALID KEY
                       SET ORD-EOF TO TRUE
               END-START
               PERFORM UNTIL ORD-EOF
                   READ ORDER-FILE NEXT RECORD
                       AT END
                           SET ORD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           IF OR-OUTSTANDING
                               PERFORM CHECK-ONE-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "ORD1" TO WS-BREAK-RULE
               PERFORM MARK-RULE-CHECKED
           END-IF.

       CHECK-ONE-ORDER-LINE.
           MOVE OR-ITEM TO WS-LOOK-ITEM.
           PERFORM FIND-ITEM.
           IF LOOK-NOT-FOUND
               MOVE SPACES TO WS-BREAK-TEXT
               STRING "ORDER " DELIMITED BY SIZE
                   OR-ORDER-NO DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   OR-LINE-NO DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   OR-ITEM DELIMITED BY SIZE
                   INTO WS-BREAK-TEXT
               MOVE "ORD1" TO WS-BREAK-RULE
               PERFORM RECORD-BREAK
           END-IF.

      * ALC1: every allocation is for an order line on ORDFILE.
       CHECK-ALLOCATIONS.
           IF ORDERS-OPEN
               OPEN INPUT ALLOCATION-FILE
               IF NOT ALLOC-OK
                   MOVE "ALLOCFIL" TO WS-MISSING-NAME
                   PERFORM NOTE-FILE-MISSING
               ELSE
                   PERFORM UNTIL ALLOC-EOF
                       READ ALLOCATION-FILE NEXT RECORD
                           AT END
                               SET ALLOC-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM CHECK-ONE-ALLOCATION
                       END-READ
                   END-PERFORM
                   CLOSE ALLOCATION-FILE
                   MOVE "ALC1" TO WS-BREAK-RULE
                   PERFORM MARK-RULE-CHECKED
               END-IF
           END-IF.

       CHECK-ONE-ALLOCATION.
           MOVE AL-ORDER-NO TO OR-ORDER-NO.
           MOVE AL-LINE-NO TO OR-LINE-NO.
           READ ORDER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "ALLOCATION " DELIMITED BY SIZE
                       AL-WH DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       AL-BIN DELIMITED BY SIZE
                       " ORDER " DELIMITED BY SIZE
                       AL-ORDER-NO DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       AL-LINE-NO DELIMITED BY SIZE
                       INTO WS-BREAK-TEXT
                   MOVE "ALC1" TO WS-BREAK-RULE
                   PERFORM RECORD-BREAK
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       WRITE-XREF-REPORT.
           OPEN OUTPUT XREF-REPORT.
           IF NOT RPT-OK
               MOVE "XREFCHK" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN XREFRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ACCEPT BH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "XREFCHK" TO BH-JOB-NAME.
           MOVE WS-TOTAL-BREAKS TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CROSS-MASTER REFERENTIAL INTEGRITY EXCEPTIONS"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS READ " DELIMITED BY SIZE
               WS-RECORDS-READ DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               PERFORM WRITE-ONE-RULE
           END-PERFORM.
           IF WS-MISSING-USED > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-MISSING-SUB FROM 1 BY 1
                       UNTIL WS-MISSING-SUB > WS-MISSING-USED
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOT AVAILABLE, CHECKS SKIPPED: "
                       DELIMITED BY SIZE
                       WS-MISSING-FILE(WS-MISSING-SUB)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BREAKS " DELIMITED BY SIZE
               WS-TOTAL-BREAKS DELIMITED BY SIZE
               "  ERROR " DELIMITED BY SIZE
               WS-ERROR-BREAKS DELIMITED BY SIZE
               "  WARNING " DELIMITED BY SIZE
               WS-WARN-BREAKS DELIMITED BY SIZE
               "  INFORMATION " DELIMITED BY SIZE
               WS-INFO-BREAKS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-BREAKS TO BT-TOTAL-COUNT.
           MOVE WS-ERROR-BREAKS TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE XREF-REPORT.
           DISPLAY "Integrity sweep written to XREFRPT, "
               WS-TOTAL-BREAKS " break(s), " WS-ERROR-BREAKS
               " at error severity".

      * The rule's heading, then its breaks in the order they were
      * found.
       WRITE-ONE-RULE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RL-ID(WS-RULE-SUB) TO WS-RLN-ID.
           MOVE WS-RL-SEVERITY(WS-RULE-SUB) TO WS-RLN-SEVERITY.
           MOVE WS-RL-DESC(WS-RULE-SUB) TO WS-RLN-DESC.
           MOVE SPACES TO WS-RLN-COUNT.
           IF RL-CHECKED(WS-RULE-SUB)
               MOVE WS-RL-BREAKS(WS-RULE-SUB) TO WS-COUNT-DISP
               STRING "BREAKS " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO WS-RLN-COUNT
           ELSE
               MOVE "NOT CHECKED" TO WS-RLN-COUNT
           END-IF.
           MOVE WS-RULE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-LISTED.
           PERFORM VARYING WS-BREAK-SUB FROM 1 BY 1
                   UNTIL WS-BREAK-SUB > WS-BREAK-USED
               IF WS-BK-RULE(WS-BREAK-SUB) = WS-RULE-SUB
                   ADD 1 TO WS-LISTED
                   MOVE WS-BK-TEXT(WS-BREAK-SUB) TO WS-DL-TEXT
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-LISTED < WS-RL-BREAKS(WS-RULE-SUB)
               COMPUTE WS-NOT-LISTED =
                   WS-RL-BREAKS(WS-RULE-SUB) - WS-LISTED
               MOVE SPACES TO WS-DL-TEXT
               STRING WS-NOT-LISTED DELIMITED BY SIZE
                   " FURTHER BREAK(S) NOT LISTED" DELIMITED BY SIZE
                   INTO WS-DL-TEXT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * One XREF error per error-severity rule that found breaks,
      * then the summary, a warning if any master could not be
      * checked.
       LOG-XREF-BREAKS.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF WS-RL-SEVERITY(WS-RULE-SUB) = 'E'
                       AND WS-RL-BREAKS(WS-RULE-SUB) > 0
                   MOVE WS-RL-BREAKS(WS-RULE-SUB) TO WS-COUNT-DISP
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "XREF " DELIMITED BY SIZE
                       WS-RL-ID(WS-RULE-SUB) DELIMITED BY SIZE
                       " BREAKS=" DELIMITED BY SIZE
                       WS-COUNT-DISP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RL-DESC(WS-RULE-SUB) DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE "XREF" TO AE-EVENT-CODE
                   SET AE-SEV-ERROR TO TRUE
                   CALL 'AUDITLOG' USING "XREFCHK ", WS-AUDIT-DETAIL,
                       AUDIT-EVENT-PARM
                   MOVE 4 TO WS-RESULT-CODE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "XREF SWEEP BREAKS=" DELIMITED BY SIZE
               WS-TOTAL-BREAKS DELIMITED BY SIZE
               " ERRORS=" DELIMITED BY SIZE
               WS-ERROR-BREAKS DELIMITED BY SIZE
               " SKIPPED=" DELIMITED BY SIZE
               WS-MISSING-USED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           IF WS-MISSING-USED > 0
               SET AE-SEV-WARNING TO TRUE
           END-IF.
           CALL 'AUDITLOG' USING "XREFCHK ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

           COPY ERRHAND.
       END PROGRAM MASTER-XREF-SWEEP.
