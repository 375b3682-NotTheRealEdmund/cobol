      * Purpose: Monthly payroll run. Walks the employee master,
      *          extends each employee by the rate held on the PAYRATE
      *          reference file, prints a pay register to PAYREG with
      *          a subtotal per department, and writes the
      *          account-coded postings in the TRANFILE layout to the
      *          framed PAYTRAN feed, which FEEDACC accepts and ADDTWO
      *          posts to the ledger like every other money movement.
      *          Employees with no rate on file are listed on the
      *          register and paid nothing.
      *          Gross pay is taken to net through the per-employee
      *          DEDFILE deductions master and the TAXBAND tax and
      *          national insurance bands; each deduction type and the
      *          net pay post to their own PAYPARM liability accounts,
      *          year-to-date figures are carried per employee on
      *          PAYYTD, and one payslip per employee goes to PAYSLIP.
      *          Net pay goes to the bank as a framed bulk payment
      *          file (PAYBANK) built from the supervisor-maintained
      *          BANKDET details, and the same payments are staged on
      *          PAYSIDEA for the extract to add to SIDEA, so the
      *          reconciliation proves them against the statement.
      *          Unpaid leave booked in the pay month comes off gross
      *          pay before the deductions are worked out.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version, replacing the payroll
      *   2026-09-02 - PAYTRAN records carry the trailing
      *                transaction-type byte the TRANFILE layout
      *                gained (written as space, a normal posting).
      *   2026-10-15 - Gross-to-net: pension percentage and fixed
      *                deductions from DEDFILE, banded income tax and
      *                national insurance from TAXBAND, net pay on the
      *                register, year-to-date totals per employee on
      *                PAYYTD, a payslip per employee on PAYSLIP, and
      *                one PAYTRAN posting per deduction type to its
      *                PAYPARM liability account plus the net pay to
      *                the net-wages account.
      *   2026-10-15 - Net pay is paid through a fixed-format bank
      *                bulk payment file (PAYBANK) with a header and a
      *                trailer carrying the payment count, value, and
      *                account-number hash total; the same payments
      *                are staged on PAYSIDEA (SIDEA layout, keyed by
      *                employee id) for ADD2EXTR to pass to the
      *                reconciliation. Employees with no BANKDET entry
      *                are flagged on the register and left out.
      *   2026-10-15 - Unpaid leave booked on LEAVEFIL for the pay
      *                month reduces gross pay pro rata to the month's
      *                business days, shown on the register and the
      *                payslip.
      *   2026-10-15 - EMPLOYEE-RECORD now comes from the EMPREC
      *                copybook, with birth and hire dates in
      *                place of the keyed age.
      *   2026-10-15 - Deductions and net pay post to PAYTRAN as credits
      *                (type C) to the liability accounts, balancing
      *                the gross-pay debit.
      *   2026-10-15 - PAYTRAN is a framed TRANREC feed (standard
      *                header and trailer) that FEEDACC accepts and
      *                ADDTWO posts under the PAYROLL source. An
      *                employee whose pension, tax and national
      *                insurance exceed the gross is held off the run
      *                (register line and an error audit entry), so
      *                the postings always balance.
      *   2026-10-15 - Bank payments now carry a payment reference
      *                1MMnnn (pay month, payment number), quoted on
      *                PAYBANK and used as the PAYSIDEA key, so salary
      *                items can no longer share a SIDEA key with the
      *                account totals ADD2EXTR writes; the register
      *                shows the reference under each paid employee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RUN.
           SELECT PAY-TRANS-FILE ASSIGN TO "PAYTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYTRN-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "DEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT TAX-BAND-FILE ASSIGN TO "TAXBAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.
           SELECT PAY-PARAM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPARM-STATUS.
           SELECT PAY-YTD-FILE ASSIGN TO "PAYYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
           SELECT BANK-DETAIL-FILE ASSIGN TO "BANKDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "PAYBANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYBNK-STATUS.
           SELECT PAY-SIDE-A-FILE ASSIGN TO "PAYSIDEA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSDA-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  PAY-RATE-FILE.
       01  PAY-RATE-RECORD.
           05 PY-EMP-ID             PIC 9(6).
       FD  PAY-REGISTER.
       01  REGISTER-LINE            PIC X(80).
       FD  PAY-TRANS-FILE.
      * A framed feed in the TRANFILE layout: the standard header,
      * the postings, and a trailer carrying their count and signed
      * total (credits negative, so a balanced run totals nil).
      * FEEDACC proves it and ADDTWO posts it under PAYROLL.
           COPY TRANREC.
       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DD-EMP-ID             PIC 9(6).
           05 DD-PENSION-PCT        PIC 9(2)V99.
           05 DD-FIXED-AMT          PIC 9(5)V99.
           05 DD-FIXED-DESC         PIC X(12).
      * Monthly bands, lowest first within each type: TB-FROM is the
      * monthly pay at which the band's rate starts to apply.
       FD  TAX-BAND-FILE.
       01  TAX-BAND-RECORD.
           05 TB-TYPE               PIC X(1).
           05 TB-FROM               PIC 9(5)V99.
           05 TB-RATE               PIC 9(2)V99.
       FD  PAY-PARAM-FILE.
       01  PAY-PARAM-RECORD.
           05 PP-TAX-ACCOUNT        PIC 9(4).
           05 PP-NI-ACCOUNT         PIC 9(4).
           05 PP-PENSION-ACCOUNT    PIC 9(4).
           05 PP-DEDUCT-ACCOUNT     PIC 9(4).
           05 PP-NET-ACCOUNT        PIC 9(4).
       FD  PAY-YTD-FILE.
       01  PAY-YTD-RECORD.
           05 YT-EMP-ID             PIC 9(6).
           05 YT-TAX-YEAR           PIC 9(4).
           05 YT-GROSS              PIC 9(7)V99.
           05 YT-TAX                PIC 9(7)V99.
           05 YT-NI                 PIC 9(7)V99.
           05 YT-PENSION            PIC 9(7)V99.
           05 YT-OTHER              PIC 9(7)V99.
           05 YT-NET                PIC 9(7)V99.
       FD  PAYSLIP-FILE.
       01  PAYSLIP-LINE             PIC X(80).
       FD  BANK-DETAIL-FILE.
       01  BANK-DETAIL-RECORD.
           05 BD-EMP-ID             PIC 9(6).
           05 BD-SORT-CODE          PIC 9(6).
           05 BD-ACCOUNT-NO         PIC 9(8).
           05 BD-ACCOUNT-NAME       PIC X(18).
       FD  BANK-PAYMENT-FILE.
       01  BANK-PAYMENT-LINE        PIC X(80).
      * The SIDEA layout, so the extract can copy the payments
      * straight onto the reconciliation's side A.
       FD  PAY-SIDE-A-FILE.
       01  PAY-SIDE-A-RECORD.
           05 PA-KEY                PIC 9(6).
           05 PA-AMOUNT             PIC S9(9) SIGN IS TRAILING SEPARATE.
       FD  LEAVE-FILE.
           COPY LEAVEREC.
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           88 REG-OK                VALUE "00".
       01 WS-PAYTRN-STATUS      PIC X(2).
           88 PAYTRN-OK             VALUE "00".
       01 WS-DED-STATUS         PIC X(2).
           88 DED-OK                VALUE "00".
           88 DED-EOF               VALUE "10".
       01 WS-BAND-STATUS        PIC X(2).
           88 BAND-OK               VALUE "00".
           88 BAND-EOF              VALUE "10".
       01 WS-PAYPARM-STATUS     PIC X(2).
           88 PAYPARM-OK            VALUE "00".
       01 WS-YTD-STATUS         PIC X(2).
           88 YTD-OK                VALUE "00".
           88 YTD-EOF               VALUE "10".
       01 WS-SLIP-STATUS        PIC X(2).
           88 SLIP-OK               VALUE "00".
       01 WS-BANK-STATUS        PIC X(2).
           88 BANK-OK               VALUE "00".
           88 BANK-EOF              VALUE "10".
       01 WS-PAYBNK-STATUS      PIC X(2).
           88 PAYBNK-OK             VALUE "00".
       01 WS-PAYSDA-STATUS      PIC X(2).
           88 PAYSDA-OK             VALUE "00".
       01 WS-LEAVE-STATUS       PIC X(2).
           88 LEAVE-OK              VALUE "00".
       01 WS-LEAVE-OPEN         PIC X VALUE 'N'.
           88 LEAVE-FILE-OPEN       VALUE 'Y'.
       01 WS-BROWSE-DONE        PIC X VALUE 'N'.
           88 BROWSE-DONE           VALUE 'Y'.
      * The pay month runs from the first calendar day to the last
      * business day; unpaid days are valued at gross pay over the
      * business days in the month.
       01 WS-MONTH-START        PIC X(8).
       01 WS-MONTH-END          PIC X(8).
       01 WS-NEXT-MONTH-START.
           05 WS-NM-YEAR            PIC 9(4).
           05 WS-NM-MONTH           PIC 9(2).
           05 WS-NM-DAY             PIC 9(2).
       01 WS-MONTH-BUS-DAYS     PIC 9(5) VALUE 0.
       01 WS-BUS-FUNCTION       PIC X(1).
       01 WS-BUS-DATE           PIC X(8).
       01 WS-BUS-RESULT         PIC 9(5).
       01 WS-OVERLAP-START      PIC X(8).
       01 WS-OVERLAP-END        PIC X(8).
       01 WS-UNPAID-DAYS        PIC 9(3).
       01 WS-UNPAID-AMOUNT      PIC 9(5)V99.
       01 WS-UNPAID-COUNT       PIC 9(5) VALUE 0.
       01 WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 200 TIMES.
               10 WS-BD-EMP-ID      PIC 9(6).
               10 WS-BD-SORT-CODE   PIC 9(6).
               10 WS-BD-ACCOUNT-NO  PIC 9(8).
               10 WS-BD-ACCOUNT-NAME PIC X(18).
       01 WS-BANK-USED          PIC 9(3) VALUE 0.
       01 WS-BANK-SUB           PIC 9(3).
       01 WS-BANK-FOUND         PIC X VALUE 'N'.
           88 BANK-FOUND            VALUE 'Y'.
      * Bulk payment file: one header, one detail per payment, one
      * trailer; amounts in pence, the hash total is the sum of the
      * destination account numbers the bank recomputes on receipt.
       01 WS-BANK-HEADER.
           05 BK-H-TYPE             PIC X(1) VALUE 'H'.
           05 BK-H-RUN-DATE         PIC 9(8).
           05 BK-H-ORIGINATOR       PIC X(18) VALUE "PAYROLL".
           05 FILLER                PIC X(53) VALUE SPACES.
       01 WS-BANK-DETAIL.
           05 BK-D-TYPE             PIC X(1) VALUE 'D'.
           05 BK-D-SORT-CODE        PIC 9(6).
           05 BK-D-ACCOUNT-NO       PIC 9(8).
           05 BK-D-AMOUNT           PIC 9(9).
           05 BK-D-ACCOUNT-NAME     PIC X(18).
           05 BK-D-REFERENCE        PIC 9(6).
           05 FILLER                PIC X(32) VALUE SPACES.
       01 WS-BANK-TRAILER.
           05 BK-T-TYPE             PIC X(1) VALUE 'T'.
           05 BK-T-COUNT            PIC 9(7).
           05 BK-T-TOTAL            PIC 9(11).
           05 BK-T-HASH             PIC 9(11).
           05 FILLER                PIC X(50) VALUE SPACES.
       01 WS-BANK-PAY-COUNT     PIC 9(7) VALUE 0.
       01 WS-BANK-PAY-TOTAL     PIC 9(11) VALUE 0.
       01 WS-BANK-HASH-TOTAL    PIC 9(11) VALUE 0.
       01 WS-NOBANK-COUNT       PIC 9(5) VALUE 0.
      * Payment reference 1MMnnn (pay month, payment number) sits
      * above the 4-digit account keys ADD2EXTR puts on SIDEA.
       01 WS-PAY-REFERENCE      PIC 9(6).
       01 WS-DED-TABLE.
           05 WS-DED-ENTRY OCCURS 200 TIMES.
               10 WS-DD-EMP-ID      PIC 9(6).
               10 WS-DD-PENSION-PCT PIC 9(2)V99.
               10 WS-DD-FIXED-AMT   PIC 9(5)V99.
               10 WS-DD-FIXED-DESC  PIC X(12).
       01 WS-DED-USED           PIC 9(3) VALUE 0.
       01 WS-DED-SUB            PIC 9(3).
       01 WS-DED-FOUND          PIC X VALUE 'N'.
           88 DED-FOUND             VALUE 'Y'.
      * WS-TB-TO is filled in at load time from the next band of the
      * same type, so each entry knows the slice of pay it covers.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
               10 WS-TB-TYPE        PIC X(1).
               10 WS-TB-FROM        PIC 9(5)V99.
               10 WS-TB-TO          PIC 9(5)V99.
               10 WS-TB-RATE        PIC 9(2)V99.
       01 WS-BAND-USED          PIC 9(2) VALUE 0.
       01 WS-BAND-SUB           PIC 9(2).
       01 WS-LAST-TAX-BAND      PIC 9(2) VALUE 0.
       01 WS-LAST-NI-BAND       PIC 9(2) VALUE 0.
       01 WS-BAND-TYPE          PIC X(1).
       01 WS-BAND-BASIS         PIC 9(5)V99.
       01 WS-BAND-SLICE         PIC 9(5)V99.
       01 WS-BAND-RESULT        PIC 9(5)V99.
      * Liability accounts default to the chart's payroll control
      * accounts when PAYPARM is absent.
       01 WS-TAX-ACCOUNT        PIC 9(4) VALUE 2210.
       01 WS-NI-ACCOUNT         PIC 9(4) VALUE 2220.
       01 WS-PENSION-ACCOUNT    PIC 9(4) VALUE 2230.
       01 WS-DEDUCT-ACCOUNT     PIC 9(4) VALUE 2240.
       01 WS-NET-ACCOUNT        PIC 9(4) VALUE 2250.
       01 WS-YTD-TABLE.
           05 WS-YTD-ENTRY OCCURS 200 TIMES.
               10 WS-YT-EMP-ID      PIC 9(6).
               10 WS-YT-TAX-YEAR    PIC 9(4).
               10 WS-YT-GROSS       PIC 9(7)V99.
               10 WS-YT-TAX         PIC 9(7)V99.
               10 WS-YT-NI          PIC 9(7)V99.
               10 WS-YT-PENSION     PIC 9(7)V99.
               10 WS-YT-OTHER       PIC 9(7)V99.
               10 WS-YT-NET         PIC 9(7)V99.
       01 WS-YTD-USED           PIC 9(3) VALUE 0.
       01 WS-YTD-SUB            PIC 9(3).
       01 WS-YTD-FOUND          PIC X VALUE 'N'.
           88 YTD-FOUND             VALUE 'Y'.
       01 WS-TAX-YEAR           PIC 9(4).
       01 WS-RUN-MONTH          PIC 9(2).
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-EMP-ID      PIC 9(6).
           88 DEPT-CODE-FOUND       VALUE 'Y'.
       01 WS-TODAY              PIC 9(8).
       01 WS-PAY-AMOUNT         PIC 9(5)V99.
       01 WS-TAXABLE-PAY        PIC 9(5)V99.
       01 WS-TAX-AMOUNT         PIC 9(5)V99.
       01 WS-NI-AMOUNT          PIC 9(5)V99.
       01 WS-PENSION-AMOUNT     PIC 9(5)V99.
       01 WS-OTHER-AMOUNT       PIC 9(5)V99.
       01 WS-OTHER-DESC         PIC X(12).
       01 WS-DEDUCT-TOTAL       PIC 9(5)V99.
       01 WS-NET-WORK           PIC S9(5)V99.
       01 WS-NET-AMOUNT         PIC 9(5)V99.
       01 WS-DEDUCT-CUT         PIC X VALUE 'N'.
           88 DEDUCTION-CUT         VALUE 'Y'.
       01 WS-DEDUCT-HELD        PIC X VALUE 'N'.
           88 DEDUCTIONS-HELD       VALUE 'Y'.
       01 WS-DEPT-PAY-TOTAL     PIC 9(7)V99.
       01 WS-DEPT-NET-TOTAL     PIC 9(7)V99.
       01 WS-GRAND-PAY-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TAX-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-NI-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-PEN-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-OTH-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-NET-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-SLIP-COUNT         PIC 9(5) VALUE 0.
       01 WS-PAID-COUNT         PIC 9(5) VALUE 0.
       01 WS-NORATE-COUNT       PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
       01 WS-FEED-COUNT         PIC 9(7) VALUE 0.
       01 WS-FEED-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-AMOUNT-DISP        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DETAIL-LINE.
           05 WS-DL-EMP-ID          PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-PAY             PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-DEDUCT          PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-NET             PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-FLAG            PIC X(1).
       01 WS-SLIP-DETAIL.
           05 WS-SL-LABEL           PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SL-MONTH           PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-SL-YTD             PIC Z,ZZZ,ZZ9.99.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM SET-TAX-YEAR.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-DEDUCTION-TABLE.
           PERFORM LOAD-BAND-TABLE.
           PERFORM LOAD-PAY-PARAMETERS.
           PERFORM LOAD-YTD-TABLE.
           PERFORM LOAD-BANK-TABLE.
           PERFORM SET-PAY-MONTH.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMP-OK
               MOVE "PAYROLL " TO WS-ERROR-PGM
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT PAYSLIP-FILE.
           IF NOT SLIP-OK
               MOVE "PAYROLL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN PAYSLIP, STATUS "
                   DELIMITED BY SIZE
                   WS-SLIP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           IF NOT PAYBNK-OK
               MOVE "PAYROLL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN PAYBANK, STATUS "
                   DELIMITED BY SIZE
                   WS-PAYBNK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT PAY-SIDE-A-FILE.
           IF NOT PAYSDA-OK
               MOVE "PAYROLL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN PAYSIDEA, STATUS "
                   DELIMITED BY SIZE
                   WS-PAYSDA-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BK-H-RUN-DATE.
           MOVE WS-BANK-HEADER TO BANK-PAYMENT-LINE.
           WRITE BANK-PAYMENT-LINE.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "PAYROLL " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE BATCH-HEADER-RECORD TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           MOVE "PAYSLIP " TO BH-JOB-NAME.
           MOVE BATCH-HEADER-RECORD TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE "EMP-ID  NAME                 GROSS DEDUCTIONS"
               TO REGISTER-LINE.
           MOVE "        NET  ACCT" TO REGISTER-LINE(46:17).
           WRITE REGISTER-LINE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM WRITE-LIABILITY-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           STRING "EMPLOYEES WITH NO RATE ON FILE: "
               DELIMITED BY SIZE
               WS-NORATE-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "EMPLOYEES WITH NO BANK DETAILS: "
               DELIMITED BY SIZE
               WS-NOBANK-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "EMPLOYEES HELD, DEDUCTIONS OVER PAY: "
               DELIMITED BY SIZE
               WS-HELD-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-PAID-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-GRAND-PAY-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-SLIP-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-GRAND-NET-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAY-REGISTER.
           MOVE WS-FEED-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-FEED-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO TRANS-RECORD.
           WRITE TRANS-RECORD.
           CLOSE PAY-TRANS-FILE.
           CLOSE PAYSLIP-FILE.
           MOVE WS-BANK-PAY-COUNT TO BK-T-COUNT.
           MOVE WS-BANK-PAY-TOTAL TO BK-T-TOTAL.
           MOVE WS-BANK-HASH-TOTAL TO BK-T-HASH.
           MOVE WS-BANK-TRAILER TO BANK-PAYMENT-LINE.
           WRITE BANK-PAYMENT-LINE.
           CLOSE BANK-PAYMENT-FILE.
           CLOSE PAY-SIDE-A-FILE.
           IF LEAVE-FILE-OPEN
               CLOSE LEAVE-FILE
           END-IF.
           PERFORM SAVE-YTD-TABLE.
           DISPLAY "Payroll run complete: " WS-PAID-COUNT
               " employee(s) paid, " WS-NORATE-COUNT
               " with no rate on file".
           DISPLAY "Bank payments written: " WS-BANK-PAY-COUNT
               ", " WS-NOBANK-COUNT " with no bank details".
           DISPLAY "Employees with unpaid leave deducted: "
               WS-UNPAID-COUNT.
           DISPLAY "Employees held, deductions over pay: "
               WS-HELD-COUNT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "PAYROLL PAID=" DELIMITED BY SIZE
               WS-PAID-COUNT DELIMITED BY SIZE
               CLOSE DEPT-FILE
           END-IF.

      * The UK tax year runs from April, so a run in January to
      * March still belongs to the year that started last April.
       SET-TAX-YEAR.
           MOVE WS-TODAY(1:4) TO WS-TAX-YEAR.
           MOVE WS-TODAY(5:2) TO WS-RUN-MONTH.
           IF WS-RUN-MONTH < 4
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.

      * Works out the pay month's business-day span once per run
      * and opens the leave file. With no leave file the run goes on
      * with nobody's pay reduced.
       SET-PAY-MONTH.
           MOVE WS-TODAY TO WS-MONTH-START.
           MOVE "01" TO WS-MONTH-START(7:2).
           MOVE WS-TODAY(1:4) TO WS-NM-YEAR.
           MOVE WS-RUN-MONTH TO WS-NM-MONTH.
           MOVE 1 TO WS-NM-DAY.
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           MOVE 'P' TO WS-BUS-FUNCTION.
           MOVE 0 TO WS-BUS-RESULT.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-NEXT-MONTH-START,
               WS-MONTH-END, WS-BUS-RESULT.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-MONTH-START,
               WS-BUS-DATE, WS-BUS-RESULT.
           MOVE 'B' TO WS-BUS-FUNCTION.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-BUS-DATE,
               WS-MONTH-END, WS-MONTH-BUS-DAYS.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-OK
               SET LEAVE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "LEAVEFIL unavailable, no unpaid leave "
                   "deducted this run"
           END-IF.

      * Unpaid bookings that cross the pay month count only the
      * business days that fall inside it; the deduction never takes
      * gross pay below nil.
       CALCULATE-UNPAID-LEAVE.
           MOVE 0 TO WS-UNPAID-DAYS WS-UNPAID-AMOUNT.
           IF LEAVE-FILE-OPEN AND WS-MONTH-BUS-DAYS > 0
               MOVE 'N' TO WS-BROWSE-DONE
               MOVE EMP-ID TO LV-EMP-ID
               MOVE LOW-VALUES TO LV-START-DATE
               START LEAVE-FILE KEY IS NOT LESS THAN LV-KEY
                   INVALID KEY
                       SET BROWSE-DONE TO TRUE
               END-START
               PERFORM UNTIL BROWSE-DONE
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           SET BROWSE-DONE TO TRUE
                       NOT AT END
                           IF LV-EMP-ID NOT = EMP-ID
                                   OR LV-START-DATE > WS-MONTH-END
                               SET BROWSE-DONE TO TRUE
                           ELSE
                               IF LV-UNPAID AND LV-BOOKED
                                       AND LV-END-DATE
                                           >= WS-MONTH-START
                                   PERFORM COUNT-UNPAID-IN-MONTH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-UNPAID-DAYS > 0
               ADD 1 TO WS-UNPAID-COUNT
               COMPUTE WS-UNPAID-AMOUNT ROUNDED =
                   WS-PAY-AMOUNT * WS-UNPAID-DAYS / WS-MONTH-BUS-DAYS
               IF WS-UNPAID-AMOUNT > WS-PAY-AMOUNT
                   MOVE WS-PAY-AMOUNT TO WS-UNPAID-AMOUNT
               END-IF
               SUBTRACT WS-UNPAID-AMOUNT FROM WS-PAY-AMOUNT
           END-IF.

       COUNT-UNPAID-IN-MONTH.
           MOVE LV-START-DATE TO WS-OVERLAP-START.
           IF WS-OVERLAP-START < WS-MONTH-START
               MOVE WS-MONTH-START TO WS-OVERLAP-START
           END-IF.
           MOVE LV-END-DATE TO WS-OVERLAP-END.
           IF WS-OVERLAP-END > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-OVERLAP-END
           END-IF.
           MOVE 'P' TO WS-BUS-FUNCTION.
           MOVE 0 TO WS-BUS-RESULT.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-OVERLAP-START,
               WS-BUS-DATE, WS-BUS-RESULT.
           MOVE 'B' TO WS-BUS-FUNCTION.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-BUS-DATE,
               WS-OVERLAP-END, WS-BUS-RESULT.
           ADD WS-BUS-RESULT TO WS-UNPAID-DAYS.
           IF WS-UNPAID-DAYS > WS-MONTH-BUS-DAYS
               MOVE WS-MONTH-BUS-DAYS TO WS-UNPAID-DAYS
           END-IF.

       LOAD-DEDUCTION-TABLE.
           MOVE 0 TO WS-DED-USED.
           OPEN INPUT DEDUCTION-FILE.
           IF NOT DED-OK
               DISPLAY "Unable to open DEDFILE, no pension or fixed "
                   "deductions this run"
           ELSE
               PERFORM UNTIL DED-EOF OR WS-DED-USED = 200
                   READ DEDUCTION-FILE
                       AT END
                           SET DED-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DED-USED
                           MOVE DEDUCTION-RECORD
                               TO WS-DED-ENTRY(WS-DED-USED)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.

      * Without the band table tax and national insurance cannot be
      * worked out, and paying gross as if it were net is worse than
      * not paying, so the run stops.
       LOAD-BAND-TABLE.
           MOVE 0 TO WS-BAND-USED.
           OPEN INPUT TAX-BAND-FILE.
           IF NOT BAND-OK
               MOVE "PAYROLL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN TAXBAND, STATUS "
                   DELIMITED BY SIZE
                   WS-BAND-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL BAND-EOF OR WS-BAND-USED = 20
               READ TAX-BAND-FILE
                   AT END
                       SET BAND-EOF TO TRUE
                   NOT AT END
                       IF TB-TYPE = 'T' OR TB-TYPE = 'N'
                           ADD 1 TO WS-BAND-USED
                           MOVE TB-TYPE TO WS-TB-TYPE(WS-BAND-USED)
                           MOVE TB-FROM TO WS-TB-FROM(WS-BAND-USED)
                           MOVE 99999.99 TO WS-TB-TO(WS-BAND-USED)
                           MOVE TB-RATE TO WS-TB-RATE(WS-BAND-USED)
                           PERFORM CHAIN-BAND-LIMIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-BAND-FILE.

       CHAIN-BAND-LIMIT.
           IF TB-TYPE = 'T'
               IF WS-LAST-TAX-BAND > 0
                   MOVE TB-FROM TO WS-TB-TO(WS-LAST-TAX-BAND)
               END-IF
               MOVE WS-BAND-USED TO WS-LAST-TAX-BAND
           ELSE
               IF WS-LAST-NI-BAND > 0
                   MOVE TB-FROM TO WS-TB-TO(WS-LAST-NI-BAND)
               END-IF
               MOVE WS-BAND-USED TO WS-LAST-NI-BAND
           END-IF.

       LOAD-PAY-PARAMETERS.
           OPEN INPUT PAY-PARAM-FILE.
           IF NOT PAYPARM-OK
               CONTINUE
           ELSE
               READ PAY-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-TAX-ACCOUNT IS NUMERIC
                               AND PP-TAX-ACCOUNT > 0
                           MOVE PP-TAX-ACCOUNT TO WS-TAX-ACCOUNT
                       END-IF
                       IF PP-NI-ACCOUNT IS NUMERIC
                               AND PP-NI-ACCOUNT > 0
                           MOVE PP-NI-ACCOUNT TO WS-NI-ACCOUNT
                       END-IF
                       IF PP-PENSION-ACCOUNT IS NUMERIC
                               AND PP-PENSION-ACCOUNT > 0
                           MOVE PP-PENSION-ACCOUNT
                               TO WS-PENSION-ACCOUNT
                       END-IF
                       IF PP-DEDUCT-ACCOUNT IS NUMERIC
                               AND PP-DEDUCT-ACCOUNT > 0
                           MOVE PP-DEDUCT-ACCOUNT TO WS-DEDUCT-ACCOUNT
                       END-IF
                       IF PP-NET-ACCOUNT IS NUMERIC
                               AND PP-NET-ACCOUNT > 0
                           MOVE PP-NET-ACCOUNT TO WS-NET-ACCOUNT
                       END-IF
               END-READ
               CLOSE PAY-PARAM-FILE
           END-IF.

       LOAD-YTD-TABLE.
           MOVE 0 TO WS-YTD-USED.
           OPEN INPUT PAY-YTD-FILE.
           IF YTD-OK
               PERFORM UNTIL YTD-EOF OR WS-YTD-USED = 200
                   READ PAY-YTD-FILE
                       AT END
                           SET YTD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-YTD-USED
                           MOVE PAY-YTD-RECORD
                               TO WS-YTD-ENTRY(WS-YTD-USED)
                   END-READ
               END-PERFORM
               CLOSE PAY-YTD-FILE
           END-IF.

       LOAD-BANK-TABLE.
           MOVE 0 TO WS-BANK-USED.
           OPEN INPUT BANK-DETAIL-FILE.
           IF NOT BANK-OK
               DISPLAY "Unable to open BANKDET, no bank payments "
                   "this run"
           ELSE
               PERFORM UNTIL BANK-EOF OR WS-BANK-USED = 200
                   READ BANK-DETAIL-FILE
                       AT END
                           SET BANK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BANK-USED
                           MOVE BANK-DETAIL-RECORD
                               TO WS-BANK-ENTRY(WS-BANK-USED)
                   END-READ
               END-PERFORM
               CLOSE BANK-DETAIL-FILE
           END-IF.

       SAVE-YTD-TABLE.
           OPEN OUTPUT PAY-YTD-FILE.
           IF NOT YTD-OK
               MOVE "PAYROLL " TO WS-ERROR-PGM
               STRING "UNABLE TO REWRITE PAYYTD, STATUS "
                   DELIMITED BY SIZE
                   WS-YTD-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
                   UNTIL WS-YTD-SUB > WS-YTD-USED
               MOVE WS-YTD-ENTRY(WS-YTD-SUB) TO PAY-YTD-RECORD
               WRITE PAY-YTD-RECORD
           END-PERFORM.
           CLOSE PAY-YTD-FILE.

       FIND-DEPT-CODE.
           MOVE 'N' TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               WS-DEPT-NAME(WS-DEPT-SUB) DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 0 TO WS-DEPT-PAY-TOTAL WS-DEPT-NET-TOTAL.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS GREATER THAN EMP-ID
               INVALID KEY
           WRITE REGISTER-LINE.
           MOVE "DEPARTMENT --- UNASSIGNED" TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE 0 TO WS-DEPT-PAY-TOTAL WS-DEPT-NET-TOTAL.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS GREATER THAN EMP-ID
               INVALID KEY
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
           ELSE
               MOVE WS-RT-RATE(WS-RATE-SUB) TO WS-PAY-AMOUNT
               PERFORM CALCULATE-UNPAID-LEAVE
               PERFORM CALCULATE-DEDUCTIONS
               IF DEDUCTIONS-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO REGISTER-LINE
                   STRING EMP-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMP-NAME DELIMITED BY SIZE
                       "  *** DEDUCTIONS EXCEED PAY, HELD ***"
                       DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "PAY HELD, DEDUCTIONS EXCEED GROSS EMP-ID="
                       DELIMITED BY SIZE
                       EMP-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE "PAYH" TO AE-EVENT-CODE
                   SET AE-SEV-ERROR TO TRUE
                   CALL 'AUDITLOG' USING "PAYROLL ", WS-AUDIT-DETAIL,
                       AUDIT-EVENT-PARM
               ELSE
                   ADD 1 TO WS-PAID-COUNT
                   PERFORM ACCUMULATE-YTD
                   ADD WS-PAY-AMOUNT TO WS-DEPT-PAY-TOTAL
                   ADD WS-PAY-AMOUNT TO WS-GRAND-PAY-TOTAL
                   ADD WS-NET-AMOUNT TO WS-DEPT-NET-TOTAL
                   ADD WS-NET-AMOUNT TO WS-GRAND-NET-TOTAL
                   ADD WS-TAX-AMOUNT TO WS-GRAND-TAX-TOTAL
                   ADD WS-NI-AMOUNT TO WS-GRAND-NI-TOTAL
                   ADD WS-PENSION-AMOUNT TO WS-GRAND-PEN-TOTAL
                   ADD WS-OTHER-AMOUNT TO WS-GRAND-OTH-TOTAL
                   MOVE EMP-ID TO WS-DL-EMP-ID
                   MOVE EMP-NAME TO WS-DL-NAME
                   MOVE WS-PAY-AMOUNT TO WS-DL-PAY
                   MOVE WS-DEDUCT-TOTAL TO WS-DL-DEDUCT
                   MOVE WS-NET-AMOUNT TO WS-DL-NET
                   MOVE WS-RT-ACCOUNT(WS-RATE-SUB) TO WS-DL-ACCOUNT
                   MOVE SPACE TO WS-DL-FLAG
                   IF DEDUCTION-CUT
                       MOVE '*' TO WS-DL-FLAG
                   END-IF
                   MOVE WS-DETAIL-LINE TO REGISTER-LINE
                   WRITE REGISTER-LINE
                   IF WS-UNPAID-AMOUNT > 0
                       MOVE WS-UNPAID-AMOUNT TO WS-AMOUNT-DISP
                       MOVE SPACES TO REGISTER-LINE
                       STRING "        UNPAID LEAVE " DELIMITED BY SIZE
                           WS-UNPAID-DAYS DELIMITED BY SIZE
                           " DAY(S) DEDUCTED FROM GROSS "
                           DELIMITED BY SIZE
                           WS-AMOUNT-DISP DELIMITED BY SIZE
                           INTO REGISTER-LINE
                       WRITE REGISTER-LINE
                   END-IF
                   MOVE WS-RT-ACCOUNT(WS-RATE-SUB) TO TR-ACCOUNT
                   MOVE WS-PAY-AMOUNT TO TR-NUM1
                   PERFORM WRITE-PAY-POSTING
                   MOVE WS-TAX-ACCOUNT TO TR-ACCOUNT
                   MOVE WS-TAX-AMOUNT TO TR-NUM1
                   PERFORM WRITE-PAY-CREDIT
                   MOVE WS-NI-ACCOUNT TO TR-ACCOUNT
                   MOVE WS-NI-AMOUNT TO TR-NUM1
                   PERFORM WRITE-PAY-CREDIT
                   MOVE WS-PENSION-ACCOUNT TO TR-ACCOUNT
                   MOVE WS-PENSION-AMOUNT TO TR-NUM1
                   PERFORM WRITE-PAY-CREDIT
                   MOVE WS-DEDUCT-ACCOUNT TO TR-ACCOUNT
                   MOVE WS-OTHER-AMOUNT TO TR-NUM1
                   PERFORM WRITE-PAY-CREDIT
                   MOVE WS-NET-ACCOUNT TO TR-ACCOUNT
                   MOVE WS-NET-AMOUNT TO TR-NUM1
                   PERFORM WRITE-PAY-CREDIT
                   PERFORM WRITE-PAYSLIP
                   PERFORM WRITE-BANK-PAYMENT
               END-IF
           END-IF.

      * A net payment goes to the bank file and, in pence under the
      * payment reference the bank quotes back, to PAYSIDEA for the
      * reconciliation; the register shows the reference against the
      * employee so a returned payment can be traced. No bank details
      * means no payment: the register says so and the pay stays owed
      * on the net-wages account.
       WRITE-BANK-PAYMENT.
           IF WS-NET-AMOUNT > 0
               PERFORM FIND-BANK-DETAIL
               IF NOT BANK-FOUND
                   ADD 1 TO WS-NOBANK-COUNT
                   MOVE SPACES TO REGISTER-LINE
                   STRING EMP-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       EMP-NAME DELIMITED BY SIZE
                       "  *** NO BANK DETAILS, NOT PAID ***"
                       DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               ELSE
                   MOVE WS-BD-SORT-CODE(WS-BANK-SUB)
                       TO BK-D-SORT-CODE
                   MOVE WS-BD-ACCOUNT-NO(WS-BANK-SUB)
                       TO BK-D-ACCOUNT-NO
                   COMPUTE BK-D-AMOUNT = WS-NET-AMOUNT * 100
                   MOVE WS-BD-ACCOUNT-NAME(WS-BANK-SUB)
                       TO BK-D-ACCOUNT-NAME
                   ADD 1 TO WS-BANK-PAY-COUNT
                   COMPUTE WS-PAY-REFERENCE = 100000
                       + WS-RUN-MONTH * 1000 + WS-BANK-PAY-COUNT
                   MOVE WS-PAY-REFERENCE TO BK-D-REFERENCE
                   MOVE WS-BANK-DETAIL TO BANK-PAYMENT-LINE
                   WRITE BANK-PAYMENT-LINE
                   ADD BK-D-AMOUNT TO WS-BANK-PAY-TOTAL
                   ADD BK-D-ACCOUNT-NO TO WS-BANK-HASH-TOTAL
                   MOVE SPACES TO REGISTER-LINE
                   STRING "        BANK PAYMENT REFERENCE "
                       DELIMITED BY SIZE
                       WS-PAY-REFERENCE DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE WS-PAY-REFERENCE TO PA-KEY
                   MOVE BK-D-AMOUNT TO PA-AMOUNT
                   WRITE PAY-SIDE-A-RECORD
               END-IF
           END-IF.

       FIND-BANK-DETAIL.
           MOVE 'N' TO WS-BANK-FOUND.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-USED OR BANK-FOUND
               IF WS-BD-EMP-ID(WS-BANK-SUB) = EMP-ID
                   SET BANK-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BANK-SUB
               END-IF
           END-PERFORM.

      * Caller sets TR-ACCOUNT and TR-NUM1; a deduction the employee
      * does not have is simply not posted. Gross pay is the debit
      * to the rate's expense account; the deductions and net pay
      * go out through WRITE-PAY-CREDIT as credits to the liability
      * accounts, so each employee's postings balance.
       WRITE-PAY-POSTING.
           IF TR-NUM1 > 0
               MOVE WS-TODAY TO TR-POST-DATE
               MOVE 0 TO TR-NUM2
               MOVE SPACE TO TR-TYPE
               MOVE SPACES TO TR-VOUCHER TR-CURRENCY TR-MAKER
               WRITE TRANS-RECORD
               ADD 1 TO WS-FEED-COUNT
               ADD TR-NUM1 TO WS-FEED-TOTAL
           END-IF.

       WRITE-PAY-CREDIT.
           IF TR-NUM1 > 0
               MOVE WS-TODAY TO TR-POST-DATE
               MOVE 0 TO TR-NUM2
               MOVE 'C' TO TR-TYPE
               MOVE SPACES TO TR-VOUCHER TR-CURRENCY TR-MAKER
               WRITE TRANS-RECORD
               ADD 1 TO WS-FEED-COUNT
               SUBTRACT TR-NUM1 FROM WS-FEED-TOTAL
           END-IF.

      * Pension comes off before tax (net-pay arrangement); national
      * insurance is worked on the full gross. Statutory deductions
      * are never cut: if everything together would take the pay
      * below zero, the fixed deduction is reduced to what is left
      * and the register line is flagged. If the pension, tax and
      * national insurance alone come to more than the gross, the
      * employee is held off the run for payroll to correct, since
      * the credits would otherwise outweigh the gross-pay debit.
       CALCULATE-DEDUCTIONS.
           MOVE 0 TO WS-PENSION-AMOUNT WS-OTHER-AMOUNT.
           MOVE SPACES TO WS-OTHER-DESC.
           MOVE 'N' TO WS-DEDUCT-CUT.
           MOVE 'N' TO WS-DEDUCT-HELD.
           PERFORM FIND-EMPLOYEE-DEDUCTIONS.
           IF DED-FOUND
               COMPUTE WS-PENSION-AMOUNT ROUNDED =
                   WS-PAY-AMOUNT * WS-DD-PENSION-PCT(WS-DED-SUB)
                   / 100
               MOVE WS-DD-FIXED-AMT(WS-DED-SUB) TO WS-OTHER-AMOUNT
               MOVE WS-DD-FIXED-DESC(WS-DED-SUB) TO WS-OTHER-DESC
           END-IF.
           IF WS-PENSION-AMOUNT > WS-PAY-AMOUNT
               MOVE WS-PAY-AMOUNT TO WS-PENSION-AMOUNT
           END-IF.
           COMPUTE WS-TAXABLE-PAY = WS-PAY-AMOUNT - WS-PENSION-AMOUNT.
           MOVE 'T' TO WS-BAND-TYPE.
           MOVE WS-TAXABLE-PAY TO WS-BAND-BASIS.
           PERFORM COMPUTE-BANDED-AMOUNT.
           MOVE WS-BAND-RESULT TO WS-TAX-AMOUNT.
           MOVE 'N' TO WS-BAND-TYPE.
           MOVE WS-PAY-AMOUNT TO WS-BAND-BASIS.
           PERFORM COMPUTE-BANDED-AMOUNT.
           MOVE WS-BAND-RESULT TO WS-NI-AMOUNT.
           COMPUTE WS-NET-WORK = WS-PAY-AMOUNT - WS-PENSION-AMOUNT
               - WS-TAX-AMOUNT - WS-NI-AMOUNT - WS-OTHER-AMOUNT.
           IF WS-NET-WORK < 0
               SET DEDUCTION-CUT TO TRUE
               ADD WS-OTHER-AMOUNT TO WS-NET-WORK
               IF WS-NET-WORK < 0
                   MOVE 0 TO WS-OTHER-AMOUNT
               ELSE
                   MOVE WS-NET-WORK TO WS-OTHER-AMOUNT
               END-IF
               COMPUTE WS-NET-WORK = WS-PAY-AMOUNT
                   - WS-PENSION-AMOUNT - WS-TAX-AMOUNT
                   - WS-NI-AMOUNT - WS-OTHER-AMOUNT
               IF WS-NET-WORK < 0
                   SET DEDUCTIONS-HELD TO TRUE
                   MOVE 0 TO WS-NET-WORK
               END-IF
           END-IF.
           MOVE WS-NET-WORK TO WS-NET-AMOUNT.
           COMPUTE WS-DEDUCT-TOTAL = WS-PENSION-AMOUNT + WS-TAX-AMOUNT
               + WS-NI-AMOUNT + WS-OTHER-AMOUNT.

      * Each band of the requested type takes its rate on the slice
      * of the basis that falls between its lower limit and the next
      * band's lower limit.
       COMPUTE-BANDED-AMOUNT.
           MOVE 0 TO WS-BAND-RESULT.
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-BAND-USED
               IF WS-TB-TYPE(WS-BAND-SUB) = WS-BAND-TYPE
                       AND WS-BAND-BASIS > WS-TB-FROM(WS-BAND-SUB)
                   IF WS-BAND-BASIS > WS-TB-TO(WS-BAND-SUB)
                       COMPUTE WS-BAND-SLICE =
                           WS-TB-TO(WS-BAND-SUB)
                           - WS-TB-FROM(WS-BAND-SUB)
                   ELSE
                       COMPUTE WS-BAND-SLICE = WS-BAND-BASIS
                           - WS-TB-FROM(WS-BAND-SUB)
                   END-IF
                   COMPUTE WS-BAND-RESULT ROUNDED = WS-BAND-RESULT
                       + WS-BAND-SLICE * WS-TB-RATE(WS-BAND-SUB)
                       / 100
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE-DEDUCTIONS.
           MOVE 'N' TO WS-DED-FOUND.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-USED OR DED-FOUND
               IF WS-DD-EMP-ID(WS-DED-SUB) = EMP-ID
                   SET DED-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-DED-SUB
               END-IF
           END-PERFORM.

      * A year-to-date entry from an earlier tax year starts again
      * from zero the first time the employee is paid in the new
      * year.
       ACCUMULATE-YTD.
           MOVE 'N' TO WS-YTD-FOUND.
           PERFORM VARYING WS-YTD-SUB FROM 1 BY 1
                   UNTIL WS-YTD-SUB > WS-YTD-USED OR YTD-FOUND
               IF WS-YT-EMP-ID(WS-YTD-SUB) = EMP-ID
                   SET YTD-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-YTD-SUB
               END-IF
           END-PERFORM.
           IF NOT YTD-FOUND
               IF WS-YTD-USED = 200
                   MOVE "PAYROLL " TO WS-ERROR-PGM
                   MOVE "PAYYTD TABLE FULL, RAISE THE 200 LIMIT"
                       TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-YTD-USED
               MOVE WS-YTD-USED TO WS-YTD-SUB
               MOVE EMP-ID TO WS-YT-EMP-ID(WS-YTD-SUB)
               MOVE 0 TO WS-YT-TAX-YEAR(WS-YTD-SUB)
           END-IF.
           IF WS-YT-TAX-YEAR(WS-YTD-SUB) NOT = WS-TAX-YEAR
               MOVE WS-TAX-YEAR TO WS-YT-TAX-YEAR(WS-YTD-SUB)
               MOVE 0 TO WS-YT-GROSS(WS-YTD-SUB)
                   WS-YT-TAX(WS-YTD-SUB) WS-YT-NI(WS-YTD-SUB)
                   WS-YT-PENSION(WS-YTD-SUB) WS-YT-OTHER(WS-YTD-SUB)
                   WS-YT-NET(WS-YTD-SUB)
           END-IF.
           ADD WS-PAY-AMOUNT TO WS-YT-GROSS(WS-YTD-SUB).
           ADD WS-TAX-AMOUNT TO WS-YT-TAX(WS-YTD-SUB).
           ADD WS-NI-AMOUNT TO WS-YT-NI(WS-YTD-SUB).
           ADD WS-PENSION-AMOUNT TO WS-YT-PENSION(WS-YTD-SUB).
           ADD WS-OTHER-AMOUNT TO WS-YT-OTHER(WS-YTD-SUB).
           ADD WS-NET-AMOUNT TO WS-YT-NET(WS-YTD-SUB).

      * One slip per employee paid, this month beside year to date;
      * WS-YTD-SUB still points at the employee's entry.
       WRITE-PAYSLIP.
           ADD 1 TO WS-SLIP-COUNT.
           MOVE ALL "-" TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "PAYSLIP  EMP-ID " DELIMITED BY SIZE
               EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EMP-NAME DELIMITED BY SIZE
               "  DEPT " DELIMITED BY SIZE
               EMP-DEPT DELIMITED BY SIZE
               "  PAY DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           MOVE "                        THIS MONTH    YEAR TO DATE"
               TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           IF WS-UNPAID-AMOUNT > 0
               MOVE "BASIC PAY" TO WS-SL-LABEL
               MOVE WS-RT-RATE(WS-RATE-SUB) TO WS-SL-MONTH
               MOVE 0 TO WS-SL-YTD
               MOVE WS-SLIP-DETAIL TO PAYSLIP-LINE
               MOVE SPACES TO PAYSLIP-LINE(36:)
               WRITE PAYSLIP-LINE
               MOVE SPACES TO WS-SL-LABEL
               STRING "UNPAID LEAVE " DELIMITED BY SIZE
                   WS-UNPAID-DAYS DELIMITED BY SIZE
                   "D" DELIMITED BY SIZE
                   INTO WS-SL-LABEL
               MOVE WS-UNPAID-AMOUNT TO WS-SL-MONTH
               MOVE WS-SLIP-DETAIL TO PAYSLIP-LINE
               MOVE SPACES TO PAYSLIP-LINE(36:)
               WRITE PAYSLIP-LINE
           END-IF.
           MOVE "GROSS PAY" TO WS-SL-LABEL.
           MOVE WS-PAY-AMOUNT TO WS-SL-MONTH.
           MOVE WS-YT-GROSS(WS-YTD-SUB) TO WS-SL-YTD.
           MOVE WS-SLIP-DETAIL TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE "INCOME TAX" TO WS-SL-LABEL.
           MOVE WS-TAX-AMOUNT TO WS-SL-MONTH.
           MOVE WS-YT-TAX(WS-YTD-SUB) TO WS-SL-YTD.
           MOVE WS-SLIP-DETAIL TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE "NATIONAL INSURANCE" TO WS-SL-LABEL.
           MOVE WS-NI-AMOUNT TO WS-SL-MONTH.
           MOVE WS-YT-NI(WS-YTD-SUB) TO WS-SL-YTD.
           MOVE WS-SLIP-DETAIL TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE "PENSION" TO WS-SL-LABEL.
           MOVE WS-PENSION-AMOUNT TO WS-SL-MONTH.
           MOVE WS-YT-PENSION(WS-YTD-SUB) TO WS-SL-YTD.
           MOVE WS-SLIP-DETAIL TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           IF WS-OTHER-AMOUNT > 0 OR WS-YT-OTHER(WS-YTD-SUB) > 0
               MOVE WS-OTHER-DESC TO WS-SL-LABEL
               IF WS-OTHER-DESC = SPACES
                   MOVE "OTHER DEDUCTIONS" TO WS-SL-LABEL
               END-IF
               MOVE WS-OTHER-AMOUNT TO WS-SL-MONTH
               MOVE WS-YT-OTHER(WS-YTD-SUB) TO WS-SL-YTD
               MOVE WS-SLIP-DETAIL TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF.
           MOVE "NET PAY" TO WS-SL-LABEL.
           MOVE WS-NET-AMOUNT TO WS-SL-MONTH.
           MOVE WS-YT-NET(WS-YTD-SUB) TO WS-SL-YTD.
           MOVE WS-SLIP-DETAIL TO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           IF DEDUCTION-CUT
               MOVE "FIXED DEDUCTION REDUCED TO LEAVE NIL NET PAY"
                   TO PAYSLIP-LINE
               WRITE PAYSLIP-LINE
           END-IF.

       FIND-EMPLOYEE-RATE.
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-DEPT-NET-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO REGISTER-LINE.
           STRING "DEPARTMENT NET PAY  " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

      * The liability totals are what the PAYTRAN postings to the
      * PAYPARM accounts add up to, so finance can tie the register
      * to the ledger without the spreadsheet.
       WRITE-LIABILITY-TOTALS.
           MOVE WS-GRAND-TAX-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO REGISTER-LINE.
           STRING "INCOME TAX      " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               WS-TAX-ACCOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-GRAND-NI-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO REGISTER-LINE.
           STRING "NATIONAL INS    " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               WS-NI-ACCOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-GRAND-PEN-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO REGISTER-LINE.
           STRING "PENSION         " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               WS-PENSION-ACCOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-GRAND-OTH-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO REGISTER-LINE.
           STRING "OTHER DEDUCTIONS" DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               WS-DEDUCT-ACCOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE WS-GRAND-NET-TOTAL TO WS-AMOUNT-DISP.
           MOVE SPACES TO REGISTER-LINE.
           STRING "NET PAY         " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               "  ACCT " DELIMITED BY SIZE
               WS-NET-ACCOUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           COPY ERRHAND.
       END PROGRAM PAYROLL-RUN.
