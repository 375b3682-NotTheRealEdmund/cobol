      *          account and writes one SIDEA record per account in
      *          the A-KEY/A-AMOUNT layout, so the general-ledger side
      *          can come in as SIDEB and the reconciliation proves
      *          the posting automatically. Salary payments staged
      *          on PAYSIDEA by the payroll run are added to SIDEA
      *          once, so the bank statement proves them as well.
      *          Each account's total is kept per currency in the
      *          original currency of the postings, so a euro
      *          account reconciles in euros.
      * Tectonics: cobc
      * Modification History:
      *   2026-08-22 - First version; the totaler and the reconciler
      *                account's total, so a correction reconciles
      *                on SIDEA instead of creating a week of
      *                exceptions.
      *   2026-10-15 - Net-pay bank payments staged by PAYROLL on
      *                PAYSIDEA (keyed by employee id) are copied onto
      *                SIDEA after the account totals and the staging
      *                file emptied, so each payment is proved against
      *                the bank statement exactly once.
      *   2026-10-15 - Credit postings (type C) come off their
      *                account's total like reversals.
      *   2026-10-15 - Totals are kept per account and currency, and
      *                SIDEA carries the currency (blank on TRANFILE
      *                is sterling); the sterling-only revaluation
      *                postings (types G and L) are left out.
      *   2026-10-15 - TRANS-RECORD comes from the TRANREC copybook,
      *                with the maker, so each TRANFILE record is read
      *                once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDTWO-EXTRACT.
           SELECT SIDE-A-FILE ASSIGN TO "SIDEA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDEA-STATUS.
           SELECT PAY-SIDE-A-FILE ASSIGN TO "PAYSIDEA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYSDA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY TRANREC.
       FD  SIDE-A-FILE.
       01  SIDE-A-RECORD.
           05 A-KEY                PIC 9(6).
           05 A-AMOUNT              PIC S9(9) SIGN IS TRAILING SEPARATE.
           05 A-CURRENCY            PIC X(3).
       FD  PAY-SIDE-A-FILE.
       01  PAY-SIDE-A-RECORD        PIC X(16).
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
           88 TRANS-EOF             VALUE "10".
       01 WS-SIDEA-STATUS       PIC X(2).
           88 SIDEA-OK              VALUE "00".
       01 WS-PAYSDA-STATUS      PIC X(2).
           88 PAYSDA-OK             VALUE "00".
           88 PAYSDA-EOF            VALUE "10".
       01 WS-PAYMENT-COUNT      PIC 9(5) VALUE 0.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-AC-ACCOUNT     PIC 9(4).
               10 WS-AC-CURRENCY    PIC X(3).
               10 WS-AC-TOTAL       PIC S9(7)V99.
       01 WS-ACCT-USED          PIC 9(3) VALUE 0.
       01 WS-ACCT-SUB           PIC 9(3).
       01 WS-ACCT-FOUND         PIC X.
           88 ACCT-FOUND            VALUE 'Y'.
       01 WS-PAIR-SUM           PIC S9(6)V99.
       01 WS-TRAN-CURRENCY      PIC X(3).
       01 WS-READ-COUNT         PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT         PIC 9(7) VALUE 0.
       01 WS-AUDIT-DETAIL       PIC X(56).
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               MOVE WS-AC-ACCOUNT(WS-ACCT-SUB) TO A-KEY
               MOVE WS-AC-CURRENCY(WS-ACCT-SUB) TO A-CURRENCY
               COMPUTE A-AMOUNT =
                   WS-AC-TOTAL(WS-ACCT-SUB) * 100
               WRITE SIDE-A-RECORD
           END-PERFORM.
           PERFORM ADD-PAYROLL-PAYMENTS.
           CLOSE SIDE-A-FILE.
           DISPLAY "Accounts extracted to SIDEA: " WS-ACCT-USED.
           IF WS-SKIP-COUNT > 0
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "ADD2EXTR", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
           IF WS-PAYMENT-COUNT > 0
               DISPLAY "Payroll bank payments added to SIDEA: "
                   WS-PAYMENT-COUNT
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "EXTRACT PAYROLL PAYMENTS=" DELIMITED BY SIZE
                   WS-PAYMENT-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "ADD2EXTR", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM
           END-IF.
           STOP RUN.

      * The staged payments are already in the SIDEA layout; once
      * copied the staging file is emptied so tomorrow's extract
      * does not present them again.
       ADD-PAYROLL-PAYMENTS.
           OPEN INPUT PAY-SIDE-A-FILE.
           IF PAYSDA-OK
               PERFORM UNTIL PAYSDA-EOF
                   READ PAY-SIDE-A-FILE
                       AT END
                           SET PAYSDA-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PAYMENT-COUNT
                           MOVE PAY-SIDE-A-RECORD TO SIDE-A-RECORD
                           MOVE "GBP" TO A-CURRENCY
                           WRITE SIDE-A-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAY-SIDE-A-FILE
               IF WS-PAYMENT-COUNT > 0
                   OPEN OUTPUT PAY-SIDE-A-FILE
                   CLOSE PAY-SIDE-A-FILE
               END-IF
           END-IF.

      * The table is accumulated rather than control-broken so the
      * extract gives one record per account and currency even when
      * TRANFILE is not grouped; the reconciliation sorts its input
      * anyway. A revaluation posting moves only the sterling value
      * of a foreign balance, never the currency amount the bank
      * holds, so it has no place on SIDEA.
       TALLY-ACCOUNT.
           IF TR-ACCOUNT IS NOT NUMERIC
                   OR TR-NUM1 IS NOT NUMERIC
                   OR TR-NUM2 IS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
           ELSE
           IF TR-REVALUATION
               CONTINUE
           ELSE
               MOVE TR-CURRENCY TO WS-TRAN-CURRENCY
               IF WS-TRAN-CURRENCY = SPACES
                   MOVE "GBP" TO WS-TRAN-CURRENCY
               END-IF
               COMPUTE WS-PAIR-SUM = TR-NUM1 + TR-NUM2
      * A reversal or a credit comes off its account's total,
      * matching what the posting side does with it.
               IF TR-REVERSAL OR TR-CREDIT
                   COMPUTE WS-PAIR-SUM = 0 - WS-PAIR-SUM
               END-IF
               MOVE 'N' TO WS-ACCT-FOUND
                       UNTIL WS-ACCT-SUB > WS-ACCT-USED
                           OR ACCT-FOUND
                   IF WS-AC-ACCOUNT(WS-ACCT-SUB) = TR-ACCOUNT
                           AND WS-AC-CURRENCY(WS-ACCT-SUB)
                               = WS-TRAN-CURRENCY
                       SET ACCT-FOUND TO TRUE
                       ADD WS-PAIR-SUM
                           TO WS-AC-TOTAL(WS-ACCT-SUB)
                       ADD 1 TO WS-ACCT-USED
                       MOVE TR-ACCOUNT
                           TO WS-AC-ACCOUNT(WS-ACCT-USED)
                       MOVE WS-TRAN-CURRENCY
                           TO WS-AC-CURRENCY(WS-ACCT-USED)
                       MOVE WS-PAIR-SUM
                           TO WS-AC-TOTAL(WS-ACCT-USED)
                   END-IF
               END-IF
           END-IF
           END-IF.

           COPY ERRHAND.
