      ******************************************************************
      * Author:
      * Date:
      * Purpose: Budget master maintenance. Finance loads the year's
      *          budget once from BUDGIN - one line per ACCTFILE
      *          account carrying the twelve monthly amounts - onto
      *          the keyed BUDGFILE, and a supervisor amends a single
      *          account and month through the year. Any signed-on
      *          operator may look at an account's budget for a year.
      *          Loading and amending are supervisor-only and every
      *          change is logged on AUDITTRL. BUDGRPT reports the
      *          budget against the actual GLSUM postings.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; there was no record of what had
      *                been planned, so nothing to hold TRIALBAL's
      *                month-to-date spend against.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      *   2026-10-15 - ACCOUNT-RECORD comes from the ACCTREC copybook;
      *                ACCTFILE is read with the account type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT BUDGET-INPUT ASSIGN TO "BUDGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY BUDGREC.
      * One line per account for the year being loaded; each month's
      * amount is signed, a credit budget being negative.
       FD  BUDGET-INPUT.
       01  BUDGET-INPUT-RECORD.
           05 BI-ACCOUNT            PIC 9(4).
           05 BI-YEAR               PIC 9(4).
           05 BI-MONTH-AMOUNT       PIC S9(9)V99
                                    OCCURS 12 TIMES.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
           01 WS-BUDG-STATUS        PIC X(2).
               88 BUDG-OK               VALUES "00", "02", "05".
               88 BUDG-EOF              VALUE "10".
               88 BUDG-NOT-FOUND        VALUE "35".
           01 WS-BIN-STATUS         PIC X(2).
               88 BIN-OK                VALUE "00".
               88 BIN-EOF               VALUE "10".
           01 WS-ACCT-STATUS        PIC X(2).
               88 ACCT-OK               VALUE "00".
               88 ACCT-EOF              VALUE "10".
      * The active accounts on ACCTFILE, read once per session. With
      * no ACCTFILE the accounts cannot be checked and are accepted.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 100 TIMES.
                   10 WS-AT-ACCOUNT     PIC 9(4).
           01 WS-ACCT-USED          PIC 9(3) VALUE 0.
           01 WS-ACCT-SUB           PIC 9(3).
           01 WS-ACCT-LOADED        PIC X VALUE 'N'.
               88 ACCOUNTS-LOADED       VALUE 'Y'.
               88 ACCOUNTS-UNCHECKED    VALUE 'U'.
           01 WS-ACCT-CHECK         PIC X VALUE 'N'.
               88 ACCOUNT-CHECKED       VALUE 'Y'.
               88 ACCOUNT-UNKNOWN       VALUE 'N'.
           01 WS-WORK-ACCOUNT       PIC 9(4).
           01 WS-WORK-YEAR          PIC 9(4).
           01 WS-WORK-MONTH         PIC 9(6).
           01 WS-WORK-MM            PIC 9(2).
           01 WS-WORK-AMOUNT        PIC 9(9)V99.
           01 WS-WORK-SIDE          PIC X(1).
               88 SIDE-DEBIT            VALUES 'D', 'd'.
               88 SIDE-CREDIT           VALUES 'C', 'c'.
           01 WS-NEW-AMOUNT         PIC S9(9)V99.
           01 WS-OLD-AMOUNT         PIC S9(9)V99.
           01 WS-YEAR-TOTAL         PIC S9(11)V99.
           01 WS-MONTH-SUB          PIC 9(2).
           01 WS-ON-FILE            PIC X VALUE 'N'.
               88 BUDGET-ON-FILE        VALUE 'Y'.
           01 WS-LOAD-READ          PIC 9(5) VALUE 0.
           01 WS-LOAD-LOADED        PIC 9(5) VALUE 0.
           01 WS-LOAD-REJECTED      PIC 9(5) VALUE 0.
           01 WS-AMOUNT-DISP        PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-TOTAL-DISP         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           01 WS-AUDIT-AMOUNT       PIC -(9)9.99.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-LOAD           VALUE 1.
               88 CHOICE-AMEND          VALUE 2.
               88 CHOICE-INQUIRE        VALUE 3.
               88 CHOICE-DONE           VALUE 9.
           01 WS-TODAY              PIC X(8).
           01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
               88 OPERATOR-IS-SUPER     VALUE 2.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-BUDGET-FILE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Load a year's budget from BUDGIN"
               DISPLAY "2 = Amend an account's month  "
                   "3 = Budget inquiry  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LOAD
                       PERFORM LOAD-YEAR-PARA
                   WHEN CHOICE-AMEND
                       PERFORM AMEND-PARA
                   WHEN CHOICE-INQUIRE
                       PERFORM INQUIRY-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           CLOSE BUDGET-FILE.
           STOP RUN.

           SIGN-ON-PARA.
           MOVE 0 TO WS-SIGNON-TRIES.
           MOVE SPACES TO WS-OPER-RESULT.
           PERFORM UNTIL OPERATOR-KNOWN OR OPER-TABLE-MISSING
               DISPLAY "Operator id: "
               ACCEPT WS-OPERATOR-ID
               CALL 'OPERCHK' USING WS-OPERATOR-ID,
                   WS-OPERATOR-ROLE, WS-OPER-RESULT
               IF WS-OPER-RESULT = 'N'
                   ADD 1 TO WS-SIGNON-TRIES
                   IF WS-SIGNON-TRIES >= 3
                       DISPLAY "Sign-on refused"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "Id or password not accepted, try again"
               END-IF
           END-PERFORM.
           IF OPER-TABLE-MISSING
               DISPLAY "Operator file unavailable, role checks "
                   "are off for this session"
               MOVE 2 TO WS-OPERATOR-ROLE
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

      * BUDGFILE is created empty the first time it is opened.
           OPEN-BUDGET-FILE.
           OPEN I-O BUDGET-FILE.
           IF BUDG-NOT-FOUND
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF NOT BUDG-OK
               MOVE "BUDGMNT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN BUDGFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-BUDG-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

           LOAD-ACCOUNTS.
           IF NOT ACCOUNTS-LOADED AND NOT ACCOUNTS-UNCHECKED
               MOVE 0 TO WS-ACCT-USED
               OPEN INPUT ACCOUNT-FILE
               IF NOT ACCT-OK
                   DISPLAY "Unable to open ACCTFILE, accounts will "
                       "not be checked"
                   SET ACCOUNTS-UNCHECKED TO TRUE
               ELSE
                   PERFORM UNTIL ACCT-EOF
                       READ ACCOUNT-FILE
                           AT END
                               SET ACCT-EOF TO TRUE
                           NOT AT END
                               IF AM-ACTIVE = 'Y'
                                       AND WS-ACCT-USED < 100
                                   ADD 1 TO WS-ACCT-USED
                                   MOVE AM-ACCOUNT
                                       TO WS-AT-ACCOUNT(WS-ACCT-USED)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-FILE
                   SET ACCOUNTS-LOADED TO TRUE
               END-IF
           END-IF.

      * Sets ACCOUNT-CHECKED when WS-WORK-ACCOUNT is an active
      * account, or when the accounts could not be read at all.
           CHECK-ACCOUNT.
           PERFORM LOAD-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-CHECK.
           IF ACCOUNTS-UNCHECKED
               SET ACCOUNT-CHECKED TO TRUE
           ELSE
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-USED
                           OR ACCOUNT-CHECKED
                   IF WS-AT-ACCOUNT(WS-ACCT-SUB) = WS-WORK-ACCOUNT
                       SET ACCOUNT-CHECKED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * The year's load replaces all twelve months of every account
      * on BUDGIN; accounts not on BUDGIN keep what they had. Lines
      * for another year, or for an account that is not active on
      * ACCTFILE, are refused and listed.
           LOAD-YEAR-PARA.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Loading a budget needs a supervisor sign-on"
           ELSE
               DISPLAY "Budget year to load (YYYY): "
               ACCEPT WS-WORK-YEAR
               OPEN INPUT BUDGET-INPUT
               IF NOT BIN-OK
                   DISPLAY "Unable to open BUDGIN, status "
                       WS-BIN-STATUS
               ELSE
                   MOVE 0 TO WS-LOAD-READ WS-LOAD-LOADED
                       WS-LOAD-REJECTED
                   PERFORM UNTIL BIN-EOF
                       READ BUDGET-INPUT
                           AT END
                               SET BIN-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LOAD-READ
                               PERFORM LOAD-ONE-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE BUDGET-INPUT
                   DISPLAY "Budget " WS-WORK-YEAR " loaded: "
                       WS-LOAD-READ " line(s) read, "
                       WS-LOAD-LOADED " loaded, "
                       WS-LOAD-REJECTED " refused"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "BUDGET LOAD YEAR=" DELIMITED BY SIZE
                       WS-WORK-YEAR DELIMITED BY SIZE
                       " LOADED=" DELIMITED BY SIZE
                       WS-LOAD-LOADED DELIMITED BY SIZE
                       " REFUSED=" DELIMITED BY SIZE
                       WS-LOAD-REJECTED DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   IF WS-LOAD-REJECTED > 0
                       SET AE-SEV-WARNING TO TRUE
                   END-IF
                   CALL 'AUDITLOG' USING "BUDGMNT ", WS-AUDIT-DETAIL,
                       AUDIT-EVENT-PARM
               END-IF
           END-IF.

           LOAD-ONE-ACCOUNT.
           MOVE BI-ACCOUNT TO WS-WORK-ACCOUNT.
           IF BI-ACCOUNT NOT NUMERIC OR BI-YEAR NOT NUMERIC
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "REFUSED line " WS-LOAD-READ
                   ": account or year not numeric"
           ELSE
           IF BI-YEAR NOT = WS-WORK-YEAR
               ADD 1 TO WS-LOAD-REJECTED
               DISPLAY "REFUSED account " BI-ACCOUNT
                   ": line is for year " BI-YEAR
           ELSE
               PERFORM CHECK-ACCOUNT
               IF ACCOUNT-UNKNOWN
                   ADD 1 TO WS-LOAD-REJECTED
                   DISPLAY "REFUSED account " BI-ACCOUNT
                       ": not an active account on ACCTFILE"
               ELSE
                   ADD 1 TO WS-LOAD-LOADED
                   MOVE 0 TO WS-YEAR-TOTAL
                   PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                           UNTIL WS-MONTH-SUB > 12
                       COMPUTE WS-WORK-MONTH =
                           WS-WORK-YEAR * 100 + WS-MONTH-SUB
                       MOVE BI-MONTH-AMOUNT(WS-MONTH-SUB)
                           TO WS-NEW-AMOUNT
                       ADD WS-NEW-AMOUNT TO WS-YEAR-TOTAL
                       PERFORM SAVE-BUDGET-MONTH
                   END-PERFORM
                   MOVE WS-YEAR-TOTAL TO WS-AUDIT-AMOUNT
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "BUDGET LOAD ACCT=" DELIMITED BY SIZE
                       WS-WORK-ACCOUNT DELIMITED BY SIZE
                       " YEAR=" DELIMITED BY SIZE
                       WS-WORK-YEAR DELIMITED BY SIZE
                       " TOTAL=" DELIMITED BY SIZE
                       WS-AUDIT-AMOUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "BUDGMNT ", WS-AUDIT-DETAIL,
                       AUDIT-EVENT-PARM
               END-IF
           END-IF
           END-IF.

      * Reads the budget for WS-WORK-ACCOUNT / WS-WORK-MONTH; a month
      * with no record reads as nil.
           READ-BUDGET-MONTH.
           MOVE WS-WORK-ACCOUNT TO BG-ACCOUNT.
           MOVE WS-WORK-MONTH TO BG-MONTH.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE
                   MOVE 0 TO WS-OLD-AMOUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
                   MOVE BG-AMOUNT TO WS-OLD-AMOUNT
           END-READ.

      * Writes WS-NEW-AMOUNT as the budget for WS-WORK-ACCOUNT /
      * WS-WORK-MONTH, stamped with the operator and date.
           SAVE-BUDGET-MONTH.
           PERFORM READ-BUDGET-MONTH.
           MOVE WS-WORK-ACCOUNT TO BG-ACCOUNT.
           MOVE WS-WORK-MONTH TO BG-MONTH.
           MOVE WS-NEW-AMOUNT TO BG-AMOUNT.
           MOVE WS-OPERATOR-ID TO BG-UPDATED-BY.
           MOVE WS-TODAY TO BG-UPDATED-DATE.
           IF BUDGET-ON-FILE
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE BUDGFILE"
                           TO WS-ERROR-MSG
                       PERFORM BUDGET-UPDATE-FAILED
               END-REWRITE
           ELSE
               WRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO ADD TO BUDGFILE"
                           TO WS-ERROR-MSG
                       PERFORM BUDGET-UPDATE-FAILED
               END-WRITE
           END-IF.

           AMEND-PARA.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Amending a budget needs a supervisor sign-on"
           ELSE
               DISPLAY "Account: "
               ACCEPT WS-WORK-ACCOUNT
               DISPLAY "Month (YYYYMM): "
               ACCEPT WS-WORK-MONTH
               MOVE WS-WORK-MONTH(5:2) TO WS-WORK-MM
               PERFORM CHECK-ACCOUNT
               IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
                   DISPLAY "Month must be YYYYMM with MM from 01 to 12"
               ELSE
               IF ACCOUNT-UNKNOWN
                   DISPLAY "Account " WS-WORK-ACCOUNT " is not an "
                       "active account on ACCTFILE"
               ELSE
                   PERFORM READ-BUDGET-MONTH
                   MOVE WS-OLD-AMOUNT TO WS-AMOUNT-DISP
                   DISPLAY "Current budget " WS-AMOUNT-DISP
                   DISPLAY "New amount (pounds.pence): "
                   ACCEPT WS-WORK-AMOUNT
                   DISPLAY "D = debit budget  C = credit budget: "
                   ACCEPT WS-WORK-SIDE
                   IF NOT SIDE-DEBIT AND NOT SIDE-CREDIT
                       DISPLAY "Side must be D or C, budget not changed"
                   ELSE
                       MOVE WS-WORK-AMOUNT TO WS-NEW-AMOUNT
                       IF SIDE-CREDIT
                           COMPUTE WS-NEW-AMOUNT = 0 - WS-WORK-AMOUNT
                       END-IF
                       PERFORM SAVE-BUDGET-MONTH
                       DISPLAY "Budget saved"
                       MOVE WS-NEW-AMOUNT TO WS-AUDIT-AMOUNT
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "BUDGET AMEND ACCT=" DELIMITED BY SIZE
                           WS-WORK-ACCOUNT DELIMITED BY SIZE
                           " MONTH=" DELIMITED BY SIZE
                           WS-WORK-MONTH DELIMITED BY SIZE
                           " AMT=" DELIMITED BY SIZE
                           WS-AUDIT-AMOUNT DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                       CALL 'AUDITLOG' USING "BUDGMNT ",
                           WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
                   END-IF
               END-IF
               END-IF
           END-IF.

           INQUIRY-PARA.
           DISPLAY "Account: ".
           ACCEPT WS-WORK-ACCOUNT.
           DISPLAY "Budget year (YYYY): ".
           ACCEPT WS-WORK-YEAR.
           MOVE 0 TO WS-YEAR-TOTAL.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               COMPUTE WS-WORK-MONTH =
                   WS-WORK-YEAR * 100 + WS-MONTH-SUB
               PERFORM READ-BUDGET-MONTH
               ADD WS-OLD-AMOUNT TO WS-YEAR-TOTAL
               MOVE WS-OLD-AMOUNT TO WS-AMOUNT-DISP
               IF BUDGET-ON-FILE
                   DISPLAY WS-WORK-MONTH " " WS-AMOUNT-DISP
                       "  BY " BG-UPDATED-BY " ON " BG-UPDATED-DATE
               ELSE
                   DISPLAY WS-WORK-MONTH " " WS-AMOUNT-DISP
                       "  NOT BUDGETED"
               END-IF
           END-PERFORM.
           MOVE WS-YEAR-TOTAL TO WS-TOTAL-DISP.
           DISPLAY "Year total " WS-TOTAL-DISP.

           BUDGET-UPDATE-FAILED.
           MOVE "BUDGMNT " TO WS-ERROR-PGM.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

           COPY ERRHAND.
       END PROGRAM BUDGET-MAINT.
