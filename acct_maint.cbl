      * Purpose: Account reference file maintenance. Loads the account
      *          table from ACCTFILE at startup and lets the operator
      *          add, update, deactivate, list, and look up accounts
      *          (code, name, active flag, and type), saving the
      *          table back to the file after each change. ADDTWO
      *          validates TR-ACCOUNT against this file and prints
      *          the account name on its subtotal lines; the
      *          year-end close carries balance-sheet accounts
      *          forward and clears income and expense accounts.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version, so a miskeyed account becomes a
      *                suspense item instead of a meaningless
      *                control-break group on TOTALRPT.
      *   2026-10-15 - Account type, B (balance sheet) or P (income
      *                and expense), for the year-end close. Accounts
      *                without one default by code: below 4000 is
      *                balance sheet.
      *   2026-10-15 - ACCOUNT-RECORD comes from the ACCTREC copybook.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-MAINT.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 100 TIMES.
                   10 WS-AM-ACCOUNT     PIC 9(4).
                   10 WS-AM-NAME        PIC X(20).
                   10 WS-AM-ACTIVE      PIC X(1).
                   10 WS-AM-TYPE        PIC X(1).
           01 WS-ACCT-USED          PIC 9(3) VALUE 0.
           01 WS-ACCT-SUB           PIC 9(3).
           01 WS-ACCT-STATUS        PIC X(2).
               88 ACCT-EOF              VALUE "10".
           01 WS-WORK-ACCOUNT       PIC 9(4).
           01 WS-WORK-NAME          PIC X(20).
           01 WS-WORK-TYPE          PIC X(1).
               88 TYPE-BALANCE-SHEET    VALUE 'B'.
               88 TYPE-INCOME-EXPENSE   VALUE 'P'.
           01 WS-FOUND              PIC X VALUE 'N'.
               88 ACCT-FOUND            VALUE 'Y'.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
                               TO WS-AM-NAME(WS-ACCT-USED)
                           MOVE AM-ACTIVE
                               TO WS-AM-ACTIVE(WS-ACCT-USED)
                           MOVE AM-TYPE
                               TO WS-AM-TYPE(WS-ACCT-USED)
                           IF AM-TYPE NOT = 'B' AND AM-TYPE NOT = 'P'
                               MOVE AM-ACCOUNT TO WS-WORK-ACCOUNT
                               PERFORM DEFAULT-ACCOUNT-TYPE
                               MOVE WS-WORK-TYPE
                                   TO WS-AM-TYPE(WS-ACCT-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           ACCEPT WS-WORK-ACCOUNT.
           DISPLAY "Enter account name: ".
           ACCEPT WS-WORK-NAME.
           DISPLAY "Account type (B = balance sheet, P = income or "
               "expense, blank = by code): ".
           ACCEPT WS-WORK-TYPE.
           IF NOT TYPE-BALANCE-SHEET AND NOT TYPE-INCOME-EXPENSE
               PERFORM DEFAULT-ACCOUNT-TYPE
           END-IF.
           PERFORM FIND-ACCOUNT.
           IF ACCT-FOUND
               MOVE WS-WORK-NAME TO WS-AM-NAME(WS-ACCT-SUB)
               MOVE 'Y' TO WS-AM-ACTIVE(WS-ACCT-SUB)
               MOVE WS-WORK-TYPE TO WS-AM-TYPE(WS-ACCT-SUB)
               DISPLAY "Account " WS-WORK-ACCOUNT " updated"
           ELSE
               IF WS-ACCT-USED = 100
                       TO WS-AM-ACCOUNT(WS-ACCT-USED)
                   MOVE WS-WORK-NAME TO WS-AM-NAME(WS-ACCT-USED)
                   MOVE 'Y' TO WS-AM-ACTIVE(WS-ACCT-USED)
                   MOVE WS-WORK-TYPE TO WS-AM-TYPE(WS-ACCT-USED)
                   DISPLAY "Account " WS-WORK-ACCOUNT " added"
               END-IF
           END-IF.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "ACCT MAINT CODE=" DELIMITED BY SIZE
               WS-WORK-ACCOUNT DELIMITED BY SIZE
               " TYPE=" DELIMITED BY SIZE
               WS-WORK-TYPE DELIMITED BY SIZE
               " NAME=" DELIMITED BY SIZE
               WS-WORK-NAME DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
                       UNTIL WS-ACCT-SUB > WS-ACCT-USED
                   DISPLAY WS-AM-ACCOUNT(WS-ACCT-SUB) " "
                       WS-AM-NAME(WS-ACCT-SUB) " "
                       WS-AM-ACTIVE(WS-ACCT-SUB) " "
                       WS-AM-TYPE(WS-ACCT-SUB)
               END-PERFORM
           END-IF.

           IF ACCT-FOUND
               DISPLAY "Found " WS-AM-ACCOUNT(WS-ACCT-SUB) " "
                   WS-AM-NAME(WS-ACCT-SUB) " active "
                   WS-AM-ACTIVE(WS-ACCT-SUB) " type "
                   WS-AM-TYPE(WS-ACCT-SUB)
           ELSE
               DISPLAY WS-WORK-ACCOUNT " was not found in the table"
           END-IF.

      * The chart numbers balance-sheet accounts below 4000 and
      * income and expense from 4000 up.
           DEFAULT-ACCOUNT-TYPE.
           IF WS-WORK-ACCOUNT < 4000
               MOVE 'B' TO WS-WORK-TYPE
           ELSE
               MOVE 'P' TO WS-WORK-TYPE
           END-IF.

           SAVE-TABLE.
           OPEN OUTPUT ACCOUNT-FILE.
           IF NOT ACCT-OK
               MOVE WS-AM-ACCOUNT(WS-ACCT-SUB) TO AM-ACCOUNT
               MOVE WS-AM-NAME(WS-ACCT-SUB) TO AM-NAME
               MOVE WS-AM-ACTIVE(WS-ACCT-SUB) TO AM-ACTIVE
               MOVE WS-AM-TYPE(WS-ACCT-SUB) TO AM-TYPE
               WRITE ACCOUNT-RECORD
           END-PERFORM.
           CLOSE ACCOUNT-FILE.
