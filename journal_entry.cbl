      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manual journal voucher entry. After an OPERCHK
      *          sign-on the operator enters a voucher - a posting
      *          date and lines of account, debit or credit amount,
      *          and narrative - each account checked active on
      *          ACCTFILE and the date checked against an open or
      *          grace period on PERIODS. The voucher is only saved
      *          to JVFILE under the next voucher number when its
      *          debits equal its credits. A voucher with any line
      *          over the APPPARM approval threshold is saved held
      *          for a checker in HELDAPPR; any other is saved
      *          approved, and JRNLREL releases it to the ledger.
      *          Vouchers can be looked up by number.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; ledger corrections had been
      *                keyed straight onto TRANIN with nothing to
      *                prove they balanced or who had raised them.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      *   2026-10-15 - ACCOUNT-RECORD comes from the ACCTREC copybook;
      *                ACCTFILE is read with the account type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO "JVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JV-KEY
               FILE STATUS IS WS-JV-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT APPROVAL-PARAM-FILE ASSIGN TO "APPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY VOUCHREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PD-PERIOD             PIC X(6).
           05 PD-STATUS             PIC X(1).
       FD  APPROVAL-PARAM-FILE.
       01  APPROVAL-PARAM-RECORD.
           05 AP-THRESHOLD          PIC 9(7)V99.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
           01 WS-JV-STATUS          PIC X(2).
               88 JV-OK                 VALUES "00", "02", "05".
               88 JV-EOF                VALUE "10".
               88 JV-NOT-FOUND          VALUE "35".
           01 WS-ACCT-STATUS        PIC X(2).
               88 ACCT-OK               VALUE "00".
               88 ACCT-EOF              VALUE "10".
           01 WS-PERIOD-STATUS      PIC X(2).
               88 PERIOD-OK             VALUE "00".
               88 PERIOD-EOF            VALUE "10".
           01 WS-APPARM-STATUS      PIC X(2).
               88 APPARM-OK             VALUE "00".
      * The active accounts on ACCTFILE, read once per session. With
      * no ACCTFILE the accounts cannot be checked and are accepted;
      * ADDTWO checks them again when the voucher is posted.
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
      * The periods open for posting (O) or in their grace days (G),
      * as ADDTWO accepts them. With no PERIODS file every date is
      * accepted, as it is in ADDTWO.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 60 TIMES.
                   10 WS-PE-PERIOD      PIC X(6).
           01 WS-PERIOD-USED        PIC 9(2) VALUE 0.
           01 WS-PERIOD-SUB         PIC 9(2).
           01 WS-PERIOD-LOADED      PIC X VALUE 'N'.
               88 PERIODS-LOADED        VALUE 'Y'.
           01 WS-PERIOD-CHECK       PIC X VALUE 'N'.
               88 PERIOD-OPEN           VALUE 'Y'.
           01 WS-THRESHOLD          PIC 9(7)V99 VALUE 0.
           01 WS-THRESHOLD-ON       PIC X VALUE 'N'.
               88 THRESHOLD-ACTIVE      VALUE 'Y'.
      * The voucher being entered; nothing reaches JVFILE until it
      * balances and the operator saves it.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 20 TIMES.
                   10 WS-LN-ACCOUNT     PIC 9(4).
                   10 WS-LN-SIDE        PIC X(1).
                   10 WS-LN-AMOUNT      PIC 9(7)V99.
                   10 WS-LN-NARRATIVE   PIC X(30).
           01 WS-LINE-COUNT         PIC 9(2) VALUE 0.
           01 WS-LINE-SUB           PIC 9(2).
           01 WS-NEXT-LINE          PIC 9(2).
           01 WS-LINES-DONE         PIC X VALUE 'N'.
               88 LINES-DONE            VALUE 'Y'.
           01 WS-VOUCHER-DONE       PIC X VALUE 'N'.
               88 VOUCHER-DONE          VALUE 'Y'.
           01 WS-VOUCHER-HELD       PIC X VALUE 'N'.
               88 VOUCHER-IS-HELD       VALUE 'Y'.
           01 WS-DEBIT-TOTAL        PIC 9(9)V99 VALUE 0.
           01 WS-CREDIT-TOTAL       PIC 9(9)V99 VALUE 0.
           01 WS-WORK-VOUCHER       PIC 9(6).
           01 WS-WORK-POST-DATE     PIC X(8).
           01 WS-WORK-ACCOUNT       PIC 9(4).
           01 WS-WORK-SIDE          PIC X(1).
               88 SIDE-DEBIT            VALUES 'D', 'd'.
               88 SIDE-CREDIT           VALUES 'C', 'c'.
           01 WS-WORK-AMOUNT        PIC 9(7)V99.
           01 WS-WORK-NARRATIVE     PIC X(30).
           01 WS-VOUCHER-ACTION     PIC X(1).
               88 ACTION-SAVE           VALUES 'S', 's'.
               88 ACTION-DROP-LINE      VALUES 'D', 'd'.
               88 ACTION-ABANDON        VALUES 'A', 'a'.
           01 WS-VOUCHER-END        PIC X VALUE 'N'.
               88 VOUCHER-END           VALUE 'Y'.
           01 WS-AMOUNT-DISP        PIC ZZ,ZZZ,ZZ9.99.
           01 WS-TOTAL-DISP         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AUDIT-AMOUNT       PIC Z(8)9.99.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-ENTER          VALUE 1.
               88 CHOICE-INQUIRE        VALUE 2.
               88 CHOICE-DONE           VALUE 9.
           01 WS-TODAY              PIC X(8).
           01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-VOUCHER-FILE.
           PERFORM LOAD-APPROVAL-THRESHOLD.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Enter a journal voucher  "
                   "2 = Voucher inquiry  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ENTER
                       PERFORM ENTER-VOUCHER-PARA
                   WHEN CHOICE-INQUIRE
                       PERFORM INQUIRY-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           CLOSE VOUCHER-FILE.
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

      * JVFILE is created empty the first time it is opened.
           OPEN-VOUCHER-FILE.
           OPEN I-O VOUCHER-FILE.
           IF JV-NOT-FOUND
               OPEN OUTPUT VOUCHER-FILE
               CLOSE VOUCHER-FILE
               OPEN I-O VOUCHER-FILE
           END-IF.
           IF NOT JV-OK
               MOVE "JRNLENT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN JVFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-JV-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

      * The same threshold ADDTWO holds single postings at; with no
      * APPPARM, or a nil threshold, no voucher is held.
           LOAD-APPROVAL-THRESHOLD.
           MOVE 'N' TO WS-THRESHOLD-ON.
           OPEN INPUT APPROVAL-PARAM-FILE.
           IF APPARM-OK
               READ APPROVAL-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-THRESHOLD IS NUMERIC
                               AND AP-THRESHOLD > 0
                           MOVE AP-THRESHOLD TO WS-THRESHOLD
                           SET THRESHOLD-ACTIVE TO TRUE
                       END-IF
               END-READ
               CLOSE APPROVAL-PARAM-FILE
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

           LOAD-PERIODS.
           IF NOT PERIODS-LOADED
               MOVE 0 TO WS-PERIOD-USED
               OPEN INPUT PERIOD-FILE
               IF PERIOD-OK
                   PERFORM UNTIL PERIOD-EOF
                       READ PERIOD-FILE
                           AT END
                               SET PERIOD-EOF TO TRUE
                           NOT AT END
                               IF (PD-STATUS = 'O' OR PD-STATUS = 'G')
                                       AND WS-PERIOD-USED < 60
                                   ADD 1 TO WS-PERIOD-USED
                                   MOVE PD-PERIOD
                                     TO WS-PE-PERIOD(WS-PERIOD-USED)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-FILE
                   SET PERIODS-LOADED TO TRUE
               END-IF
           END-IF.

      * Sets PERIOD-OPEN when the month of WS-WORK-POST-DATE is open
      * or in grace, or when there is no PERIODS file.
           CHECK-PERIOD.
           PERFORM LOAD-PERIODS.
           MOVE 'N' TO WS-PERIOD-CHECK.
           IF NOT PERIODS-LOADED
               SET PERIOD-OPEN TO TRUE
           ELSE
               PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB > WS-PERIOD-USED
                           OR PERIOD-OPEN
                   IF WS-PE-PERIOD(WS-PERIOD-SUB)
                           = WS-WORK-POST-DATE(1:6)
                       SET PERIOD-OPEN TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * One posting date for the whole voucher; lines are taken until
      * an account of 0000 or the 20th line, then the operator saves,
      * drops the last line, adds more lines, or abandons. Saving is
      * refused until the debits equal the credits.
           ENTER-VOUCHER-PARA.
           DISPLAY "Posting date (YYYYMMDD): ".
           ACCEPT WS-WORK-POST-DATE.
           IF WS-WORK-POST-DATE IS NOT NUMERIC
               DISPLAY "Posting date must be 8 digits, YYYYMMDD"
           ELSE
               PERFORM CHECK-PERIOD
               IF NOT PERIOD-OPEN
                   DISPLAY "Posting date " WS-WORK-POST-DATE
                       " is not in an open period"
               ELSE
                   MOVE 0 TO WS-LINE-COUNT WS-DEBIT-TOTAL
                       WS-CREDIT-TOTAL
                   MOVE 'N' TO WS-VOUCHER-DONE
                   PERFORM UNTIL VOUCHER-DONE
                       PERFORM TAKE-VOUCHER-LINES
                       PERFORM FINISH-VOUCHER
                   END-PERFORM
               END-IF
           END-IF.

           TAKE-VOUCHER-LINES.
           MOVE 'N' TO WS-LINES-DONE.
           PERFORM UNTIL LINES-DONE
               IF WS-LINE-COUNT = 20
                   DISPLAY "Voucher is full at 20 lines"
                   SET LINES-DONE TO TRUE
               ELSE
                   COMPUTE WS-NEXT-LINE = WS-LINE-COUNT + 1
                   DISPLAY "Line " WS-NEXT-LINE
                       " account (0 to finish): "
                   ACCEPT WS-WORK-ACCOUNT
                   IF WS-WORK-ACCOUNT = 0
                       SET LINES-DONE TO TRUE
                   ELSE
                       PERFORM ENTER-VOUCHER-LINE
                   END-IF
               END-IF
           END-PERFORM.

           ENTER-VOUCHER-LINE.
           PERFORM CHECK-ACCOUNT.
           IF ACCOUNT-UNKNOWN
               DISPLAY "Account " WS-WORK-ACCOUNT " is not an "
                   "active account on ACCTFILE"
           ELSE
               DISPLAY "D = debit  C = credit: "
               ACCEPT WS-WORK-SIDE
               DISPLAY "Amount (pounds.pence): "
               ACCEPT WS-WORK-AMOUNT
               DISPLAY "Narrative: "
               ACCEPT WS-WORK-NARRATIVE
               IF NOT SIDE-DEBIT AND NOT SIDE-CREDIT
                   DISPLAY "Side must be D or C, line not taken"
               ELSE
               IF WS-WORK-AMOUNT = 0
                   DISPLAY "Amount must be above zero, line not taken"
               ELSE
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-WORK-ACCOUNT
                       TO WS-LN-ACCOUNT(WS-LINE-COUNT)
                   MOVE WS-WORK-AMOUNT TO WS-LN-AMOUNT(WS-LINE-COUNT)
                   MOVE WS-WORK-NARRATIVE
                       TO WS-LN-NARRATIVE(WS-LINE-COUNT)
                   IF SIDE-DEBIT
                       MOVE 'D' TO WS-LN-SIDE(WS-LINE-COUNT)
                       ADD WS-WORK-AMOUNT TO WS-DEBIT-TOTAL
                   ELSE
                       MOVE 'C' TO WS-LN-SIDE(WS-LINE-COUNT)
                       ADD WS-WORK-AMOUNT TO WS-CREDIT-TOTAL
                   END-IF
               END-IF
               END-IF
           END-IF.

           FINISH-VOUCHER.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISP.
           DISPLAY WS-LINE-COUNT " line(s)  debits " WS-TOTAL-DISP.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP.
           DISPLAY "           credits " WS-TOTAL-DISP.
           DISPLAY "S = Save  D = Drop last line  A = Abandon  "
               "other = more lines: ".
           ACCEPT WS-VOUCHER-ACTION.
           EVALUATE TRUE
               WHEN ACTION-SAVE
                   IF WS-LINE-COUNT < 2
                       DISPLAY "A voucher needs at least two lines, "
                           "not saved"
                   ELSE
                   IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                       DISPLAY "Debits do not equal credits, "
                           "voucher not saved"
                   ELSE
                       PERFORM SAVE-VOUCHER
                       SET VOUCHER-DONE TO TRUE
                   END-IF
                   END-IF
               WHEN ACTION-DROP-LINE
                   IF WS-LINE-COUNT > 0
                       IF WS-LN-SIDE(WS-LINE-COUNT) = 'D'
                           SUBTRACT WS-LN-AMOUNT(WS-LINE-COUNT)
                               FROM WS-DEBIT-TOTAL
                       ELSE
                           SUBTRACT WS-LN-AMOUNT(WS-LINE-COUNT)
                               FROM WS-CREDIT-TOTAL
                       END-IF
                       DISPLAY "Line " WS-LINE-COUNT " dropped"
                       SUBTRACT 1 FROM WS-LINE-COUNT
                   END-IF
               WHEN ACTION-ABANDON
                   DISPLAY "Voucher abandoned, nothing saved"
                   SET VOUCHER-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Every line of the voucher carries the same status: held for
      * a checker when any line is over the threshold, otherwise
      * approved for release.
           SAVE-VOUCHER.
           MOVE 'N' TO WS-VOUCHER-HELD.
           IF THRESHOLD-ACTIVE
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   IF WS-LN-AMOUNT(WS-LINE-SUB) > WS-THRESHOLD
                       SET VOUCHER-IS-HELD TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM NEXT-VOUCHER-NUMBER.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE WS-WORK-VOUCHER TO JV-VOUCHER-NO
               MOVE WS-LINE-SUB TO JV-LINE-NO
               IF VOUCHER-IS-HELD
                   SET JV-HELD TO TRUE
               ELSE
                   SET JV-APPROVED TO TRUE
               END-IF
               MOVE WS-WORK-POST-DATE TO JV-POST-DATE
               MOVE WS-LN-ACCOUNT(WS-LINE-SUB) TO JV-ACCOUNT
               MOVE WS-LN-SIDE(WS-LINE-SUB) TO JV-SIDE
               MOVE WS-LN-AMOUNT(WS-LINE-SUB) TO JV-AMOUNT
               MOVE WS-LN-NARRATIVE(WS-LINE-SUB) TO JV-NARRATIVE
               MOVE WS-OPERATOR-ID TO JV-MAKER
               MOVE WS-TODAY TO JV-ENTERED-DATE
               MOVE SPACES TO JV-CHECKER JV-DECIDED-DATE
                   JV-RELEASED-DATE
               WRITE VOUCHER-LINE-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO ADD TO JVFILE"
                           TO WS-ERROR-MSG
                       PERFORM VOUCHER-UPDATE-FAILED
               END-WRITE
           END-PERFORM.
           IF VOUCHER-IS-HELD
               DISPLAY "Voucher " WS-WORK-VOUCHER " saved, held for "
                   "approval in HELDAPPR"
           ELSE
               DISPLAY "Voucher " WS-WORK-VOUCHER " saved and "
                   "approved for release"
           END-IF.
           MOVE WS-DEBIT-TOTAL TO WS-AUDIT-AMOUNT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "JV SAVED NO=" DELIMITED BY SIZE
               WS-WORK-VOUCHER DELIMITED BY SIZE
               " LINES=" DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               " AMT=" DELIMITED BY SIZE
               WS-AUDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           IF VOUCHER-IS-HELD
               MOVE " HELD" TO WS-AUDIT-DETAIL(45:5)
           END-IF.
           CALL 'AUDITLOG' USING "JRNLENT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

      * One past the highest voucher number on file.
           NEXT-VOUCHER-NUMBER.
           MOVE 0 TO WS-WORK-VOUCHER.
           MOVE LOW-VALUES TO JV-KEY.
           MOVE SPACES TO WS-JV-STATUS.
           START VOUCHER-FILE KEY IS NOT LESS THAN JV-KEY
               INVALID KEY
                   SET JV-EOF TO TRUE
           END-START.
           PERFORM UNTIL JV-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET JV-EOF TO TRUE
                   NOT AT END
                       MOVE JV-VOUCHER-NO TO WS-WORK-VOUCHER
               END-READ
           END-PERFORM.
           ADD 1 TO WS-WORK-VOUCHER.

           INQUIRY-PARA.
           DISPLAY "Voucher number: ".
           ACCEPT WS-WORK-VOUCHER.
           MOVE 0 TO WS-LINE-COUNT WS-DEBIT-TOTAL WS-CREDIT-TOTAL.
           MOVE 'N' TO WS-VOUCHER-END.
           MOVE WS-WORK-VOUCHER TO JV-VOUCHER-NO.
           MOVE 0 TO JV-LINE-NO.
           START VOUCHER-FILE KEY IS NOT LESS THAN JV-KEY
               INVALID KEY
                   SET VOUCHER-END TO TRUE
           END-START.
           PERFORM UNTIL VOUCHER-END
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET VOUCHER-END TO TRUE
                   NOT AT END
                       IF JV-VOUCHER-NO NOT = WS-WORK-VOUCHER
                           SET VOUCHER-END TO TRUE
                       ELSE
                           PERFORM SHOW-VOUCHER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LINE-COUNT = 0
               DISPLAY "Voucher " WS-WORK-VOUCHER " is not on file"
           ELSE
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISP
               DISPLAY "Debits " WS-TOTAL-DISP
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP
               DISPLAY "Credits " WS-TOTAL-DISP
           END-IF.

           SHOW-VOUCHER-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT = 1
               EVALUATE TRUE
                   WHEN JV-HELD
                       DISPLAY "Voucher " JV-VOUCHER-NO
                           " HELD FOR APPROVAL"
                   WHEN JV-APPROVED
                       DISPLAY "Voucher " JV-VOUCHER-NO
                           " APPROVED, NOT YET RELEASED"
                   WHEN JV-RELEASED
                       DISPLAY "Voucher " JV-VOUCHER-NO
                           " RELEASED ON " JV-RELEASED-DATE
                   WHEN JV-REJECTED
                       DISPLAY "Voucher " JV-VOUCHER-NO
                           " REJECTED ON " JV-DECIDED-DATE
               END-EVALUATE
               DISPLAY "Posting date " JV-POST-DATE
                   "  entered by " JV-MAKER " on " JV-ENTERED-DATE
               IF JV-CHECKER NOT = SPACES
                   DISPLAY "Checked by " JV-CHECKER
               END-IF
           END-IF.
           MOVE JV-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY JV-LINE-NO " " JV-ACCOUNT " " JV-SIDE " "
               WS-AMOUNT-DISP " " JV-NARRATIVE.
           IF JV-DEBIT
               ADD JV-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD JV-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

           VOUCHER-UPDATE-FAILED.
           MOVE "JRNLENT " TO WS-ERROR-PGM.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

           COPY ERRHAND.
       END PROGRAM JOURNAL-ENTRY.
