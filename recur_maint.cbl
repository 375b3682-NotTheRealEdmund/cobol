      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recurring transaction schedule maintenance. A
      *          supervisor sets up a schedule on the keyed RECURFIL
      *          - the ACCTFILE account, the amount and side, the
      *          currency, how often it falls due (weekly, monthly or
      *          quarterly) and the start and end dates - and later
      *          amends its description, amount or end date, or
      *          suspends, resumes or ends it. Any signed-on operator
      *          may look at a schedule or list them all. The
      *          postings themselves are made by RECURGEN in the
      *          nightly chain. Every change is logged on AUDITTRL.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; standing monthly and quarterly
      *                charges were keyed by hand each time they fell
      *                due.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      *   2026-10-15 - ACCOUNT-RECORD comes from the ACCTREC copybook;
      *                ACCTFILE is read with the account type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-FILE ASSIGN TO "RECURFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS WS-RECUR-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-FILE.
           COPY RECURREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
           01 WS-RECUR-STATUS       PIC X(2).
               88 RECUR-OK              VALUES "00", "02", "05".
               88 RECUR-EOF             VALUE "10".
               88 RECUR-NOT-FOUND       VALUE "35".
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
           01 WS-WORK-ID            PIC X(6).
           01 WS-WORK-DESCRIPTION   PIC X(20).
           01 WS-WORK-ACCOUNT       PIC 9(4).
      * One posting record carries two amounts of up to 99,999.99,
      * so a schedule is held to what fits in one record.
           01 WS-WORK-AMOUNT        PIC 9(6)V99.
           01 WS-MAX-AMOUNT         PIC 9(6)V99 VALUE 199999.98.
           01 WS-WORK-SIDE          PIC X(1).
               88 SIDE-DEBIT            VALUES 'D', 'd'.
               88 SIDE-CREDIT           VALUES 'C', 'c'.
           01 WS-WORK-CURRENCY      PIC X(3).
           01 WS-WORK-FREQUENCY     PIC X(1).
               88 FREQUENCY-VALID       VALUES 'W', 'M', 'Q'.
           01 WS-WORK-START         PIC X(8).
           01 WS-WORK-END           PIC X(8).
           01 WS-WORK-STATUS        PIC X(1).
               88 STATUS-VALID          VALUES 'A', 'S', 'E'.
           01 WS-DATE-TEST          PIC 9(8).
           01 WS-DATE-CHECK         PIC X VALUE 'N'.
               88 DATE-VALID            VALUE 'Y'.
           01 WS-ON-FILE            PIC X VALUE 'N'.
               88 SCHEDULE-ON-FILE      VALUE 'Y'.
           01 WS-LIST-COUNT         PIC 9(5) VALUE 0.
           01 WS-AMOUNT-DISP        PIC ZZZ,ZZ9.99.
           01 WS-AUDIT-AMOUNT       PIC Z(5)9.99.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-ADD            VALUE 1.
               88 CHOICE-AMEND          VALUE 2.
               88 CHOICE-INQUIRE        VALUE 3.
               88 CHOICE-LIST           VALUE 4.
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
           PERFORM OPEN-RECURRING-FILE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Add a schedule  2 = Amend a schedule"
               DISPLAY "3 = Schedule inquiry  4 = List schedules  "
                   "9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-SCHEDULE-PARA
                   WHEN CHOICE-AMEND
                       PERFORM AMEND-SCHEDULE-PARA
                   WHEN CHOICE-INQUIRE
                       PERFORM INQUIRY-PARA
                   WHEN CHOICE-LIST
                       PERFORM LIST-SCHEDULES-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           CLOSE RECURRING-FILE.
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

      * RECURFIL is created empty the first time it is opened.
           OPEN-RECURRING-FILE.
           OPEN I-O RECURRING-FILE.
           IF RECUR-NOT-FOUND
               OPEN OUTPUT RECURRING-FILE
               CLOSE RECURRING-FILE
               OPEN I-O RECURRING-FILE
           END-IF.
           IF NOT RECUR-OK
               MOVE "RECURMNT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RECURFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-RECUR-STATUS DELIMITED BY SIZE
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

      * Sets DATE-VALID when WS-DATE-TEST is a real calendar date.
           CHECK-DATE.
           MOVE 'N' TO WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TEST) = 0
               SET DATE-VALID TO TRUE
           END-IF.

           READ-SCHEDULE.
           MOVE WS-WORK-ID TO SC-ID.
           READ RECURRING-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
           END-READ.

      * A new schedule starts today or later, so setting one up never
      * back-posts into a period that may already be closed. The
      * first posting falls due on the start date.
           ADD-SCHEDULE-PARA.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Adding a schedule needs a supervisor sign-on"
           ELSE
               DISPLAY "Schedule id: "
               ACCEPT WS-WORK-ID
               PERFORM READ-SCHEDULE
               IF WS-WORK-ID = SPACES
                   DISPLAY "Schedule id must not be blank"
               ELSE
               IF SCHEDULE-ON-FILE
                   DISPLAY "Schedule " WS-WORK-ID " is already on "
                       "file"
               ELSE
                   PERFORM TAKE-NEW-SCHEDULE
               END-IF
               END-IF
           END-IF.

           TAKE-NEW-SCHEDULE.
           DISPLAY "Description: ".
           ACCEPT WS-WORK-DESCRIPTION.
           DISPLAY "Account: ".
           ACCEPT WS-WORK-ACCOUNT.
           DISPLAY "Amount (pounds.pence): ".
           ACCEPT WS-WORK-AMOUNT.
           DISPLAY "D = debit  C = credit: ".
           ACCEPT WS-WORK-SIDE.
           DISPLAY "Currency (blank for sterling): ".
           ACCEPT WS-WORK-CURRENCY.
           DISPLAY "W = weekly  M = monthly  Q = quarterly: ".
           ACCEPT WS-WORK-FREQUENCY.
           DISPLAY "Start date (YYYYMMDD): ".
           ACCEPT WS-WORK-START.
           DISPLAY "End date (YYYYMMDD, blank for no end): ".
           ACCEPT WS-WORK-END.
           IF WS-WORK-END = SPACES
               MOVE ZEROES TO WS-WORK-END
           END-IF.
           PERFORM CHECK-ACCOUNT.
           IF ACCOUNT-UNKNOWN
               DISPLAY "Account " WS-WORK-ACCOUNT " is not an "
                   "active account on ACCTFILE"
           ELSE
           IF WS-WORK-AMOUNT = 0 OR WS-WORK-AMOUNT > WS-MAX-AMOUNT
               DISPLAY "Amount must be from 0.01 to 199,999.98"
           ELSE
           IF NOT SIDE-DEBIT AND NOT SIDE-CREDIT
               DISPLAY "Side must be D or C"
           ELSE
           IF WS-WORK-CURRENCY NOT = SPACES
                   AND (WS-WORK-CURRENCY IS NOT ALPHABETIC-UPPER
                       OR WS-WORK-CURRENCY(3:1) = SPACE)
               DISPLAY "Currency must be a three-letter code"
           ELSE
           IF NOT FREQUENCY-VALID
               DISPLAY "Frequency must be W, M or Q"
           ELSE
               PERFORM CHECK-SCHEDULE-DATES
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           CHECK-SCHEDULE-DATES.
           MOVE 'N' TO WS-DATE-CHECK.
           IF WS-WORK-START IS NUMERIC
               MOVE WS-WORK-START TO WS-DATE-TEST
               PERFORM CHECK-DATE
           END-IF.
           IF NOT DATE-VALID
               DISPLAY "Start date must be a date, YYYYMMDD"
           ELSE
           IF WS-WORK-START < WS-TODAY
               DISPLAY "Start date must not be before today"
           ELSE
               MOVE 'Y' TO WS-DATE-CHECK
               IF WS-WORK-END NOT = ZEROES
                   MOVE 'N' TO WS-DATE-CHECK
                   IF WS-WORK-END IS NUMERIC
                       MOVE WS-WORK-END TO WS-DATE-TEST
                       PERFORM CHECK-DATE
                   END-IF
               END-IF
               IF NOT DATE-VALID
                   DISPLAY "End date must be a date, YYYYMMDD"
               ELSE
               IF WS-WORK-END NOT = ZEROES
                       AND WS-WORK-END < WS-WORK-START
                   DISPLAY "End date must not be before the start "
                       "date"
               ELSE
                   PERFORM WRITE-NEW-SCHEDULE
               END-IF
               END-IF
           END-IF
           END-IF.

           WRITE-NEW-SCHEDULE.
           MOVE WS-WORK-ID TO SC-ID.
           MOVE WS-WORK-DESCRIPTION TO SC-DESCRIPTION.
           MOVE WS-WORK-ACCOUNT TO SC-ACCOUNT.
           MOVE WS-WORK-AMOUNT TO SC-AMOUNT.
           IF SIDE-CREDIT
               SET SC-CREDIT TO TRUE
           ELSE
               SET SC-DEBIT TO TRUE
           END-IF.
           MOVE WS-WORK-CURRENCY TO SC-CURRENCY.
           MOVE WS-WORK-FREQUENCY TO SC-FREQUENCY.
           MOVE WS-WORK-START TO SC-START-DATE.
           MOVE WS-WORK-END TO SC-END-DATE.
           MOVE WS-WORK-START TO SC-NEXT-DUE.
           SET SC-ACTIVE TO TRUE.
           MOVE 0 TO SC-LAST-POSTED.
           MOVE WS-OPERATOR-ID TO SC-UPDATED-BY.
           MOVE WS-TODAY TO SC-UPDATED-DATE.
           WRITE RECURRING-RECORD
               INVALID KEY
                   MOVE "UNABLE TO ADD TO RECURFIL" TO WS-ERROR-MSG
                   PERFORM RECURRING-UPDATE-FAILED
           END-WRITE.
           DISPLAY "Schedule " SC-ID " added, first due " SC-NEXT-DUE.
           MOVE SC-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "RECUR ADD ID=" DELIMITED BY SIZE
               SC-ID DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               SC-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SC-FREQUENCY DELIMITED BY SIZE
               " AMT=" DELIMITED BY SIZE
               WS-AUDIT-AMOUNT DELIMITED BY SIZE
               SC-TYPE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "RECURMNT", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

      * The account, side, currency, frequency and start date are
      * fixed once set up; a schedule that needs one of those changed
      * is ended and a new one added. A blank answer keeps the value
      * on file. Resuming a suspended schedule posts only from the
      * next due date on, the dates passed while it was suspended
      * having been stepped over by RECURGEN.
           AMEND-SCHEDULE-PARA.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Amending a schedule needs a supervisor sign-on"
           ELSE
               DISPLAY "Schedule id: "
               ACCEPT WS-WORK-ID
               PERFORM READ-SCHEDULE
               IF NOT SCHEDULE-ON-FILE
                   DISPLAY "Schedule " WS-WORK-ID " is not on file"
               ELSE
               IF SC-ENDED
                   DISPLAY "Schedule " WS-WORK-ID " has ended"
               ELSE
                   PERFORM DISPLAY-SCHEDULE
                   PERFORM TAKE-SCHEDULE-CHANGES
               END-IF
               END-IF
           END-IF.

           TAKE-SCHEDULE-CHANGES.
           DISPLAY "New description (blank to keep): ".
           ACCEPT WS-WORK-DESCRIPTION.
           DISPLAY "New amount (0 to keep): ".
           ACCEPT WS-WORK-AMOUNT.
           DISPLAY "New end date (YYYYMMDD, blank to keep): ".
           ACCEPT WS-WORK-END.
           DISPLAY "A = active  S = suspended  E = ended "
               "(blank to keep): ".
           ACCEPT WS-WORK-STATUS.
           MOVE 'Y' TO WS-DATE-CHECK.
           IF WS-WORK-END NOT = SPACES
               MOVE 'N' TO WS-DATE-CHECK
               IF WS-WORK-END IS NUMERIC
                   MOVE WS-WORK-END TO WS-DATE-TEST
                   PERFORM CHECK-DATE
               END-IF
           END-IF.
           IF WS-WORK-AMOUNT > WS-MAX-AMOUNT
               DISPLAY "Amount must not be over 199,999.98, schedule "
                   "not changed"
           ELSE
           IF NOT DATE-VALID
               DISPLAY "End date must be a date, YYYYMMDD, schedule "
                   "not changed"
           ELSE
           IF WS-WORK-END NOT = SPACES
                   AND WS-WORK-END < SC-START-DATE
               DISPLAY "End date must not be before the start date, "
                   "schedule not changed"
           ELSE
           IF WS-WORK-STATUS NOT = SPACE AND NOT STATUS-VALID
               DISPLAY "Status must be A, S or E, schedule not changed"
           ELSE
               PERFORM SAVE-SCHEDULE-CHANGES
           END-IF
           END-IF
           END-IF
           END-IF.

           SAVE-SCHEDULE-CHANGES.
           IF WS-WORK-DESCRIPTION NOT = SPACES
               MOVE WS-WORK-DESCRIPTION TO SC-DESCRIPTION
           END-IF.
           IF WS-WORK-AMOUNT > 0
               MOVE WS-WORK-AMOUNT TO SC-AMOUNT
           END-IF.
           IF WS-WORK-END NOT = SPACES
               MOVE WS-WORK-END TO SC-END-DATE
           END-IF.
           IF WS-WORK-STATUS NOT = SPACE
               MOVE WS-WORK-STATUS TO SC-STATUS
           END-IF.
           MOVE WS-OPERATOR-ID TO SC-UPDATED-BY.
           MOVE WS-TODAY TO SC-UPDATED-DATE.
           REWRITE RECURRING-RECORD
               INVALID KEY
                   MOVE "UNABLE TO REWRITE RECURFIL" TO WS-ERROR-MSG
                   PERFORM RECURRING-UPDATE-FAILED
           END-REWRITE.
           DISPLAY "Schedule saved".
           MOVE SC-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "RECUR AMEND ID=" DELIMITED BY SIZE
               SC-ID DELIMITED BY SIZE
               " AMT=" DELIMITED BY SIZE
               WS-AUDIT-AMOUNT DELIMITED BY SIZE
               " END=" DELIMITED BY SIZE
               SC-END-DATE DELIMITED BY SIZE
               " ST=" DELIMITED BY SIZE
               SC-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "RECURMNT", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

           INQUIRY-PARA.
           DISPLAY "Schedule id: ".
           ACCEPT WS-WORK-ID.
           PERFORM READ-SCHEDULE.
           IF NOT SCHEDULE-ON-FILE
               DISPLAY "Schedule " WS-WORK-ID " is not on file"
           ELSE
               PERFORM DISPLAY-SCHEDULE
           END-IF.

           DISPLAY-SCHEDULE.
           MOVE SC-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY SC-ID " " SC-DESCRIPTION " ACCT " SC-ACCOUNT
               " " WS-AMOUNT-DISP " " SC-TYPE " " SC-CURRENCY.
           DISPLAY "  FREQ " SC-FREQUENCY " START " SC-START-DATE
               " END " SC-END-DATE " NEXT DUE " SC-NEXT-DUE
               " STATUS " SC-STATUS.
           DISPLAY "  LAST POSTED " SC-LAST-POSTED " UPDATED BY "
               SC-UPDATED-BY " ON " SC-UPDATED-DATE.

           LIST-SCHEDULES-PARA.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO SC-ID.
           START RECURRING-FILE KEY IS NOT LESS THAN SC-ID
               INVALID KEY
                   SET RECUR-EOF TO TRUE
           END-START.
           PERFORM UNTIL RECUR-EOF
               READ RECURRING-FILE NEXT RECORD
                   AT END
                       SET RECUR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM DISPLAY-SCHEDULE
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-RECUR-STATUS.
           DISPLAY WS-LIST-COUNT " schedule(s) on file".

           RECURRING-UPDATE-FAILED.
           MOVE "RECURMNT" TO WS-ERROR-PGM.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

           COPY ERRHAND.
       END PROGRAM RECUR-MAINT.
