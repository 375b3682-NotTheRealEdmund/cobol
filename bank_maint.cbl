      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee bank-details maintenance. A supervisor signs
      *          on through OPERCHK and adds, updates, removes, lists,
      *          or looks up the sort code and account number each
      *          employee's net pay is sent to, held on BANKDET apart
      *          from the employee master so the ordinary SIMPLIO
      *          operators never see or change them. The table is
      *          saved back to the file after each change and every
      *          change is audited with the operator's id. PAYROLL
      *          reads the file to build the bank payment file.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, with the bank payment file
      *                from the payroll run.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DETAIL-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-DETAIL-FILE ASSIGN TO "BANKDET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-DETAIL-FILE.
       01  BANK-DETAIL-RECORD.
           05 BD-EMP-ID             PIC 9(6).
           05 BD-SORT-CODE          PIC 9(6).
           05 BD-ACCOUNT-NO         PIC 9(8).
           05 BD-ACCOUNT-NAME       PIC X(18).
       WORKING-STORAGE SECTION.
           01 WS-BANK-TABLE.
               05 WS-BANK-ENTRY OCCURS 200 TIMES.
                   10 WS-BD-EMP-ID      PIC 9(6).
                   10 WS-BD-SORT-CODE   PIC 9(6).
                   10 WS-BD-ACCOUNT-NO  PIC 9(8).
                   10 WS-BD-ACCOUNT-NAME PIC X(18).
           01 WS-BANK-USED          PIC 9(3) VALUE 0.
           01 WS-BANK-SUB           PIC 9(3).
           01 WS-BANK-STATUS        PIC X(2).
               88 BANK-OK               VALUE "00".
               88 BANK-EOF              VALUE "10".
           01 WS-WORK-EMP-ID        PIC 9(6).
           01 WS-WORK-SORT-CODE     PIC 9(6).
           01 WS-WORK-ACCOUNT-NO    PIC 9(8).
           01 WS-WORK-ACCOUNT-NAME  PIC X(18).
           01 WS-FOUND              PIC X VALUE 'N'.
               88 BANK-FOUND            VALUE 'Y'.
           01 WS-CHANGED            PIC X VALUE 'N'.
               88 TABLE-CHANGED         VALUE 'Y'.
           01 WS-CONFIRM            PIC X VALUE 'N'.
               88 CHANGE-CONFIRMED      VALUE 'Y', 'y'.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-ADD-UPDATE     VALUE 1.
               88 CHOICE-REMOVE         VALUE 2.
               88 CHOICE-LIST           VALUE 3.
               88 CHOICE-LOOKUP         VALUE 4.
               88 CHOICE-DONE           VALUE 9.
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
               88 OPERATOR-IS-SUPER     VALUE 2.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           01 WS-AUDIT-DETAIL       PIC X(56).
           COPY ERRFLDS.
           COPY AUDITEVT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           PERFORM LOAD-TABLE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Add/update bank details  2 = Remove"
               DISPLAY "3 = List all  4 = Look up an employee"
               DISPLAY "9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD-UPDATE
                       PERFORM ADD-UPDATE-PARA
                   WHEN CHOICE-REMOVE
                       PERFORM REMOVE-PARA
                   WHEN CHOICE-LIST
                       PERFORM LIST-PARA
                   WHEN CHOICE-LOOKUP
                       PERFORM LOOKUP-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Bank details are supervisor-only: an unknown id or an
      * ordinary operator is turned away before the file is read.
           SIGN-ON-PARA.
           DISPLAY "Supervisor operator id: ".
           ACCEPT WS-OPERATOR-ID.
           CALL 'OPERCHK' USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
               WS-OPER-RESULT.
           IF OPER-TABLE-MISSING
               DISPLAY "Operator file unavailable, role checks "
                   "are off for this session"
               MOVE 2 TO WS-OPERATOR-ROLE
           END-IF.
           IF NOT OPERATOR-KNOWN AND NOT OPER-TABLE-MISSING
               DISPLAY "Id or password not accepted, sign-on refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Bank details maintenance needs a supervisor "
                   "sign-on"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

           LOAD-TABLE.
           OPEN INPUT BANK-DETAIL-FILE.
           IF NOT BANK-OK
               DISPLAY "Unable to open BANKDET, starting with an "
                   "empty table"
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

           FIND-BANK-DETAIL.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-USED OR BANK-FOUND
               IF WS-BD-EMP-ID(WS-BANK-SUB) = WS-WORK-EMP-ID
                   SET BANK-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BANK-SUB
               END-IF
           END-PERFORM.

           ADD-UPDATE-PARA.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-WORK-EMP-ID.
           DISPLAY "Enter sort code (6 digits): ".
           ACCEPT WS-WORK-SORT-CODE.
           DISPLAY "Enter account number (8 digits): ".
           ACCEPT WS-WORK-ACCOUNT-NO.
           DISPLAY "Enter account name: ".
           ACCEPT WS-WORK-ACCOUNT-NAME.
           MOVE 'N' TO WS-CHANGED.
           IF WS-WORK-SORT-CODE = 0 OR WS-WORK-ACCOUNT-NO = 0
               DISPLAY "Sort code and account number are both "
                   "required"
           ELSE
               PERFORM FIND-BANK-DETAIL
               IF BANK-FOUND
                   MOVE WS-WORK-SORT-CODE
                       TO WS-BD-SORT-CODE(WS-BANK-SUB)
                   MOVE WS-WORK-ACCOUNT-NO
                       TO WS-BD-ACCOUNT-NO(WS-BANK-SUB)
                   MOVE WS-WORK-ACCOUNT-NAME
                       TO WS-BD-ACCOUNT-NAME(WS-BANK-SUB)
                   DISPLAY "Bank details for " WS-WORK-EMP-ID
                       " updated"
                   SET TABLE-CHANGED TO TRUE
               ELSE
                   IF WS-BANK-USED = 200
                       DISPLAY "Bank details table is full"
                   ELSE
                       ADD 1 TO WS-BANK-USED
                       MOVE WS-WORK-EMP-ID
                           TO WS-BD-EMP-ID(WS-BANK-USED)
                       MOVE WS-WORK-SORT-CODE
                           TO WS-BD-SORT-CODE(WS-BANK-USED)
                       MOVE WS-WORK-ACCOUNT-NO
                           TO WS-BD-ACCOUNT-NO(WS-BANK-USED)
                       MOVE WS-WORK-ACCOUNT-NAME
                           TO WS-BD-ACCOUNT-NAME(WS-BANK-USED)
                       DISPLAY "Bank details for " WS-WORK-EMP-ID
                           " added"
                       SET TABLE-CHANGED TO TRUE
                   END-IF
               END-IF
           END-IF.
      * Only the sort code and the last four digits of the account
      * go on the audit trail.
           IF TABLE-CHANGED
               PERFORM SAVE-TABLE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "BANK MAINT EMP-ID=" DELIMITED BY SIZE
                   WS-WORK-EMP-ID DELIMITED BY SIZE
                   " SORT=" DELIMITED BY SIZE
                   WS-WORK-SORT-CODE DELIMITED BY SIZE
                   " ACCT=****" DELIMITED BY SIZE
                   WS-WORK-ACCOUNT-NO(5:4) DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "BANKMNT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM
           END-IF.

           REMOVE-PARA.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-WORK-EMP-ID.
           PERFORM FIND-BANK-DETAIL.
           IF NOT BANK-FOUND
               DISPLAY WS-WORK-EMP-ID " has no bank details on file"
           ELSE
               DISPLAY "Remove bank details for " WS-WORK-EMP-ID
                   "? (Y/N): "
               ACCEPT WS-CONFIRM
               IF CHANGE-CONFIRMED
                   PERFORM VARYING WS-BANK-SUB FROM WS-BANK-SUB BY 1
                           UNTIL WS-BANK-SUB >= WS-BANK-USED
                       MOVE WS-BANK-ENTRY(WS-BANK-SUB + 1)
                           TO WS-BANK-ENTRY(WS-BANK-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-BANK-USED
                   PERFORM SAVE-TABLE
                   DISPLAY "Bank details for " WS-WORK-EMP-ID
                       " removed"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "BANK DETAILS REMOVED EMP-ID="
                       DELIMITED BY SIZE
                       WS-WORK-EMP-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "BANKMNT ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               END-IF
           END-IF.

           LIST-PARA.
           IF WS-BANK-USED = 0
               DISPLAY "No bank details on file"
           ELSE
               PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                       UNTIL WS-BANK-SUB > WS-BANK-USED
                   DISPLAY WS-BD-EMP-ID(WS-BANK-SUB) " "
                       WS-BD-SORT-CODE(WS-BANK-SUB) " "
                       WS-BD-ACCOUNT-NO(WS-BANK-SUB) " "
                       WS-BD-ACCOUNT-NAME(WS-BANK-SUB)
               END-PERFORM
           END-IF.

           LOOKUP-PARA.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-WORK-EMP-ID.
           PERFORM FIND-BANK-DETAIL.
           IF BANK-FOUND
               DISPLAY "Found " WS-BD-EMP-ID(WS-BANK-SUB) " sort code "
                   WS-BD-SORT-CODE(WS-BANK-SUB) " account "
                   WS-BD-ACCOUNT-NO(WS-BANK-SUB) " "
                   WS-BD-ACCOUNT-NAME(WS-BANK-SUB)
           ELSE
               DISPLAY WS-WORK-EMP-ID " has no bank details on file"
           END-IF.

           SAVE-TABLE.
           OPEN OUTPUT BANK-DETAIL-FILE.
           IF NOT BANK-OK
               MOVE "BANKMNT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN BANKDET FOR SAVE, STATUS "
                   DELIMITED BY SIZE
                   WS-BANK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
                   UNTIL WS-BANK-SUB > WS-BANK-USED
               MOVE WS-BANK-ENTRY(WS-BANK-SUB) TO BANK-DETAIL-RECORD
               WRITE BANK-DETAIL-RECORD
           END-PERFORM.
           CLOSE BANK-DETAIL-FILE.
           DISPLAY "Table saved back to BANKDET".

           COPY ERRHAND.
       END PROGRAM BANK-DETAIL-MAINT.
