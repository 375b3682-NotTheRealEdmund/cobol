      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator master maintenance. A supervisor adds
      *          operators to the keyed OPERFILE that OPERCHK signs
      *          everyone on from, changes their role, suspends and
      *          reinstates them, retires them, and resets a
      *          forgotten password (which also clears a lockout).
      *          A new or reset password is issued by the supervisor
      *          and must be changed by the operator at the next
      *          sign-on; a batch service id keeps the password it is
      *          given. Retired ids stay on file and are never issued
      *          again. A supervisor cannot change their own role,
      *          suspend or retire themselves. The whole program is
      *          supervisor-only and is refused outright if OPERFILE
      *          is unavailable, since the sign-on itself cannot then
      *          be checked. Every change is logged on AUDITTRL under
      *          its own event code: OPAD added, OPRL role changed,
      *          OPSU suspended, OPRI reinstated, OPRT retired, OPPW
      *          password reset, OPEM employee id set. OPERREV
      *          prints the quarterly access review from the same
      *          file.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; OPERFILE used to be edited by
      *                hand with no password on any id.
      *   2026-10-15 - Each person's own employee id is recorded (asked
      *                when they are added, option 7 to set it
      *                later) for the segregation-of-duties report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
           01 WS-OPER-STATUS        PIC X(2).
               88 OPER-OK               VALUES "00", "02".
               88 OPER-EOF              VALUE "10".
           01 WS-WORK-ID            PIC X(8).
           01 WS-WORK-NAME          PIC X(20).
           01 WS-WORK-ROLE          PIC X(1).
               88 ROLE-VALID            VALUES '1', '2'.
           01 WS-WORK-TYPE          PIC X(1).
               88 TYPE-PERSON           VALUES 'P', 'p'.
               88 TYPE-BATCH            VALUES 'B', 'b'.
           01 WS-OLD-ROLE           PIC 9(1).
           01 WS-WORK-EMP-ID        PIC 9(6).
           01 WS-OLD-EMP-ID         PIC 9(6).
           01 WS-CONFIRM            PIC X(1).
               88 CONFIRMED             VALUES 'Y', 'y'.
           01 WS-PASSWORD           PIC X(16).
           01 WS-PASSWORD-2         PIC X(16).
           01 WS-PWD-HASH           PIC X(24).
           01 WS-PWD-LENGTH         PIC 9(2).
           01 WS-PWD-CHECK          PIC X VALUE 'N'.
               88 PASSWORD-ACCEPTED     VALUE 'Y'.
           01 WS-ON-FILE            PIC X VALUE 'N'.
               88 OPERATOR-ON-FILE      VALUE 'Y'.
           01 WS-OWN-ID-RULE        PIC X VALUE 'N'.
               88 REFUSE-OWN-ID         VALUE 'Y'.
               88 ALLOW-OWN-ID          VALUE 'N'.
           01 WS-STATUS-TEXT        PIC X(9).
           01 WS-ROLE-TEXT          PIC X(5).
           01 WS-TYPE-TEXT          PIC X(5).
           01 WS-LIST-COUNT         PIC 9(4) VALUE 0.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-ADD            VALUE 1.
               88 CHOICE-ROLE           VALUE 2.
               88 CHOICE-SUSPEND        VALUE 3.
               88 CHOICE-RETIRE         VALUE 4.
               88 CHOICE-RESET          VALUE 5.
               88 CHOICE-LIST           VALUE 6.
               88 CHOICE-EMP-ID         VALUE 7.
               88 CHOICE-DONE           VALUE 9.
           01 WS-TODAY              PIC 9(8).
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
           OPEN I-O OPERATOR-FILE.
           IF NOT OPER-OK
               MOVE "OPERMNT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN OPERFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-OPER-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Add an operator  2 = Change a role  "
                   "3 = Suspend or reinstate"
               DISPLAY "4 = Retire an operator  5 = Reset a password"
                   "  6 = List operators"
               DISPLAY "7 = Set an employee id  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD
                       PERFORM ADD-OPERATOR-PARA
                   WHEN CHOICE-ROLE
                       PERFORM CHANGE-ROLE-PARA
                   WHEN CHOICE-SUSPEND
                       PERFORM SUSPEND-PARA
                   WHEN CHOICE-RETIRE
                       PERFORM RETIRE-PARA
                   WHEN CHOICE-RESET
                       PERFORM RESET-PASSWORD-PARA
                   WHEN CHOICE-LIST
                       PERFORM LIST-OPERATORS-PARA
                   WHEN CHOICE-EMP-ID
                       PERFORM SET-EMPLOYEE-ID-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           CLOSE OPERATOR-FILE.
           STOP RUN.

      * The operator master cannot be maintained from an unchecked
      * sign-on, so an unavailable OPERFILE refuses the session
      * instead of degrading it as the other maintenance programs do.
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
               DISPLAY "Operator file unavailable, operator "
                   "maintenance refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Operator maintenance needs a supervisor "
                   "sign-on"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

      * Reads WS-WORK-ID from OPERFILE, setting OPERATOR-ON-FILE.
           READ-OPERATOR.
           MOVE WS-WORK-ID TO OP-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
           END-READ.

      * Reads the operator named for a change, refusing an id that
      * is not on file, is retired, or is the supervisor's own when
      * REFUSE-OWN-ID is set.
           FIND-OPERATOR-TO-CHANGE.
           DISPLAY "Operator id: ".
           ACCEPT WS-WORK-ID.
           PERFORM READ-OPERATOR.
           IF NOT OPERATOR-ON-FILE
               DISPLAY "Operator " WS-WORK-ID " is not on file"
           ELSE
           IF OP-RETIRED
               DISPLAY "Operator " WS-WORK-ID " is retired and "
                   "cannot be changed"
               MOVE 'N' TO WS-ON-FILE
           ELSE
           IF REFUSE-OWN-ID AND WS-WORK-ID = WS-OPERATOR-ID
               DISPLAY "A supervisor cannot do this to their own id"
               MOVE 'N' TO WS-ON-FILE
           ELSE
               PERFORM DESCRIBE-OPERATOR
               DISPLAY WS-WORK-ID " " OP-NAME " " WS-ROLE-TEXT " "
                   WS-TYPE-TEXT " " WS-STATUS-TEXT
           END-IF
           END-IF
           END-IF.

           DESCRIBE-OPERATOR.
           IF OP-ROLE = 2
               MOVE "SUPER" TO WS-ROLE-TEXT
           ELSE
               MOVE "OPER" TO WS-ROLE-TEXT
           END-IF.
           IF OP-BATCH-ID
               MOVE "BATCH" TO WS-TYPE-TEXT
           ELSE
               MOVE "STAFF" TO WS-TYPE-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN OP-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN OP-LOCKED
                   MOVE "LOCKED" TO WS-STATUS-TEXT
               WHEN OP-SUSPENDED
                   MOVE "SUSPENDED" TO WS-STATUS-TEXT
               WHEN OP-RETIRED
                   MOVE "RETIRED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE OP-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

      * Takes a password keyed twice and hashes it for WS-WORK-ID,
      * setting PASSWORD-ACCEPTED when it meets the same rules the
      * operator's own change at sign-on must meet.
           ACCEPT-NEW-PASSWORD.
           MOVE 'N' TO WS-PWD-CHECK.
           DISPLAY "Password to issue (6 to 16 characters): ".
           ACCEPT WS-PASSWORD.
           DISPLAY "Password again: ".
           ACCEPT WS-PASSWORD-2.
           PERFORM VARYING WS-PWD-LENGTH FROM 16 BY -1
                   UNTIL WS-PWD-LENGTH = 0
                       OR WS-PASSWORD(WS-PWD-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-PASSWORD NOT = WS-PASSWORD-2
               DISPLAY "The two entries differ"
           ELSE
           IF WS-PWD-LENGTH < 6
               DISPLAY "Password must be at least 6 characters"
           ELSE
           IF WS-PASSWORD = WS-WORK-ID
               DISPLAY "Password may not be the operator id"
           ELSE
               CALL 'PWDHASH' USING WS-WORK-ID, WS-PASSWORD,
                   WS-PWD-HASH
               MOVE 'Y' TO WS-PWD-CHECK
           END-IF
           END-IF
           END-IF.
           MOVE SPACES TO WS-PASSWORD WS-PASSWORD-2.

           ADD-OPERATOR-PARA.
           DISPLAY "New operator id: ".
           ACCEPT WS-WORK-ID.
           PERFORM READ-OPERATOR.
           IF WS-WORK-ID = SPACES
               DISPLAY "Operator id may not be blank"
           ELSE
           IF OPERATOR-ON-FILE
               DISPLAY "Operator " WS-WORK-ID " is already on file"
                   ", retired ids are not issued again"
           ELSE
               DISPLAY "Name: "
               ACCEPT WS-WORK-NAME
               DISPLAY "Role (1 = operator, 2 = supervisor): "
               ACCEPT WS-WORK-ROLE
               DISPLAY "P = a person  B = a batch service id: "
               ACCEPT WS-WORK-TYPE
               MOVE 0 TO WS-WORK-EMP-ID
               IF TYPE-PERSON
                   DISPLAY "Their employee id (0 if not on the "
                       "payroll): "
                   ACCEPT WS-WORK-EMP-ID
               END-IF
               IF NOT ROLE-VALID
                   DISPLAY "Role must be 1 or 2, operator not added"
               ELSE
               IF NOT TYPE-PERSON AND NOT TYPE-BATCH
                   DISPLAY "Type must be P or B, operator not added"
               ELSE
                   PERFORM ACCEPT-NEW-PASSWORD
                   IF PASSWORD-ACCEPTED
                       MOVE WS-WORK-ID TO OP-ID
                       MOVE WS-WORK-NAME TO OP-NAME
                       MOVE WS-WORK-ROLE TO OP-ROLE
                       SET OP-ACTIVE TO TRUE
                       MOVE WS-PWD-HASH TO OP-PWD-HASH
                       IF TYPE-BATCH
                           SET OP-BATCH-ID TO TRUE
                           MOVE WS-TODAY TO OP-PWD-CHANGED
                       ELSE
                           SET OP-PERSON TO TRUE
                           MOVE 0 TO OP-PWD-CHANGED
                       END-IF
                       MOVE 0 TO OP-FAILED-COUNT OP-LAST-SIGNON
                       MOVE WS-TODAY TO OP-ADDED-DATE
                       MOVE WS-WORK-EMP-ID TO OP-EMP-ID
                       PERFORM STAMP-AND-WRITE
                       DISPLAY "Operator " WS-WORK-ID " added"
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "OPERATOR ADDED ID=" DELIMITED BY SIZE
                           WS-WORK-ID DELIMITED BY SIZE
                           " ROLE=" DELIMITED BY SIZE
                           OP-ROLE DELIMITED BY SIZE
                           " TYPE=" DELIMITED BY SIZE
                           OP-TYPE DELIMITED BY SIZE
                           " EMP-ID=" DELIMITED BY SIZE
                           OP-EMP-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                       MOVE "OPAD" TO AE-EVENT-CODE
                       CALL 'AUDITLOG' USING "OPERMNT ",
                           WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

           CHANGE-ROLE-PARA.
           SET REFUSE-OWN-ID TO TRUE.
           PERFORM FIND-OPERATOR-TO-CHANGE.
           IF OPERATOR-ON-FILE
               DISPLAY "New role (1 = operator, 2 = supervisor): "
               ACCEPT WS-WORK-ROLE
               IF NOT ROLE-VALID
                   DISPLAY "Role must be 1 or 2, role not changed"
               ELSE
               IF WS-WORK-ROLE = OP-ROLE
                   DISPLAY "Operator already has that role"
               ELSE
                   MOVE OP-ROLE TO WS-OLD-ROLE
                   MOVE WS-WORK-ROLE TO OP-ROLE
                   PERFORM STAMP-AND-REWRITE
                   DISPLAY "Role changed"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "OPERATOR ROLE CHANGED ID=" DELIMITED BY SIZE
                       WS-WORK-ID DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       WS-OLD-ROLE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       OP-ROLE DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE "OPRL" TO AE-EVENT-CODE
                   CALL 'AUDITLOG' USING "OPERMNT ",
                       WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
               END-IF
               END-IF
           END-IF.

      * An active or locked-out operator is suspended; a suspended one
      * is reinstated as active with the failure count cleared.
           SUSPEND-PARA.
           SET REFUSE-OWN-ID TO TRUE.
           PERFORM FIND-OPERATOR-TO-CHANGE.
           IF OPERATOR-ON-FILE
               IF OP-SUSPENDED
                   DISPLAY "Reinstate " WS-WORK-ID " (Y/N): "
               ELSE
                   DISPLAY "Suspend " WS-WORK-ID " (Y/N): "
               END-IF
               ACCEPT WS-CONFIRM
               IF NOT CONFIRMED
                   DISPLAY "Operator not changed"
               ELSE
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   IF OP-SUSPENDED
                       SET OP-ACTIVE TO TRUE
                       MOVE 0 TO OP-FAILED-COUNT
                       MOVE "OPRI" TO AE-EVENT-CODE
                       STRING "OPERATOR REINSTATED ID="
                           DELIMITED BY SIZE
                           WS-WORK-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                   ELSE
                       SET OP-SUSPENDED TO TRUE
                       MOVE "OPSU" TO AE-EVENT-CODE
                       STRING "OPERATOR SUSPENDED ID="
                           DELIMITED BY SIZE
                           WS-WORK-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                   END-IF
                   PERFORM STAMP-AND-REWRITE
                   PERFORM DESCRIBE-OPERATOR
                   DISPLAY "Operator " WS-WORK-ID " now "
                       WS-STATUS-TEXT
                   CALL 'AUDITLOG' USING "OPERMNT ",
                       WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
               END-IF
           END-IF.

           RETIRE-PARA.
           SET REFUSE-OWN-ID TO TRUE.
           PERFORM FIND-OPERATOR-TO-CHANGE.
           IF OPERATOR-ON-FILE
               DISPLAY "Retire " WS-WORK-ID " for good (Y/N): "
               ACCEPT WS-CONFIRM
               IF NOT CONFIRMED
                   DISPLAY "Operator not changed"
               ELSE
                   SET OP-RETIRED TO TRUE
                   PERFORM STAMP-AND-REWRITE
                   DISPLAY "Operator " WS-WORK-ID " retired"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "OPERATOR RETIRED ID=" DELIMITED BY SIZE
                       WS-WORK-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE "OPRT" TO AE-EVENT-CODE
                   CALL 'AUDITLOG' USING "OPERMNT ",
                       WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
               END-IF
           END-IF.

      * A reset clears a lockout. A person must change the issued
      * password at the next sign-on; a batch service id keeps it,
      * and the protected sign-on dataset its job reads must be
      * changed to match.
           RESET-PASSWORD-PARA.
           SET ALLOW-OWN-ID TO TRUE.
           PERFORM FIND-OPERATOR-TO-CHANGE.
           IF OPERATOR-ON-FILE
               PERFORM ACCEPT-NEW-PASSWORD
               IF PASSWORD-ACCEPTED
                   MOVE WS-PWD-HASH TO OP-PWD-HASH
                   IF OP-BATCH-ID
                       MOVE WS-TODAY TO OP-PWD-CHANGED
                   ELSE
                       MOVE 0 TO OP-PWD-CHANGED
                   END-IF
                   MOVE 0 TO OP-FAILED-COUNT
                   IF OP-LOCKED
                       SET OP-ACTIVE TO TRUE
                   END-IF
                   PERFORM STAMP-AND-REWRITE
                   IF OP-BATCH-ID
                       DISPLAY "Password reset; change the batch "
                           "sign-on dataset to match"
                   ELSE
                       DISPLAY "Password reset; it must be changed "
                           "at the next sign-on"
                   END-IF
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "OPERATOR PASSWORD RESET ID="
                       DELIMITED BY SIZE
                       WS-WORK-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE "OPPW" TO AE-EVENT-CODE
                   CALL 'AUDITLOG' USING "OPERMNT ",
                       WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
               END-IF
           END-IF.

      * A supervisor cannot change their own link, or they could
      * clear it and drop out of the own-record checks.
           SET-EMPLOYEE-ID-PARA.
           SET REFUSE-OWN-ID TO TRUE.
           PERFORM FIND-OPERATOR-TO-CHANGE.
           IF OPERATOR-ON-FILE
               IF OP-BATCH-ID
                   DISPLAY "A batch service id has no employee id"
               ELSE
                   DISPLAY "Employee id now " OP-EMP-ID
                   DISPLAY "New employee id (0 if not on the "
                       "payroll): "
                   ACCEPT WS-WORK-EMP-ID
                   IF WS-WORK-EMP-ID = OP-EMP-ID
                       DISPLAY "Employee id not changed"
                   ELSE
                       MOVE OP-EMP-ID TO WS-OLD-EMP-ID
                       MOVE WS-WORK-EMP-ID TO OP-EMP-ID
                       PERFORM STAMP-AND-REWRITE
                       DISPLAY "Employee id set"
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "OPERATOR EMP-ID SET ID="
                           DELIMITED BY SIZE
                           WS-WORK-ID DELIMITED BY SIZE
                           " FROM " DELIMITED BY SIZE
                           WS-OLD-EMP-ID DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           OP-EMP-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                       MOVE "OPEM" TO AE-EVENT-CODE
                       CALL 'AUDITLOG' USING "OPERMNT ",
                           WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
                   END-IF
               END-IF
           END-IF.

           LIST-OPERATORS-PARA.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO OP-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   SET OPER-EOF TO TRUE
               NOT INVALID KEY
                   MOVE "00" TO WS-OPER-STATUS
           END-START.
           DISPLAY "ID       NAME                 ROLE  TYPE  "
               "STATUS    PWD SET  LAST ON  EMP-ID".
           PERFORM UNTIL OPER-EOF
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       SET OPER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM DESCRIBE-OPERATOR
                       DISPLAY OP-ID " " OP-NAME " " WS-ROLE-TEXT " "
                           WS-TYPE-TEXT " " WS-STATUS-TEXT " "
                           OP-PWD-CHANGED " " OP-LAST-SIGNON
                           " " OP-EMP-ID
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " operator(s) on file".

           STAMP-AND-WRITE.
           MOVE WS-OPERATOR-ID TO OP-UPDATED-BY.
           MOVE WS-TODAY TO OP-UPDATED-DATE.
           WRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE "UNABLE TO ADD TO OPERFILE" TO WS-ERROR-MSG
                   PERFORM OPERATOR-UPDATE-FAILED
           END-WRITE.

           STAMP-AND-REWRITE.
           MOVE WS-OPERATOR-ID TO OP-UPDATED-BY.
           MOVE WS-TODAY TO OP-UPDATED-DATE.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE "UNABLE TO REWRITE OPERFILE" TO WS-ERROR-MSG
                   PERFORM OPERATOR-UPDATE-FAILED
           END-REWRITE.

           OPERATOR-UPDATE-FAILED.
           MOVE "OPERMNT " TO WS-ERROR-PGM.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

           COPY ERRHAND.
       END PROGRAM OPERATOR-MAINT.
