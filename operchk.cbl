      * Author:
      * Date:
      * Purpose: Common operator sign-on utility, called by the other
      *          programs in the suite the way CODECHK is. Given the
      *          operator id the caller has accepted, it asks for the
      *          password and checks both against the OPERFILE
      *          operator master, returning the operator's role level
      *          (1 = operator, 2 = supervisor). The result is Y
      *          (signed on), N (not accepted), or U (operator file
      *          unavailable, caller decides how to degrade).
      *          An unknown id and a wrong password get the same
      *          answer, so the prompt does not give away which ids
      *          exist. Failed passwords are counted on the record
      *          and the id is locked out once the count reaches the
      *          OPERPARM limit (default 5) until a supervisor resets
      *          the password in OPERMNT. A password older than the
      *          OPERPARM change interval (default 90 days), or one
      *          issued by a supervisor, must be changed before the
      *          sign-on is accepted; a batch service id's password
      *          does not expire. Failures, lockouts and password
      *          changes are logged on AUDITTRL under their own
      *          event codes.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version; nothing in the suite knew who
      *                was at the keyboard.
      *   2026-10-15 - OPERFILE is now the keyed operator master kept
      *                by OPERMNT: sign-on asks for a password
      *                (checked by hash), counts failures and locks
      *                the id out, refuses suspended and retired ids,
      *                forces a change of an expired or issued
      *                password, and records the last sign-on date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCHK.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PARAM-FILE ASSIGN TO "OPERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  PARAM-FILE.
       01  OPER-PARAM-RECORD.
           05 OX-PWD-DAYS           PIC 9(3).
           05 OX-LOCK-TRIES         PIC 9(2).
           05 OX-DORMANT-DAYS       PIC 9(3).
       WORKING-STORAGE SECTION.
           COPY AUDITEVT.
       01 WS-OPER-STATUS        PIC X(2).
           88 OPER-OK               VALUE "00".
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-PARM-STATE         PIC X VALUE 'N'.
           88 PARMS-LOADED          VALUE 'Y'.
       01 WS-PWD-DAYS           PIC 9(3) VALUE 90.
       01 WS-LOCK-TRIES         PIC 9(2) VALUE 5.
       01 WS-TODAY              PIC 9(8).
       01 WS-PWD-AGE            PIC S9(7).
       01 WS-PASSWORD           PIC X(16).
       01 WS-NEW-PASSWORD       PIC X(16).
       01 WS-NEW-PASSWORD-2     PIC X(16).
       01 WS-PWD-HASH           PIC X(24).
       01 WS-NEW-HASH           PIC X(24).
       01 WS-PWD-LENGTH         PIC 9(2).
       01 WS-CHANGE-TRIES       PIC 9 VALUE 0.
       01 WS-ON-FILE            PIC X VALUE 'N'.
           88 OPERATOR-ON-FILE      VALUE 'Y'.
       01 WS-CHANGE-STATE       PIC X VALUE 'N'.
           88 PASSWORD-CHANGED      VALUE 'Y'.
       01 WS-REASON             PIC X(16).
       01 WS-AUDIT-DETAIL       PIC X(56).
       LINKAGE SECTION.
       01 LS-OPER-ID            PIC X(8).
       01 LS-OPER-ROLE          PIC 9(1).
       PROCEDURE DIVISION USING LS-OPER-ID, LS-OPER-ROLE,
               LS-OPER-RESULT.
       MAIN-PROCEDURE.
           IF NOT PARMS-LOADED
               PERFORM LOAD-OPER-PARAMETERS
           END-IF.
           MOVE 0 TO LS-OPER-ROLE.
           MOVE 'N' TO LS-OPER-RESULT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O OPERATOR-FILE.
           IF NOT OPER-OK
               MOVE 'U' TO LS-OPER-RESULT
           ELSE
               DISPLAY "Password: "
               ACCEPT WS-PASSWORD
               MOVE LS-OPER-ID TO OP-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ON-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-FILE
               END-READ
               IF NOT OPERATOR-ON-FILE
                   MOVE "UNKNOWN ID" TO WS-REASON
                   PERFORM LOG-FAILED-SIGNON
               ELSE
                   PERFORM CHECK-OPERATOR
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.
           GOBACK.

       LOAD-OPER-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF PARM-OK
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OX-PWD-DAYS IS NUMERIC
                               AND OX-PWD-DAYS > 0
                           MOVE OX-PWD-DAYS TO WS-PWD-DAYS
                       END-IF
                       IF OX-LOCK-TRIES IS NUMERIC
                               AND OX-LOCK-TRIES > 0
                           MOVE OX-LOCK-TRIES TO WS-LOCK-TRIES
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           SET PARMS-LOADED TO TRUE.

      * A locked-out id is refused before the password is looked at,
      * so guessing cannot go on behind the lock. A suspended or
      * retired id is only named as such once the password is right.
       CHECK-OPERATOR.
           IF OP-LOCKED
               DISPLAY "Operator id " LS-OPER-ID " is locked out, "
                   "a supervisor must reset the password"
               MOVE "LOCKED OUT" TO WS-REASON
               PERFORM LOG-FAILED-SIGNON
           ELSE
               CALL 'PWDHASH' USING LS-OPER-ID, WS-PASSWORD,
                   WS-PWD-HASH
               IF WS-PWD-HASH NOT = OP-PWD-HASH
                   PERFORM COUNT-FAILED-PASSWORD
               ELSE
                   MOVE 0 TO OP-FAILED-COUNT
                   IF OP-SUSPENDED OR OP-RETIRED
                       IF OP-SUSPENDED
                           DISPLAY "Operator id " LS-OPER-ID
                               " is suspended"
                           MOVE "SUSPENDED" TO WS-REASON
                       ELSE
                           DISPLAY "Operator id " LS-OPER-ID
                               " is retired"
                           MOVE "RETIRED" TO WS-REASON
                       END-IF
                       PERFORM REWRITE-OPERATOR
                       PERFORM LOG-FAILED-SIGNON
                   ELSE
                       PERFORM CHECK-PASSWORD-AGE
                       IF PASSWORD-CHANGED
                           MOVE WS-TODAY TO OP-LAST-SIGNON
                           MOVE 'Y' TO LS-OPER-RESULT
                           MOVE OP-ROLE TO LS-OPER-ROLE
                       END-IF
                       PERFORM REWRITE-OPERATOR
                   END-IF
               END-IF
           END-IF.

       COUNT-FAILED-PASSWORD.
           ADD 1 TO OP-FAILED-COUNT.
           IF OP-FAILED-COUNT >= WS-LOCK-TRIES AND OP-ACTIVE
               SET OP-LOCKED TO TRUE
               PERFORM REWRITE-OPERATOR
               DISPLAY "Too many failed passwords, operator id "
                   LS-OPER-ID " is locked out"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "OPERATOR LOCKED OUT ID=" DELIMITED BY SIZE
                   LS-OPER-ID DELIMITED BY SIZE
                   " FAILED=" DELIMITED BY SIZE
                   OP-FAILED-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE "OPLK" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               MOVE LS-OPER-ID TO AE-USER
               CALL 'AUDITLOG' USING "OPERCHK ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
           ELSE
               PERFORM REWRITE-OPERATOR
               MOVE "WRONG PASSWORD" TO WS-REASON
               PERFORM LOG-FAILED-SIGNON
           END-IF.

      * Sets PASSWORD-CHANGED when the password may be used as it
      * stands, or once the operator has chosen a new one.
       CHECK-PASSWORD-AGE.
           MOVE 'Y' TO WS-CHANGE-STATE.
           IF NOT OP-BATCH-ID
               IF OP-PWD-CHANGED = 0
                   DISPLAY "This password was issued by a "
                       "supervisor and must be changed now"
                   PERFORM CHANGE-PASSWORD
               ELSE
                   COMPUTE WS-PWD-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(OP-PWD-CHANGED)
                   IF WS-PWD-AGE >= WS-PWD-DAYS
                       DISPLAY "Password is more than " WS-PWD-DAYS
                           " days old and must be changed now"
                       PERFORM CHANGE-PASSWORD
                   END-IF
               END-IF
           END-IF.

      * Three chances to choose an acceptable new password, keyed
      * twice; giving up leaves the old one and refuses the sign-on.
       CHANGE-PASSWORD.
           MOVE 'N' TO WS-CHANGE-STATE.
           MOVE 0 TO WS-CHANGE-TRIES.
           PERFORM UNTIL PASSWORD-CHANGED OR WS-CHANGE-TRIES >= 3
               ADD 1 TO WS-CHANGE-TRIES
               DISPLAY "New password (6 to 16 characters): "
               ACCEPT WS-NEW-PASSWORD
               DISPLAY "New password again: "
               ACCEPT WS-NEW-PASSWORD-2
               PERFORM VARYING WS-PWD-LENGTH FROM 16 BY -1
                       UNTIL WS-PWD-LENGTH = 0
                           OR WS-NEW-PASSWORD(WS-PWD-LENGTH:1)
                               NOT = SPACE
                   CONTINUE
               END-PERFORM
               CALL 'PWDHASH' USING LS-OPER-ID, WS-NEW-PASSWORD,
                   WS-NEW-HASH
               IF WS-NEW-PASSWORD NOT = WS-NEW-PASSWORD-2
                   DISPLAY "The two entries differ"
               ELSE
               IF WS-PWD-LENGTH < 6
                   DISPLAY "Password must be at least 6 characters"
               ELSE
               IF WS-NEW-PASSWORD = LS-OPER-ID
                   DISPLAY "Password may not be the operator id"
               ELSE
               IF WS-NEW-HASH = OP-PWD-HASH
                   DISPLAY "New password must differ from the old"
               ELSE
                   MOVE WS-NEW-HASH TO OP-PWD-HASH
                   MOVE WS-TODAY TO OP-PWD-CHANGED
                   MOVE 'Y' TO WS-CHANGE-STATE
                   DISPLAY "Password changed"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "PASSWORD CHANGED AT SIGN-ON ID="
                       DELIMITED BY SIZE
                       LS-OPER-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE "OPPC" TO AE-EVENT-CODE
                   MOVE LS-OPER-ID TO AE-USER
                   CALL 'AUDITLOG' USING "OPERCHK ",
                       WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           IF NOT PASSWORD-CHANGED
               DISPLAY "Password not changed, sign-on refused"
           END-IF.

       REWRITE-OPERATOR.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Unable to update OPERFILE for "
                       LS-OPER-ID ", status " WS-OPER-STATUS
           END-REWRITE.

       LOG-FAILED-SIGNON.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "SIGN-ON REFUSED ID=" DELIMITED BY SIZE
               LS-OPER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE "OPSF" TO AE-EVENT-CODE.
           SET AE-SEV-WARNING TO TRUE.
           MOVE LS-OPER-ID TO AE-USER.
           CALL 'AUDITLOG' USING "OPERCHK ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
       END PROGRAM OPERCHK.
