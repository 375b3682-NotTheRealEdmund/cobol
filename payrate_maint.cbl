      *   2026-09-02 - First version, so pay rates live in a
      *                maintained reference file instead of the
      *                payroll spreadsheet.
      *   2026-10-15 - Starts with an OPERCHK sign-on, so every rate
      *                change on AUDITTRL carries the operator who
      *                made it for the SODREPT review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRATE-MAINT.
               88 CHOICE-LOOKUP         VALUE 3.
               88 CHOICE-DONE           VALUE 9.
           01 WS-AUDIT-DETAIL       PIC X(56).
           01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
               88 OPERATOR-IS-SUPER     VALUE 2.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           COPY ERRFLDS.
           COPY AUDITEVT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           PERFORM LOAD-TABLE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Add/update a rate  2 = List all"
           END-PERFORM
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

           LOAD-TABLE.
           OPEN INPUT PAY-RATE-FILE.
           IF NOT RATE-OK
