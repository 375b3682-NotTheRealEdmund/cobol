      *          age: each pending proposal is approved (it stays on
      *          the file as an approved record and an audit-trail
      *          entry shows who approved what amount) or returned
      *          to the CARRYFWD pool for more chasing. The approver
      *          signs on through OPERCHK at supervisor level, is
      *          stamped on each approved record, and may not decide
      *          a proposal made under their own id.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version; the recon report should show
      *                today's problems, not a museum.
      *   2026-10-15 - Proposals carry the item currency; it is shown
      *                with the amount and goes back to CARRYFWD with
      *                a returned item.
      *   2026-10-15 - Each approval and return is appended to the
      *                RECNHIST movement history with the approver,
      *                for the RECNROLL roll-forward statement.
      *   2026-10-15 - The approver signs on through OPERCHK (supervisor
      *                level) instead of typing an id; proposals show
      *                their proposer, an approval stamps the approver
      *                on the record, and nobody may decide a proposal
      *                made under their own id.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-APPROVAL.
           SELECT CARRY-FORWARD-FILE ASSIGN TO "CARRYFWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT RECON-HISTORY-FILE ASSIGN TO "RECNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-FILE.
           05 WO-AGE                PIC 9(2).
           05 WO-DATE               PIC X(8).
           05 WO-STATUS             PIC X(1).
           05 WO-CURRENCY           PIC X(3).
      * The user of the reconciliation run that proposed the
      * write-off and the supervisor who approved it (blank until
      * then); both blank on records from before them.
           05 WO-PROPOSED-BY        PIC X(8).
           05 WO-APPROVED-BY        PIC X(8).
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           05 CF-KEY                PIC 9(6).
                                        SEPARATE.
           05 CF-AGE                PIC 9(2).
           05 CF-RUN-DATE           PIC X(8).
           05 CF-CURRENCY           PIC X(3).
       FD  RECON-HISTORY-FILE.
           COPY RECNHIST.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
           88 WO-EOF                 VALUE "10".
       01 WS-CARRY-STATUS       PIC X(2).
           88 CARRY-OK               VALUES "00", "05".
       01 WS-HIST-STATUS        PIC X(2).
           88 HIST-OK                VALUES "00", "05".
       01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 100 TIMES.
               10 WS-WO-KEY         PIC 9(6).
               10 WS-WO-AGE         PIC 9(2).
               10 WS-WO-DATE        PIC X(8).
               10 WS-WO-STATE       PIC X(1).
               10 WS-WO-CURRENCY    PIC X(3).
               10 WS-WO-PROPOSED-BY PIC X(8).
               10 WS-WO-APPROVED-BY PIC X(8).
       01 WS-WO-USED            PIC 9(3) VALUE 0.
       01 WS-WO-SUB             PIC 9(3).
       01 WS-APPROVER           PIC X(8).
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
           88 OPERATOR-IS-SUPER     VALUE 2.
       01 WS-OPER-RESULT        PIC X(1).
           88 OPERATOR-KNOWN        VALUE 'Y'.
           88 OPER-TABLE-MISSING    VALUE 'U'.
       01 WS-DECISION           PIC X(1).
           88 DECIDE-APPROVE         VALUE 'A', 'a'.
           88 DECIDE-RETURN          VALUE 'R', 'r'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Approver operator id: ".
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
               DISPLAY "Write-off approval needs a supervisor "
                   "sign-on"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An approver id is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-APPROVER.
           MOVE WS-OPERATOR-ID TO AE-USER.
           PERFORM LOAD-PROPOSALS.
           IF WS-WO-USED = 0
               DISPLAY "No write-off proposals on file"
           DISPLAY "KEY " WS-WO-KEY(WS-WO-SUB)
               " SIDE " WS-WO-SIDE(WS-WO-SUB)
               " AMOUNT " WS-WO-AMOUNT(WS-WO-SUB)
               " " WS-WO-CURRENCY(WS-WO-SUB)
               " AGE " WS-WO-AGE(WS-WO-SUB)
               " PROPOSED " WS-WO-DATE(WS-WO-SUB).
           IF WS-WO-PROPOSED-BY(WS-WO-SUB) NOT = SPACES
               DISPLAY "  PROPOSED BY " WS-WO-PROPOSED-BY(WS-WO-SUB)
           END-IF.
           IF WS-WO-PROPOSED-BY(WS-WO-SUB) = WS-APPROVER
               DISPLAY "Proposed under your own id, left for "
                   "another approver"
               MOVE SPACE TO WS-DECISION
           ELSE
               DISPLAY "A = Approve  R = Return to carry-forward  "
                   "S = Skip: "
               ACCEPT WS-DECISION
           END-IF.
           EVALUATE TRUE
               WHEN DECIDE-APPROVE
                   MOVE 'A' TO WS-WO-STATE(WS-WO-SUB)
                   MOVE WS-APPROVER TO WS-WO-APPROVED-BY(WS-WO-SUB)
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'A' TO RH-EVENT
                   PERFORM WRITE-HISTORY-EVENT
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "WRITE-OFF APPROVED KEY="
                       DELIMITED BY SIZE
                   PERFORM RETURN-TO-CARRY-FORWARD
                   MOVE 'R' TO WS-WO-STATE(WS-WO-SUB)
                   ADD 1 TO WS-RETURNED-COUNT
                   MOVE 'R' TO RH-EVENT
                   PERFORM WRITE-HISTORY-EVENT
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "WRITE-OFF RETURNED KEY="
                       DELIMITED BY SIZE
           MOVE WS-WO-AMOUNT(WS-WO-SUB) TO CF-AMOUNT.
           MOVE WS-WO-AGE(WS-WO-SUB) TO CF-AGE.
           MOVE WS-TODAY TO CF-RUN-DATE.
           MOVE WS-WO-CURRENCY(WS-WO-SUB) TO CF-CURRENCY.
           WRITE CARRY-FORWARD-RECORD.
           CLOSE CARRY-FORWARD-FILE.

      * The decision goes on the RECNHIST movement history. Until the
      * first reconciliation run has started the history there is
      * nothing to append to; that run takes on the pending items.
       WRITE-HISTORY-EVENT.
           OPEN EXTEND RECON-HISTORY-FILE.
           IF HIST-OK
               MOVE WS-TODAY TO RH-DATE
               MOVE WS-WO-KEY(WS-WO-SUB) TO RH-KEY
               MOVE WS-WO-SIDE(WS-WO-SUB) TO RH-SIDE
               MOVE WS-WO-CURRENCY(WS-WO-SUB) TO RH-CURRENCY
               IF RH-CURRENCY = SPACES
                   MOVE "GBP" TO RH-CURRENCY
               END-IF
               MOVE WS-WO-AMOUNT(WS-WO-SUB) TO RH-AMOUNT
               MOVE WS-WO-AGE(WS-WO-SUB) TO RH-AGE
               MOVE WS-APPROVER TO RH-USER
               WRITE RECON-HISTORY-RECORD
               CLOSE RECON-HISTORY-FILE
           END-IF.

      * Pending and approved records are kept (the approved rows are
      * the written-off history); returned rows leave the file since
      * they are back on CARRYFWD.
