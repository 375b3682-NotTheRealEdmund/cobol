      *          resolved (R) or written off (W), with an
      *          open-cases-by-age summary that replaces the paper
      *          day book. A case links to its CARRYFWD item by key
      *          and side. HRRECON opens cases on the same file for
      *          breaks between EMPFILE and the HR master extract,
      *          keyed by employee id with sides E, H, N, A, G and D.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version.
      *   2026-10-15 - Cases also opened by the HR master
      *                reconciliation.
      *   2026-10-15 - The RECNSUGG suggested matches are listed under
      *                the open cases they involve. An investigator
      *                accepts one (both items leave CARRYFWD, their
      *                cases close as resolved and the clearance goes
      *                on RECNHIST) or rejects it so it is not
      *                proposed again.
      *   2026-10-15 - Investigators sign on through OPERCHK and are no
      *                longer asked for their id. A closed case records
      *                who closed it, and nobody may close a case that
      *                was raised under their own id.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-MAINT.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SUGGESTION-FILE ASSIGN TO "SUGGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGG-STATUS.
           SELECT CARRY-FORWARD-FILE ASSIGN TO "CARRYFWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT RECON-HISTORY-FILE ASSIGN TO "RECNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
                                        SEPARATE.
           05 CS-ASSIGNEE           PIC X(8).
           05 CS-NOTE               PIC X(30).
      * The user of the run that opened the case and the operator
      * who closed it; blank on records from before them.
           05 CS-RAISED-BY          PIC X(8).
           05 CS-CLOSED-BY          PIC X(8).
       FD  SUGGESTION-FILE.
           COPY SUGGREC.
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           05 CF-KEY                PIC 9(6).
           05 CF-SIDE               PIC X(1).
           05 CF-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 CF-AGE                PIC 9(2).
           05 CF-RUN-DATE           PIC X(8).
           05 CF-CURRENCY           PIC X(3).
       FD  RECON-HISTORY-FILE.
           COPY RECNHIST.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
                                        SEPARATE.
               10 WS-CS-ASSIGNEE    PIC X(8).
               10 WS-CS-NOTE        PIC X(30).
               10 WS-CS-RAISED-BY   PIC X(8).
               10 WS-CS-CLOSED-BY   PIC X(8).
       01 WS-CASE-USED          PIC 9(3) VALUE 0.
       01 WS-CASE-SUB           PIC 9(3).
       01 WS-WORK-NUMBER        PIC 9(6).
       01 WS-AGE-NEW-COUNT      PIC 9(3).
       01 WS-AGE-MID-COUNT      PIC 9(3).
       01 WS-AGE-OLD-COUNT      PIC 9(3).
       01 WS-SUGG-STATUS        PIC X(2).
           88 SUGG-OK               VALUES "00", "05".
           88 SUGG-EOF              VALUE "10".
       01 WS-CARRY-STATUS       PIC X(2).
           88 CARRY-OK              VALUES "00", "05".
           88 CARRY-EOF             VALUE "10".
       01 WS-HIST-STATUS        PIC X(2).
           88 HIST-OK               VALUES "00", "05".
      * SUGGFILE as RECNSUGG left it; a suggestion dropped because
      * an accepted one took its item is marked 'D' and not saved.
       01 WS-SUGG-TABLE.
           05 WS-SUGG-ENTRY OCCURS 500 TIMES.
               10 WS-SG-NUMBER      PIC 9(6).
               10 WS-SG-STATUS      PIC X(1).
               10 WS-SG-CONFIDENCE  PIC 9(3).
               10 WS-SG-RULE        PIC X(1).
               10 WS-SG-CURRENCY    PIC X(3).
               10 WS-SG-A-KEY       PIC 9(6).
               10 WS-SG-A-AMOUNT    PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
               10 WS-SG-B-KEY       PIC 9(6).
               10 WS-SG-B-AMOUNT    PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
               10 WS-SG-PROPOSED-DATE PIC X(8).
               10 WS-SG-DECIDED-BY  PIC X(8).
               10 WS-SG-DECIDED-DATE PIC X(8).
       01 WS-SUGG-USED          PIC 9(3) VALUE 0.
       01 WS-SUGG-SUB           PIC 9(3).
       01 WS-SUGG-FOUND         PIC X VALUE 'N'.
           88 SUGG-FOUND            VALUE 'Y'.
       01 WS-WORK-SUGG          PIC 9(6).
       01 WS-WORK-SUGG-SUB      PIC 9(3).
       01 WS-OTHER-SUB          PIC 9(3).
       01 WS-INVESTIGATOR       PIC X(8).
       01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
           88 OPERATOR-IS-SUPER     VALUE 2.
       01 WS-OPER-RESULT        PIC X(1).
           88 OPERATOR-KNOWN        VALUE 'Y'.
           88 OPER-TABLE-MISSING    VALUE 'U'.
      * CARRYFWD while an accepted suggestion takes its two items
      * out of the pool.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ENTRY OCCURS 100 TIMES.
               10 WS-CF-KEY         PIC 9(6).
               10 WS-CF-SIDE        PIC X(1).
               10 WS-CF-AMOUNT      PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
               10 WS-CF-AGE         PIC 9(2).
               10 WS-CF-RUN-DATE    PIC X(8).
               10 WS-CF-CURRENCY    PIC X(3).
       01 WS-CARRY-USED         PIC 9(3) VALUE 0.
       01 WS-CARRY-SUB          PIC 9(3).
       01 WS-A-ITEM-SUB         PIC 9(3).
       01 WS-B-ITEM-SUB         PIC 9(3).
       01 WS-ITEM-CURRENCY      PIC X(3).
       01 WS-CLOSED-COUNT       PIC 9(3).
       01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
           88 CHOICE-LIST           VALUE 1.
           88 CHOICE-ASSIGN         VALUE 2.
           88 CHOICE-ANNOTATE       VALUE 3.
           88 CHOICE-CLOSE          VALUE 4.
           88 CHOICE-AGE-SUMMARY    VALUE 5.
           88 CHOICE-ACCEPT-SUGG    VALUE 6.
           88 CHOICE-REJECT-SUGG    VALUE 7.
           88 CHOICE-DONE           VALUE 9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           MOVE WS-OPERATOR-ID TO WS-INVESTIGATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-CASES.
           PERFORM LOAD-SUGGESTIONS.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = List open cases  2 = Assign a case"
               DISPLAY "3 = Annotate a case  4 = Close a case"
               DISPLAY "5 = Open cases by age"
               DISPLAY "6 = Accept a suggested match"
               DISPLAY "7 = Reject a suggested match  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                       PERFORM CLOSE-PARA
                   WHEN CHOICE-AGE-SUMMARY
                       PERFORM AGE-SUMMARY-PARA
                   WHEN CHOICE-ACCEPT-SUGG
                       PERFORM ACCEPT-SUGGESTION-PARA
                   WHEN CHOICE-REJECT-SUGG
                       PERFORM REJECT-SUGGESTION-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
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

           LOAD-CASES.
           OPEN INPUT CASE-FILE.
           IF NOT CASE-OK
                       DISPLAY "   NOTE: "
                           WS-CS-NOTE(WS-CASE-SUB)
                   END-IF
                   PERFORM LIST-CASE-SUGGESTIONS
               END-IF
           END-PERFORM.

      * The pending suggested matches that involve the case's item,
      * most confident first as RECNSUGG ranked them. HR cases (sides
      * other than A and B) never have any.
           LIST-CASE-SUGGESTIONS.
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
                   UNTIL WS-SUGG-SUB > WS-SUGG-USED
               IF WS-SG-STATUS(WS-SUGG-SUB) = 'P'
                   IF (WS-CS-SIDE(WS-CASE-SUB) = 'A'
                           AND WS-SG-A-KEY(WS-SUGG-SUB)
                               = WS-CS-KEY(WS-CASE-SUB))
                       OR (WS-CS-SIDE(WS-CASE-SUB) = 'B'
                           AND WS-SG-B-KEY(WS-SUGG-SUB)
                               = WS-CS-KEY(WS-CASE-SUB))
                       DISPLAY "   SUGGESTION "
                           WS-SG-NUMBER(WS-SUGG-SUB)
                           " CONFIDENCE "
                           WS-SG-CONFIDENCE(WS-SUGG-SUB)
                           " RULE " WS-SG-RULE(WS-SUGG-SUB)
                           " " WS-SG-CURRENCY(WS-SUGG-SUB)
                       DISPLAY "     A " WS-SG-A-KEY(WS-SUGG-SUB)
                           " " WS-SG-A-AMOUNT(WS-SUGG-SUB)
                           "  B " WS-SG-B-KEY(WS-SUGG-SUB)
                           " " WS-SG-B-AMOUNT(WS-SUGG-SUB)
                   END-IF
               END-IF
           END-PERFORM.

               DISPLAY "Case " WS-WORK-NUMBER " annotated"
           END-IF.

      * A case raised under the operator's own id is left for
      * someone else to close.
           CLOSE-PARA.
           DISPLAY "Case number: ".
           ACCEPT WS-WORK-NUMBER.
           PERFORM FIND-CASE.
           IF NOT CASE-FOUND
               DISPLAY "Case " WS-WORK-NUMBER " is not on file"
           ELSE
           IF WS-CS-RAISED-BY(WS-CASE-SUB) = WS-OPERATOR-ID
               DISPLAY "Case " WS-WORK-NUMBER " was raised under "
                   "your own id, left for someone else to close"
           ELSE
               DISPLAY "R = Resolved  W = Written off: "
               ACCEPT WS-WORK-STATE
               END-IF
               IF WS-CS-STATUS(WS-CASE-SUB) = 'R'
                       OR WS-CS-STATUS(WS-CASE-SUB) = 'W'
                   MOVE WS-OPERATOR-ID TO WS-CS-CLOSED-BY(WS-CASE-SUB)
                   PERFORM SAVE-CASES
                   DISPLAY "Case " WS-WORK-NUMBER " closed "
                       WS-CS-STATUS(WS-CASE-SUB)
                       " CLOSED " DELIMITED BY SIZE
                       WS-CS-STATUS(WS-CASE-SUB)
                       DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "CASEMGMT",
                       WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
               END-IF
           END-IF
           END-IF.

      * The day-book replacement: open cases banded by age in days.
           DISPLAY "  2-5 DAYS : " WS-AGE-MID-COUNT.
           DISPLAY "  OVER 5   : " WS-AGE-OLD-COUNT.

           LOAD-SUGGESTIONS.
           OPEN INPUT SUGGESTION-FILE.
           IF SUGG-OK
               PERFORM UNTIL SUGG-EOF
                   READ SUGGESTION-FILE
                       AT END
                           SET SUGG-EOF TO TRUE
                       NOT AT END
                           IF WS-SUGG-USED = 500
                               MOVE "CASEMGMT" TO WS-ERROR-PGM
                               MOVE "SUGGESTION TABLE FULL"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO WS-SUGG-USED
                           MOVE SUGGESTION-RECORD
                               TO WS-SUGG-ENTRY(WS-SUGG-USED)
                   END-READ
               END-PERFORM
               CLOSE SUGGESTION-FILE
           END-IF.

      * Asks for the suggestion number; the investigator is the
      * signed-on operator. Only a pending suggestion can be decided.
           FIND-PENDING-SUGGESTION.
           MOVE 'N' TO WS-SUGG-FOUND.
           DISPLAY "Suggestion number: ".
           ACCEPT WS-WORK-SUGG.
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
                   UNTIL WS-SUGG-SUB > WS-SUGG-USED OR SUGG-FOUND
               IF WS-SG-NUMBER(WS-SUGG-SUB) = WS-WORK-SUGG
                       AND WS-SG-STATUS(WS-SUGG-SUB) = 'P'
                   SET SUGG-FOUND TO TRUE
                   MOVE WS-SUGG-SUB TO WS-WORK-SUGG-SUB
               END-IF
           END-PERFORM.
           IF NOT SUGG-FOUND
               DISPLAY "Suggestion " WS-WORK-SUGG
                   " is not pending on file"
           ELSE
               IF WS-INVESTIGATOR = SPACES
                   DISPLAY "An investigator id is required"
                   MOVE 'N' TO WS-SUGG-FOUND
               END-IF
           END-IF.

      * Accepting clears both items: they leave the CARRYFWD pool,
      * the clearance goes on RECNHIST so the roll-forward still
      * ties, and their open cases close as resolved. SIMPLIFE then
      * treats the pair as matched while the extracts hold them.
           ACCEPT-SUGGESTION-PARA.
           PERFORM FIND-PENDING-SUGGESTION.
           IF SUGG-FOUND
               MOVE WS-WORK-SUGG-SUB TO WS-SUGG-SUB
               PERFORM LOAD-CARRY-FORWARD
               PERFORM FIND-SUGGESTED-ITEMS
               IF WS-A-ITEM-SUB = 0 OR WS-B-ITEM-SUB = 0
                   DISPLAY "The items are no longer both on "
                       "CARRYFWD; suggestion not accepted"
               ELSE
                   PERFORM SAVE-CARRY-FORWARD
                   PERFORM WRITE-CLEARED-HISTORY
                   MOVE 0 TO WS-CLOSED-COUNT
                   PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                           UNTIL WS-CASE-SUB > WS-CASE-USED
                       IF (WS-CS-STATUS(WS-CASE-SUB) = 'N'
                               OR WS-CS-STATUS(WS-CASE-SUB) = 'I')
                           AND ((WS-CS-SIDE(WS-CASE-SUB) = 'A'
                               AND WS-CS-KEY(WS-CASE-SUB)
                                   = WS-SG-A-KEY(WS-SUGG-SUB))
                           OR (WS-CS-SIDE(WS-CASE-SUB) = 'B'
                               AND WS-CS-KEY(WS-CASE-SUB)
                                   = WS-SG-B-KEY(WS-SUGG-SUB)))
                           MOVE 'R' TO WS-CS-STATUS(WS-CASE-SUB)
                           MOVE WS-INVESTIGATOR
                               TO WS-CS-CLOSED-BY(WS-CASE-SUB)
                           MOVE SPACES TO WS-CS-NOTE(WS-CASE-SUB)
                           STRING "MATCHED BY SUGGESTION "
                               DELIMITED BY SIZE
                               WS-SG-NUMBER(WS-SUGG-SUB)
                               DELIMITED BY SIZE
                               INTO WS-CS-NOTE(WS-CASE-SUB)
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-CLOSED-COUNT > 0
                       PERFORM SAVE-CASES
                   END-IF
                   MOVE 'A' TO WS-SG-STATUS(WS-SUGG-SUB)
                   MOVE WS-INVESTIGATOR
                       TO WS-SG-DECIDED-BY(WS-SUGG-SUB)
                   MOVE WS-TODAY TO WS-SG-DECIDED-DATE(WS-SUGG-SUB)
                   PERFORM DROP-COMPETING-SUGGESTIONS
                   PERFORM SAVE-SUGGESTIONS
                   DISPLAY "Suggestion " WS-WORK-SUGG " accepted, "
                       WS-CLOSED-COUNT " case(s) closed"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "SUGGESTION " DELIMITED BY SIZE
                       WS-WORK-SUGG DELIMITED BY SIZE
                       " ACCEPTED A=" DELIMITED BY SIZE
                       WS-SG-A-KEY(WS-SUGG-SUB) DELIMITED BY SIZE
                       " B=" DELIMITED BY SIZE
                       WS-SG-B-KEY(WS-SUGG-SUB) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-INVESTIGATOR DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "CASEMGMT",
                       WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
               END-IF
           END-IF.

           REJECT-SUGGESTION-PARA.
           PERFORM FIND-PENDING-SUGGESTION.
           IF SUGG-FOUND
               MOVE WS-WORK-SUGG-SUB TO WS-SUGG-SUB
               MOVE 'X' TO WS-SG-STATUS(WS-SUGG-SUB)
               MOVE WS-INVESTIGATOR TO WS-SG-DECIDED-BY(WS-SUGG-SUB)
               MOVE WS-TODAY TO WS-SG-DECIDED-DATE(WS-SUGG-SUB)
               PERFORM SAVE-SUGGESTIONS
               DISPLAY "Suggestion " WS-WORK-SUGG " rejected"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "SUGGESTION " DELIMITED BY SIZE
                   WS-WORK-SUGG DELIMITED BY SIZE
                   " REJECTED BY " DELIMITED BY SIZE
                   WS-INVESTIGATOR DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "CASEMGMT",
                   WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
           END-IF.

           LOAD-CARRY-FORWARD.
           MOVE 0 TO WS-CARRY-USED.
           OPEN INPUT CARRY-FORWARD-FILE.
           IF CARRY-OK
               PERFORM UNTIL CARRY-EOF
                   READ CARRY-FORWARD-FILE
                       AT END
                           SET CARRY-EOF TO TRUE
                       NOT AT END
                           IF WS-CARRY-USED = 100
                               MOVE "CASEMGMT" TO WS-ERROR-PGM
                               MOVE "CARRY-FORWARD TABLE FULL"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO WS-CARRY-USED
                           MOVE CARRY-FORWARD-RECORD
                               TO WS-CARRY-ENTRY(WS-CARRY-USED)
                   END-READ
               END-PERFORM
               CLOSE CARRY-FORWARD-FILE
           END-IF.

      * Each side must still be on CARRYFWD at the amount suggested,
      * or the suggestion is out of date.
           FIND-SUGGESTED-ITEMS.
           MOVE 0 TO WS-A-ITEM-SUB.
           MOVE 0 TO WS-B-ITEM-SUB.
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-SUB > WS-CARRY-USED
               MOVE WS-CF-CURRENCY(WS-CARRY-SUB) TO WS-ITEM-CURRENCY
               IF WS-ITEM-CURRENCY = SPACES
                   MOVE "GBP" TO WS-ITEM-CURRENCY
               END-IF
               IF WS-ITEM-CURRENCY = WS-SG-CURRENCY(WS-SUGG-SUB)
                   IF WS-CF-SIDE(WS-CARRY-SUB) = 'A'
                           AND WS-CF-KEY(WS-CARRY-SUB)
                               = WS-SG-A-KEY(WS-SUGG-SUB)
                           AND WS-CF-AMOUNT(WS-CARRY-SUB)
                               = WS-SG-A-AMOUNT(WS-SUGG-SUB)
                       MOVE WS-CARRY-SUB TO WS-A-ITEM-SUB
                   END-IF
                   IF WS-CF-SIDE(WS-CARRY-SUB) = 'B'
                           AND WS-CF-KEY(WS-CARRY-SUB)
                               = WS-SG-B-KEY(WS-SUGG-SUB)
                           AND WS-CF-AMOUNT(WS-CARRY-SUB)
                               = WS-SG-B-AMOUNT(WS-SUGG-SUB)
                       MOVE WS-CARRY-SUB TO WS-B-ITEM-SUB
                   END-IF
               END-IF
           END-PERFORM.

           SAVE-CARRY-FORWARD.
           OPEN OUTPUT CARRY-FORWARD-FILE.
           IF NOT CARRY-OK
               MOVE "CASEMGMT" TO WS-ERROR-PGM
               STRING "UNABLE TO REWRITE CARRYFWD, STATUS "
                   DELIMITED BY SIZE
                   WS-CARRY-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
                   UNTIL WS-CARRY-SUB > WS-CARRY-USED
               IF WS-CARRY-SUB NOT = WS-A-ITEM-SUB
                       AND WS-CARRY-SUB NOT = WS-B-ITEM-SUB
                   MOVE WS-CARRY-ENTRY(WS-CARRY-SUB)
                       TO CARRY-FORWARD-RECORD
                   WRITE CARRY-FORWARD-RECORD
               END-IF
           END-PERFORM.
           CLOSE CARRY-FORWARD-FILE.

      * Until the first reconciliation run has started RECNHIST there
      * is nothing to append to.
           WRITE-CLEARED-HISTORY.
           OPEN EXTEND RECON-HISTORY-FILE.
           IF HIST-OK
               MOVE WS-A-ITEM-SUB TO WS-CARRY-SUB
               PERFORM WRITE-CLEARED-EVENT
               MOVE WS-B-ITEM-SUB TO WS-CARRY-SUB
               PERFORM WRITE-CLEARED-EVENT
               CLOSE RECON-HISTORY-FILE
           END-IF.

           WRITE-CLEARED-EVENT.
           MOVE WS-TODAY TO RH-DATE.
           MOVE 'C' TO RH-EVENT.
           MOVE WS-CF-KEY(WS-CARRY-SUB) TO RH-KEY.
           MOVE WS-CF-SIDE(WS-CARRY-SUB) TO RH-SIDE.
           MOVE WS-SG-CURRENCY(WS-SUGG-SUB) TO RH-CURRENCY.
           MOVE WS-CF-AMOUNT(WS-CARRY-SUB) TO RH-AMOUNT.
           MOVE WS-CF-AGE(WS-CARRY-SUB) TO RH-AGE.
           MOVE WS-INVESTIGATOR TO RH-USER.
           WRITE RECON-HISTORY-RECORD.

      * Once an item is matched, the other pending suggestions for it
      * are void.
           DROP-COMPETING-SUGGESTIONS.
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-SUGG-USED
               IF WS-SG-STATUS(WS-OTHER-SUB) = 'P'
                       AND WS-SG-CURRENCY(WS-OTHER-SUB)
                           = WS-SG-CURRENCY(WS-SUGG-SUB)
                       AND (WS-SG-A-KEY(WS-OTHER-SUB)
                               = WS-SG-A-KEY(WS-SUGG-SUB)
                           OR WS-SG-B-KEY(WS-OTHER-SUB)
                               = WS-SG-B-KEY(WS-SUGG-SUB))
                   MOVE 'D' TO WS-SG-STATUS(WS-OTHER-SUB)
               END-IF
           END-PERFORM.

           SAVE-SUGGESTIONS.
           OPEN OUTPUT SUGGESTION-FILE.
           IF NOT SUGG-OK
               MOVE "CASEMGMT" TO WS-ERROR-PGM
               STRING "UNABLE TO REWRITE SUGGFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-SUGG-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
                   UNTIL WS-SUGG-SUB > WS-SUGG-USED
               IF WS-SG-STATUS(WS-SUGG-SUB) NOT = 'D'
                   MOVE WS-SUGG-ENTRY(WS-SUGG-SUB)
                       TO SUGGESTION-RECORD
                   WRITE SUGGESTION-RECORD
               END-IF
           END-PERFORM.
           CLOSE SUGGESTION-FILE.

           SAVE-CASES.
           OPEN OUTPUT CASE-FILE.
           IF NOT CASE-OK
