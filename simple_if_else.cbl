      *                WOAPPRV approval program accepts or returns
      *                them; DIFFRPT shows today's problems, not the
      *                museum pieces.
      *   2026-10-15 - Both sides carry the currency of the amount
      *                (blank is sterling). Items now sort, group,
      *                match and carry forward on key and currency,
      *                so a sterling item never clears against a euro
      *                one, and DIFFRPT shows the currency on each
      *                line; write-off proposals carry it too.
      *   2026-10-15 - Every movement of an unreconciled item - new
      *                break, cleared, proposed for write-off - is
      *                appended to RECNHIST (taking on the pool as it
      *                stands the first time), so RECNROLL can build
      *                the month's roll-forward statement from it.
      *   2026-10-15 - A one-sided item that an investigator paired
      *                with its counterpart by accepting a RECNSUGG
      *                suggested match in CASEMGMT is treated as
      *                matched: no carry-forward, case or history
      *                entry, and DIFFRPT counts it as cleared by an
      *                accepted suggestion.
      *   2026-10-15 - Write-off proposals and new cases carry the
      *                run's user (BATCH in the nightly chain) as
      *                proposer and raiser, for the segregation-of-
      *                duties report.
      *   2026-10-15 - Run-control requests carry a blank step name
      *                (the program runs once a night).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPLE-IF-ELSE.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT RECON-HISTORY-FILE ASSIGN TO "RECNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SUGGESTION-FILE ASSIGN TO "SUGGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SIDE-A-FILE.
       01  SIDE-A-RECORD.
           05 AI-KEY               PIC 9(6).
           05 AI-AMOUNT             PIC S9(9) SIGN IS TRAILING SEPARATE.
           05 AI-CURRENCY           PIC X(3).
       FD  SIDE-B-FILE.
       01  SIDE-B-RECORD.
           05 BI-KEY               PIC 9(6).
           05 BI-AMOUNT             PIC S9(9) SIGN IS TRAILING SEPARATE.
           05 BI-CURRENCY           PIC X(3).
       FD  SIDE-A-SORTED.
       01  SIDE-A-SORTED-RECORD.
           05 A-KEY                PIC 9(6).
           05 A-AMOUNT              PIC S9(9) SIGN IS TRAILING SEPARATE.
           05 A-CURRENCY            PIC X(3).
       FD  SIDE-B-SORTED.
       01  SIDE-B-SORTED-RECORD.
           05 B-KEY                PIC 9(6).
           05 B-AMOUNT              PIC S9(9) SIGN IS TRAILING SEPARATE.
           05 B-CURRENCY            PIC X(3).
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-KEY               PIC 9(6).
           05 SW-AMOUNT             PIC S9(9) SIGN IS TRAILING SEPARATE.
           05 SW-CURRENCY           PIC X(3).
       FD  DIFFERENCE-REPORT.
       01  DIFFERENCE-LINE          PIC X(80).
       FD  EXCEPTION-FILE.
                                        SEPARATE.
           05 CF-AGE                PIC 9(2).
           05 CF-RUN-DATE           PIC X(8).
           05 CF-CURRENCY           PIC X(3).
       FD  WRITEOFF-FILE.
       01  WRITEOFF-RECORD.
           05 WO-KEY                PIC 9(6).
           05 WO-AGE                PIC 9(2).
           05 WO-DATE               PIC X(8).
           05 WO-STATUS             PIC X(1).
           05 WO-CURRENCY           PIC X(3).
      * The user of the reconciliation run that proposed the
      * write-off and the supervisor who approved it (blank until
      * then); both blank on records from before them.
           05 WO-PROPOSED-BY        PIC X(8).
           05 WO-APPROVED-BY        PIC X(8).
       FD  WO-PARAM-FILE.
       01  WO-PARAM-RECORD.
           05 WP-AGE-LIMIT          PIC 9(2).
                                        SEPARATE.
           05 CS-ASSIGNEE           PIC X(8).
           05 CS-NOTE               PIC X(30).
      * The user of the run that opened the case and the operator
      * who closed it; blank on records from before them.
           05 CS-RAISED-BY          PIC X(8).
           05 CS-CLOSED-BY          PIC X(8).
       FD  RECON-HISTORY-FILE.
           COPY RECNHIST.
       FD  SUGGESTION-FILE.
           COPY SUGGREC.
       FD  TOLERANCE-FILE.
       01  TOLERANCE-RECORD.
           05 TL-KEY-LOW            PIC 9(6).
               10 WS-CT-SIDE            PIC X(1).
               10 WS-CT-AGE             PIC 9(2).
               10 WS-CT-RUN-DATE        PIC X(8).
               10 WS-CT-CURRENCY        PIC X(3).
               10 WS-CT-AMOUNT          PIC S9(9).
               10 WS-CT-SEEN            PIC X(1).
       01 WS-CARRY-USED         PIC 9(3) VALUE 0.
       01 WS-CARRY-SUB          PIC 9(3).
       01 WS-PRIOR-AGE          PIC 9(2).
       01 WS-PRIOR-RUN-DATE     PIC X(8).
       01 WS-PRIOR-AMOUNT       PIC S9(9).
       01 WS-ITEM-AGE           PIC 9(2).
       01 WS-RUN-DATE           PIC X(8).
       01 WS-BUS-FUNCTION       PIC X(1).
       01 WS-BUS-DAYS           PIC 9(5).
       01 WS-WO-STATUS          PIC X(2).
           88 WO-OK                  VALUES "00", "05".
           88 WO-EOF                 VALUE "10".
       01 WS-HIST-STATUS        PIC X(2).
           88 HIST-OK                VALUES "00", "05".
       01 WS-CLEARED-COUNT      PIC 9(7) VALUE 0.
       01 WS-TAKEN-ON-COUNT     PIC 9(5) VALUE 0.
       01 WS-SUGG-STATUS        PIC X(2).
           88 SUGG-OK                VALUES "00", "05".
           88 SUGG-EOF               VALUE "10".
      * Both sides of every accepted suggested match: the items the
      * investigators have paired by hand.
       01 WS-ACCEPTED-TABLE.
           05 WS-ACCEPTED-ENTRY OCCURS 200 TIMES.
               10 WS-AC-KEY             PIC 9(6).
               10 WS-AC-SIDE            PIC X(1).
               10 WS-AC-CURRENCY        PIC X(3).
               10 WS-AC-AMOUNT          PIC S9(9).
               10 WS-AC-NUMBER          PIC 9(6).
       01 WS-ACCEPTED-USED      PIC 9(3) VALUE 0.
       01 WS-ACCEPTED-SUB       PIC 9(3).
       01 WS-ACCEPTED-NUMBER    PIC 9(6).
       01 WS-SUGG-MATCHED       PIC X.
           88 MATCHED-BY-SUGGESTION VALUE 'Y'.
       01 WS-SUGG-CLEARED-COUNT PIC 9(7) VALUE 0.
       01 WS-WOPARM-STATUS      PIC X(2).
           88 WOPARM-OK              VALUE "00".
       01 WS-WO-AGE-LIMIT       PIC 9(2) VALUE 30.
       01 WS-WO-PROPOSED-COUNT  PIC 9(5) VALUE 0.
      * The match key is the item key and its currency: the sides
      * are sorted on both, and only the same key in the same
      * currency is one group.
       01 WS-A-MATCH.
           05 WS-AM-KEY             PIC 9(6).
           05 WS-AM-CURRENCY        PIC X(3).
       01 WS-B-MATCH.
           05 WS-BM-KEY             PIC 9(6).
           05 WS-BM-CURRENCY        PIC X(3).
       01 WS-GA-MATCH.
           05 WS-GA-KEY             PIC 9(6).
           05 WS-GA-CURRENCY        PIC X(3).
       01 WS-GA-TOTAL           PIC S9(9).
       01 WS-GA-COUNT           PIC 9(3).
       01 WS-GB-MATCH.
           05 WS-GB-KEY             PIC 9(6).
           05 WS-GB-CURRENCY        PIC X(3).
       01 WS-GB-TOTAL           PIC S9(9).
       01 WS-GB-COUNT           PIC 9(3).
       01 WS-GA-AMT-X           PIC S9(9) SIGN IS TRAILING SEPARATE.
       PERFORM LOAD-TOLERANCE-TABLE.
       PERFORM LOAD-WRITEOFF-AGE.
       PERFORM LOAD-OPEN-CASES.
       PERFORM LOAD-ACCEPTED-SUGGESTIONS.
       PERFORM OPEN-RECON-HISTORY.
      * Both sides are sorted here before matching, so the result no
      * longer depends on the upstream extracts arriving in key
      * order. Records with a non-numeric key go to EXCEPTFL.
           PERFORM ABEND-PARA
       END-IF.
       SORT SORT-WORK
           ON ASCENDING KEY SW-KEY SW-CURRENCY
           INPUT PROCEDURE IS EDIT-AND-RELEASE-A
           GIVING SIDE-A-SORTED.
       SORT SORT-WORK
           ON ASCENDING KEY SW-KEY SW-CURRENCY
           INPUT PROCEDURE IS EDIT-AND-RELEASE-B
           GIVING SIDE-B-SORTED.
       CLOSE EXCEPTION-FILE.
               WHEN B-EOF
                   PERFORM GATHER-A-GROUP
                   PERFORM REPORT-A-ONLY
               WHEN WS-A-MATCH < WS-B-MATCH
                   PERFORM GATHER-A-GROUP
                   PERFORM REPORT-A-ONLY
               WHEN WS-A-MATCH > WS-B-MATCH
                   PERFORM GATHER-B-GROUP
                   PERFORM REPORT-B-ONLY
               WHEN OTHER
                   PERFORM COMPARE-KEY-GROUPS
           END-EVALUATE
       END-PERFORM.
       PERFORM WRITE-CLEARED-EVENTS.
       MOVE SPACES TO DIFFERENCE-LINE.
       WRITE DIFFERENCE-LINE.
       MOVE SPACES TO DIFFERENCE-LINE.
           WS-ESCALATED-COUNT DELIMITED BY SIZE
           INTO DIFFERENCE-LINE.
       WRITE DIFFERENCE-LINE.
       MOVE SPACES TO DIFFERENCE-LINE.
       STRING "CLEARED SINCE THE LAST RUN: " DELIMITED BY SIZE
           WS-CLEARED-COUNT DELIMITED BY SIZE
           " ITEM(S)" DELIMITED BY SIZE
           INTO DIFFERENCE-LINE.
       WRITE DIFFERENCE-LINE.
       IF WS-SUGG-CLEARED-COUNT > 0
           MOVE SPACES TO DIFFERENCE-LINE
           STRING "CLEARED BY ACCEPTED SUGGESTION: " DELIMITED BY SIZE
               WS-SUGG-CLEARED-COUNT DELIMITED BY SIZE
               " ITEM(S)" DELIMITED BY SIZE
               INTO DIFFERENCE-LINE
           WRITE DIFFERENCE-LINE
       END-IF.
       IF WS-NEW-CASE-COUNT > 0
           MOVE SPACES TO DIFFERENCE-LINE
           STRING "NEW CASES OPENED: " DELIMITED BY SIZE
           WRITE DIFFERENCE-LINE
       END-IF.
       CLOSE SIDE-A-SORTED, SIDE-B-SORTED, DIFFERENCE-REPORT,
           CARRY-FORWARD-FILE, RECON-HISTORY-FILE.
       DISPLAY "Reconciliation complete, " WS-DIFF-COUNT
           " difference(s) written to DIFFRPT".
       DISPLAY "New: " WS-NEW-COUNT "  Outstanding 2-5 days: "
                       MOVE CF-AGE TO WS-CT-AGE(WS-CARRY-USED)
                       MOVE CF-RUN-DATE
                           TO WS-CT-RUN-DATE(WS-CARRY-USED)
                       MOVE CF-CURRENCY
                           TO WS-CT-CURRENCY(WS-CARRY-USED)
                       IF CF-CURRENCY = SPACES
                           MOVE "GBP"
                               TO WS-CT-CURRENCY(WS-CARRY-USED)
                       END-IF
                       MOVE CF-AMOUNT
                           TO WS-CT-AMOUNT(WS-CARRY-USED)
                       MOVE 'N' TO WS-CT-SEEN(WS-CARRY-USED)
               END-READ
           END-PERFORM
           CLOSE CARRY-FORWARD-FILE
       END-IF.

      * Caller sets CF-KEY, CF-SIDE and CF-CURRENCY; the age comes
      * back as zero
      * when the item was not outstanding after the prior run. A
      * carried item found again is marked seen; those never seen
      * have cleared.
       LOOKUP-PRIOR-AGE.
       MOVE 0 TO WS-PRIOR-AGE.
       MOVE 0 TO WS-PRIOR-AMOUNT.
       MOVE SPACES TO WS-PRIOR-RUN-DATE.
       PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
               UNTIL WS-CARRY-SUB > WS-CARRY-USED
           IF WS-CT-KEY(WS-CARRY-SUB) = CF-KEY
                   AND WS-CT-SIDE(WS-CARRY-SUB) = CF-SIDE
                   AND WS-CT-CURRENCY(WS-CARRY-SUB) = CF-CURRENCY
               MOVE WS-CT-AGE(WS-CARRY-SUB) TO WS-PRIOR-AGE
               MOVE WS-CT-RUN-DATE(WS-CARRY-SUB)
                   TO WS-PRIOR-RUN-DATE
               MOVE WS-CT-AMOUNT(WS-CARRY-SUB) TO WS-PRIOR-AMOUNT
               MOVE 'Y' TO WS-CT-SEEN(WS-CARRY-SUB)
           END-IF
       END-PERFORM.

                   " DAYS" DELIMITED BY SIZE
                   INTO WS-AGE-TAG
       END-EVALUATE.
      * A carried item whose amount has changed clears the old break
      * on RECNHIST and raises the new one, so the history always
      * adds up to the pool.
       IF WS-PRIOR-AGE = 0
           MOVE 'N' TO RH-EVENT
           MOVE CF-AMOUNT TO RH-AMOUNT
           MOVE WS-ITEM-AGE TO RH-AGE
           PERFORM WRITE-HISTORY-EVENT
       ELSE
       IF WS-PRIOR-AMOUNT NOT = CF-AMOUNT
           MOVE 'C' TO RH-EVENT
           MOVE WS-PRIOR-AMOUNT TO RH-AMOUNT
           MOVE WS-PRIOR-AGE TO RH-AGE
           PERFORM WRITE-HISTORY-EVENT
           MOVE 'N' TO RH-EVENT
           MOVE CF-AMOUNT TO RH-AMOUNT
           MOVE WS-ITEM-AGE TO RH-AGE
           PERFORM WRITE-HISTORY-EVENT
       END-IF
       END-IF.
      * An item past the write-off age leaves the carry-forward pool
      * as a proposal for supervisor approval; everything younger is
      * carried forward as before.
       IF WS-ITEM-AGE > WS-WO-AGE-LIMIT
           PERFORM WRITE-WRITEOFF-PROPOSAL
           MOVE 'W' TO RH-EVENT
           MOVE CF-AMOUNT TO RH-AMOUNT
           MOVE WS-ITEM-AGE TO RH-AGE
           PERFORM WRITE-HISTORY-EVENT
       ELSE
           MOVE WS-ITEM-AGE TO CF-AGE
           MOVE WS-RUN-DATE TO CF-RUN-DATE
       MOVE WS-ITEM-AGE TO WO-AGE.
       MOVE WS-RUN-DATE TO WO-DATE.
       MOVE 'P' TO WO-STATUS.
       MOVE CF-CURRENCY TO WO-CURRENCY.
       MOVE AE-USER TO WO-PROPOSED-BY.
       MOVE SPACES TO WO-APPROVED-BY.
       WRITE WRITEOFF-RECORD.
       CLOSE WRITEOFF-FILE.

      * RECNHIST is appended to by every run. The first time, when
      * there is no history yet, the pool as it stands - the items
      * carried from the prior run and the write-off proposals still
      * pending - is taken on so the history adds up from the start.
       OPEN-RECON-HISTORY.
       OPEN EXTEND RECON-HISTORY-FILE.
       IF NOT HIST-OK
           OPEN OUTPUT RECON-HISTORY-FILE
           IF NOT HIST-OK
               MOVE "SIMPLIFE" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RECNHIST, STATUS "
                   DELIMITED BY SIZE
                   WS-HIST-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF
           PERFORM TAKE-ON-RECON-POOL
       END-IF.

       TAKE-ON-RECON-POOL.
       MOVE 'T' TO RH-EVENT.
       PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
               UNTIL WS-CARRY-SUB > WS-CARRY-USED
           MOVE WS-CT-KEY(WS-CARRY-SUB) TO RH-KEY
           MOVE WS-CT-SIDE(WS-CARRY-SUB) TO RH-SIDE
           MOVE WS-CT-CURRENCY(WS-CARRY-SUB) TO RH-CURRENCY
           MOVE WS-CT-AMOUNT(WS-CARRY-SUB) TO RH-AMOUNT
           MOVE WS-CT-AGE(WS-CARRY-SUB) TO RH-AGE
           PERFORM WRITE-HISTORY-RECORD
       END-PERFORM.
       OPEN INPUT WRITEOFF-FILE.
       IF WO-OK
           PERFORM UNTIL WO-EOF
               READ WRITEOFF-FILE
                   AT END
                       SET WO-EOF TO TRUE
                   NOT AT END
                       IF WO-STATUS = 'P'
                           MOVE WO-KEY TO RH-KEY
                           MOVE WO-SIDE TO RH-SIDE
                           MOVE WO-CURRENCY TO RH-CURRENCY
                           IF WO-CURRENCY = SPACES
                               MOVE "GBP" TO RH-CURRENCY
                           END-IF
                           MOVE WO-AMOUNT TO RH-AMOUNT
                           MOVE WO-AGE TO RH-AGE
                           PERFORM WRITE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WRITEOFF-FILE
       END-IF.
       IF WS-TAKEN-ON-COUNT > 0
           DISPLAY WS-TAKEN-ON-COUNT " unreconciled item(s) taken "
               "on to RECNHIST"
       END-IF.

      * Caller sets RH-EVENT, the amount and the age; the item is the
      * one in CF-KEY, CF-SIDE and CF-CURRENCY.
       WRITE-HISTORY-EVENT.
       MOVE CF-KEY TO RH-KEY.
       MOVE CF-SIDE TO RH-SIDE.
       MOVE CF-CURRENCY TO RH-CURRENCY.
       PERFORM WRITE-HISTORY-RECORD.

       WRITE-HISTORY-RECORD.
       MOVE WS-RUN-DATE TO RH-DATE.
       MOVE SPACES TO RH-USER.
       WRITE RECON-HISTORY-RECORD.
       IF RH-TAKEN-ON
           ADD 1 TO WS-TAKEN-ON-COUNT
       END-IF.
       IF RH-CLEARED
           ADD 1 TO WS-CLEARED-COUNT
       END-IF.

      * A carried item not found one-sided again in this run has
      * matched and leaves the pool.
       WRITE-CLEARED-EVENTS.
       MOVE 'C' TO RH-EVENT.
       PERFORM VARYING WS-CARRY-SUB FROM 1 BY 1
               UNTIL WS-CARRY-SUB > WS-CARRY-USED
           IF WS-CT-SEEN(WS-CARRY-SUB) = 'N'
               MOVE WS-CT-KEY(WS-CARRY-SUB) TO RH-KEY
               MOVE WS-CT-SIDE(WS-CARRY-SUB) TO RH-SIDE
               MOVE WS-CT-CURRENCY(WS-CARRY-SUB) TO RH-CURRENCY
               MOVE WS-CT-AMOUNT(WS-CARRY-SUB) TO RH-AMOUNT
               MOVE WS-CT-AGE(WS-CARRY-SUB) TO RH-AGE
               PERFORM WRITE-HISTORY-RECORD
           END-IF
       END-PERFORM.

       GATHER-A-GROUP.
       MOVE WS-A-MATCH TO WS-GA-MATCH.
       MOVE 0 TO WS-GA-TOTAL.
       MOVE 0 TO WS-GA-COUNT.
       PERFORM UNTIL A-EOF OR WS-A-MATCH NOT = WS-GA-MATCH
           ADD A-AMOUNT TO WS-GA-TOTAL
           ADD 1 TO WS-GA-COUNT
           PERFORM READ-SIDE-A
       END-PERFORM.

       GATHER-B-GROUP.
       MOVE WS-B-MATCH TO WS-GB-MATCH.
       MOVE 0 TO WS-GB-TOTAL.
       MOVE 0 TO WS-GB-COUNT.
       PERFORM UNTIL B-EOF OR WS-B-MATCH NOT = WS-GB-MATCH
           ADD B-AMOUNT TO WS-GB-TOTAL
           ADD 1 TO WS-GB-COUNT
           PERFORM READ-SIDE-B
           WS-GA-COUNT DELIMITED BY SIZE
           " A RECORD(S) TO " DELIMITED BY SIZE
           WS-GB-COUNT DELIMITED BY SIZE
           " B RECORD(S) " DELIMITED BY SIZE
           WS-GA-CURRENCY DELIMITED BY SIZE
           INTO DIFFERENCE-LINE.
       WRITE DIFFERENCE-LINE.

           MOVE CF-AMOUNT TO CS-AMOUNT
           MOVE SPACES TO CS-ASSIGNEE
           MOVE SPACES TO CS-NOTE
           MOVE AE-USER TO CS-RAISED-BY
           MOVE SPACES TO CS-CLOSED-BY
           OPEN EXTEND CASE-FILE
           IF NOT CASE-OK
               OPEN OUTPUT CASE-FILE
       READ SIDE-A-SORTED
           AT END
               SET A-EOF TO TRUE
           NOT AT END
               MOVE A-KEY TO WS-AM-KEY
               MOVE A-CURRENCY TO WS-AM-CURRENCY
       END-READ.

       READ-SIDE-B.
       READ SIDE-B-SORTED
           AT END
               SET B-EOF TO TRUE
           NOT AT END
               MOVE B-KEY TO WS-BM-KEY
               MOVE B-CURRENCY TO WS-BM-CURRENCY
       END-READ.

       EDIT-AND-RELEASE-A.
               NOT AT END
                   IF AI-KEY IS NUMERIC
                       MOVE SIDE-A-RECORD TO SORT-WORK-RECORD
                       IF SW-CURRENCY = SPACES
                           MOVE "GBP" TO SW-CURRENCY
                       END-IF
                       RELEASE SORT-WORK-RECORD
                   ELSE
                       PERFORM REJECT-BAD-KEY-A
               NOT AT END
                   IF BI-KEY IS NUMERIC
                       MOVE SIDE-B-RECORD TO SORT-WORK-RECORD
                       IF SW-CURRENCY = SPACES
                           MOVE "GBP" TO SW-CURRENCY
                       END-IF
                       RELEASE SORT-WORK-RECORD
                   ELSE
                       PERFORM REJECT-BAD-KEY-B
      * carry-forward item holds the group total, so a combined
      * settlement arriving later still clears it in one match.
       REPORT-A-ONLY.
       MOVE WS-GA-KEY TO CF-KEY.
       MOVE 'A' TO CF-SIDE.
       MOVE WS-GA-CURRENCY TO CF-CURRENCY.
       MOVE WS-GA-TOTAL TO CF-AMOUNT.
       MOVE WS-GA-TOTAL TO WS-GA-AMT-X.
       PERFORM CHECK-ACCEPTED-SUGGESTION.
       IF MATCHED-BY-SUGGESTION
           PERFORM REPORT-SUGGESTION-MATCH
       ELSE
           ADD 1 TO WS-DIFF-COUNT
           PERFORM OPEN-CASE-IF-NEW
           PERFORM AGE-AND-CARRY-ITEM
           MOVE SPACES TO DIFFERENCE-LINE
           STRING "KEY " DELIMITED BY SIZE
               WS-GA-KEY DELIMITED BY SIZE
               " ONLY ON SIDE A, " DELIMITED BY SIZE
               WS-GA-COUNT DELIMITED BY SIZE
               " RECORD(S), " DELIMITED BY SIZE
               WS-GA-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GA-AMT-X DELIMITED BY SIZE
               WS-AGE-TAG DELIMITED BY SIZE
               INTO DIFFERENCE-LINE
           WRITE DIFFERENCE-LINE
       END-IF.

       REPORT-B-ONLY.
       MOVE WS-GB-KEY TO CF-KEY.
       MOVE 'B' TO CF-SIDE.
       MOVE WS-GB-CURRENCY TO CF-CURRENCY.
       MOVE WS-GB-TOTAL TO CF-AMOUNT.
       MOVE WS-GB-TOTAL TO WS-GB-AMT-X.
       PERFORM CHECK-ACCEPTED-SUGGESTION.
       IF MATCHED-BY-SUGGESTION
           PERFORM REPORT-SUGGESTION-MATCH
       ELSE
           ADD 1 TO WS-DIFF-COUNT
           PERFORM OPEN-CASE-IF-NEW
           PERFORM AGE-AND-CARRY-ITEM
           MOVE SPACES TO DIFFERENCE-LINE
           STRING "KEY " DELIMITED BY SIZE
               WS-GB-KEY DELIMITED BY SIZE
               " ONLY ON SIDE B, " DELIMITED BY SIZE
               WS-GB-COUNT DELIMITED BY SIZE
               " RECORD(S), " DELIMITED BY SIZE
               WS-GB-CURRENCY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GB-AMT-X DELIMITED BY SIZE
               WS-AGE-TAG DELIMITED BY SIZE
               INTO DIFFERENCE-LINE
           WRITE DIFFERENCE-LINE
       END-IF.

      * The accepted suggested matches on SUGGFILE. CASEMGMT took
      * both items out of CARRYFWD and closed their cases when the
      * suggestion was accepted, so while the extracts still hold
      * them they are matched here rather than raised again.
       LOAD-ACCEPTED-SUGGESTIONS.
       MOVE 0 TO WS-ACCEPTED-USED.
       OPEN INPUT SUGGESTION-FILE.
       IF NOT SUGG-OK
           CONTINUE
       ELSE
           PERFORM UNTIL SUGG-EOF OR WS-ACCEPTED-USED > 198
               READ SUGGESTION-FILE
                   AT END
                       SET SUGG-EOF TO TRUE
                   NOT AT END
                       IF SG-ACCEPTED
                           ADD 1 TO WS-ACCEPTED-USED
                           MOVE SG-A-KEY
                               TO WS-AC-KEY(WS-ACCEPTED-USED)
                           MOVE 'A' TO WS-AC-SIDE(WS-ACCEPTED-USED)
                           MOVE SG-CURRENCY
                               TO WS-AC-CURRENCY(WS-ACCEPTED-USED)
                           MOVE SG-A-AMOUNT
                               TO WS-AC-AMOUNT(WS-ACCEPTED-USED)
                           MOVE SG-NUMBER
                               TO WS-AC-NUMBER(WS-ACCEPTED-USED)
                           ADD 1 TO WS-ACCEPTED-USED
                           MOVE SG-B-KEY
                               TO WS-AC-KEY(WS-ACCEPTED-USED)
                           MOVE 'B' TO WS-AC-SIDE(WS-ACCEPTED-USED)
                           MOVE SG-CURRENCY
                               TO WS-AC-CURRENCY(WS-ACCEPTED-USED)
                           MOVE SG-B-AMOUNT
                               TO WS-AC-AMOUNT(WS-ACCEPTED-USED)
                           MOVE SG-NUMBER
                               TO WS-AC-NUMBER(WS-ACCEPTED-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUGGESTION-FILE
       END-IF.

      * Caller sets CF-KEY, CF-SIDE, CF-CURRENCY and CF-AMOUNT; the
      * group only counts as matched at the amount accepted.
       CHECK-ACCEPTED-SUGGESTION.
       MOVE 'N' TO WS-SUGG-MATCHED.
       PERFORM VARYING WS-ACCEPTED-SUB FROM 1 BY 1
               UNTIL WS-ACCEPTED-SUB > WS-ACCEPTED-USED
                   OR MATCHED-BY-SUGGESTION
           IF WS-AC-KEY(WS-ACCEPTED-SUB) = CF-KEY
                   AND WS-AC-SIDE(WS-ACCEPTED-SUB) = CF-SIDE
                   AND WS-AC-CURRENCY(WS-ACCEPTED-SUB) = CF-CURRENCY
                   AND WS-AC-AMOUNT(WS-ACCEPTED-SUB) = CF-AMOUNT
               SET MATCHED-BY-SUGGESTION TO TRUE
               MOVE WS-AC-NUMBER(WS-ACCEPTED-SUB)
                   TO WS-ACCEPTED-NUMBER
           END-IF
       END-PERFORM.

       REPORT-SUGGESTION-MATCH.
       ADD 1 TO WS-SUGG-CLEARED-COUNT.
       MOVE SPACES TO DIFFERENCE-LINE.
       STRING "KEY " DELIMITED BY SIZE
           CF-KEY DELIMITED BY SIZE
           " SIDE " DELIMITED BY SIZE
           CF-SIDE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CF-CURRENCY DELIMITED BY SIZE
           " MATCHED BY ACCEPTED SUGGESTION " DELIMITED BY SIZE
           WS-ACCEPTED-NUMBER DELIMITED BY SIZE
           INTO DIFFERENCE-LINE.
       WRITE DIFFERENCE-LINE.

       IF WS-NUM1 > WS-NUM2
           STRING "KEY " DELIMITED BY SIZE
               WS-GA-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GA-CURRENCY DELIMITED BY SIZE
               " AMOUNTS DIFFER A(" DELIMITED BY SIZE
               WS-GA-COUNT DELIMITED BY SIZE
               ")=" DELIMITED BY SIZE
               WS-GA-AMT-X DELIMITED BY SIZE
       ELSE
           STRING "KEY " DELIMITED BY SIZE
               WS-GA-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GA-CURRENCY DELIMITED BY SIZE
               " AMOUNTS DIFFER A(" DELIMITED BY SIZE
               WS-GA-COUNT DELIMITED BY SIZE
               ")=" DELIMITED BY SIZE
               WS-GA-AMT-X DELIMITED BY SIZE
           MOVE "SIMPLIFE" TO RC-PROGRAM-ID.
           SET RC-START-REQUEST TO TRUE.
           MOVE 0 TO RC-RETURN-CODE RC-COUNT.
           MOVE SPACES TO RC-STEP-NAME.
           CALL 'RUNCTL' USING RUN-CONTROL-REQUEST.
           IF RC-BLOCKED
               DISPLAY "RUN-CONTROL WARNING: " RC-BLOCK-REASON
