      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end roll-forward statement for the SIDEA/SIDEB
      *          reconciliation, and its supervisor sign-off. For a
      *          chosen month it builds, per currency, from the
      *          RECNHIST movement history that SIMPLIFE and WOAPPRV
      *          append to:
      *            unreconciled items at the start of the month
      *            plus new breaks raised
      *            less items cleared by matching
      *            less items written off through WOAPPRV
      *            equals unreconciled items at the end,
      *          in items and amount, with the same lines analysed
      *          by age band (1 day, 2-5 days, 6 days and over,
      *          awaiting write-off). The unreconciled pool is the
      *          CARRYFWD items plus the WRITEOFF proposals still
      *          pending, and the closing figure is proved against
      *          those files as they stand; every item in the pool
      *          must also have an open case on CASEFILE. A proof
      *          is only possible while nothing has moved since the
      *          month end, so the statement is run after the last
      *          reconciliation of the month. The result is kept on
      *          RECNSIGN, one record per month and currency, where
      *          a supervisor signed on through OPERCHK signs off a
      *          proved month; the signer and date are recorded and
      *          the month can then not be rerun. The statement is
      *          printed on RECNRPT.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; the month's roll-forward was
      *                assembled by hand from a month of DIFFRPTs.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      *   2026-10-15 - WRITEOFF and CASEFILE layouts take the proposer,
      *                approver, raiser and closer ids.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON-ROLLFWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-HISTORY-FILE ASSIGN TO "RECNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CARRY-FORWARD-FILE ASSIGN TO "CARRYFWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "RECNSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.
           SELECT ROLLFWD-REPORT ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-HISTORY-FILE.
           COPY RECNHIST.
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           05 CF-KEY                PIC 9(6).
           05 CF-SIDE               PIC X(1).
           05 CF-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 CF-AGE                PIC 9(2).
           05 CF-RUN-DATE           PIC X(8).
           05 CF-CURRENCY           PIC X(3).
       FD  WRITEOFF-FILE.
       01  WRITEOFF-RECORD.
           05 WO-KEY                PIC 9(6).
           05 WO-SIDE               PIC X(1).
           05 WO-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 WO-AGE                PIC 9(2).
           05 WO-DATE               PIC X(8).
           05 WO-STATUS             PIC X(1).
           05 WO-CURRENCY           PIC X(3).
      * The user of the reconciliation run that proposed the
      * write-off and the supervisor who approved it (blank until
      * then); both blank on records from before them.
           05 WO-PROPOSED-BY        PIC X(8).
           05 WO-APPROVED-BY        PIC X(8).
       FD  CASE-FILE.
       01  CASE-RECORD.
           05 CS-NUMBER             PIC 9(6).
           05 CS-STATUS             PIC X(1).
           05 CS-OPENED             PIC X(8).
           05 CS-KEY                PIC 9(6).
           05 CS-SIDE               PIC X(1).
           05 CS-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 CS-ASSIGNEE           PIC X(8).
           05 CS-NOTE               PIC X(30).
      * The user of the run that opened the case and the operator
      * who closed it; blank on records from before them.
           05 CS-RAISED-BY          PIC X(8).
           05 CS-CLOSED-BY          PIC X(8).
      * One record per month and currency. Status P proved, U not
      * proved, S signed off. The closing items and amount by age
      * band open the next month's band analysis.
       FD  SIGNOFF-FILE.
       01  SIGNOFF-RECORD.
           05 RS-PERIOD             PIC 9(6).
           05 RS-CURRENCY           PIC X(3).
           05 RS-STATUS             PIC X(1).
           05 RS-PROVED-DATE        PIC X(8).
           05 RS-SIGNED-BY          PIC X(8).
           05 RS-SIGNED-DATE        PIC X(8).
           05 RS-BAND OCCURS 4 TIMES.
               10 RS-BAND-COUNT     PIC 9(5).
               10 RS-BAND-AMOUNT    PIC S9(11) SIGN IS TRAILING
                                        SEPARATE.
       FD  ROLLFWD-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-HIST-STATUS        PIC X(2).
           88 HIST-OK               VALUE "00".
           88 HIST-EOF              VALUE "10".
       01 WS-CARRY-STATUS       PIC X(2).
           88 CARRY-OK              VALUE "00".
           88 CARRY-EOF             VALUE "10".
       01 WS-WO-STATUS          PIC X(2).
           88 WO-OK                 VALUE "00".
           88 WO-EOF                VALUE "10".
       01 WS-CASE-STATUS        PIC X(2).
           88 CASE-OK               VALUE "00".
           88 CASE-EOF              VALUE "10".
       01 WS-SIGN-STATUS        PIC X(2).
           88 SIGN-OK               VALUE "00".
           88 SIGN-EOF              VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-MODE               PIC 9 VALUE 0.
           88 MODE-STATEMENT        VALUE 1.
           88 MODE-SIGN-OFF         VALUE 2.
           88 MODE-INQUIRY          VALUE 3.
       01 WS-TODAY              PIC X(8).
       01 WS-PERIOD             PIC X(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PP-YEAR            PIC 9(4).
           05 WS-PP-MONTH           PIC 9(2).
       01 WS-PERIOD-NUM REDEFINES WS-PERIOD PIC 9(6).
       01 WS-PRIOR-PERIOD.
           05 WS-PR-YEAR            PIC 9(4).
           05 WS-PR-MONTH           PIC 9(2).
       01 WS-PRIOR-PERIOD-NUM REDEFINES WS-PRIOR-PERIOD PIC 9(6).
       01 WS-PERIOD-VALID       PIC X VALUE 'N'.
           88 PERIOD-IS-VALID       VALUE 'Y'.
      * Per currency: rows 1 opening, 2 taken on, 3 new breaks,
      * 4 cleared, 5 written off, 6 closing on file; cells 1-4 are
      * the age bands and cell 5 the total. The closing derived from
      * the history is held apart so it can be proved against row 6.
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 10 TIMES.
               10 WS-CC-CURRENCY    PIC X(3).
               10 WS-CC-ROW OCCURS 6 TIMES.
                   15 WS-CC-CELL OCCURS 5 TIMES.
                       20 WS-CC-COUNT   PIC S9(7).
                       20 WS-CC-AMOUNT  PIC S9(11).
               10 WS-CC-CLOSE-COUNT PIC S9(7).
               10 WS-CC-CLOSE-AMOUNT PIC S9(11).
               10 WS-CC-PROPOSED    PIC 9(5).
               10 WS-CC-RETURNED    PIC 9(5).
               10 WS-CC-OPEN-BANDS  PIC X(1).
                   88 CC-OPENING-ANALYSED   VALUE 'Y'.
               10 WS-CC-AGREES      PIC X(1).
                   88 CC-CLOSING-AGREES     VALUE 'Y'.
       01 WS-CCY-USED           PIC 9(2) VALUE 0.
       01 WS-CCY-SUB            PIC 9(2).
       01 WS-ROW                PIC 9(1).
       01 WS-BAND               PIC 9(1).
       01 WS-WORK-CURRENCY      PIC X(3).
       01 WS-WORK-AGE           PIC 9(2).
       01 WS-WORK-KEY           PIC 9(6).
       01 WS-WORK-SIDE          PIC X(1).
       01 WS-BAND-VIEW          PIC X(1).
           88 VIEW-ITEMS            VALUE 'C'.
           88 VIEW-AMOUNTS          VALUE 'A'.
       01 WS-WORK-AMOUNT        PIC S9(11).
       01 WS-ROW-LABEL-VALUES.
           05 FILLER                PIC X(20) VALUE "OPENING".
           05 FILLER                PIC X(20) VALUE "TAKEN ON".
           05 FILLER                PIC X(20) VALUE "NEW BREAKS RAISED".
           05 FILLER                PIC X(20)
                                    VALUE "CLEARED BY MATCHING".
           05 FILLER                PIC X(20) VALUE "WRITTEN OFF".
           05 FILLER                PIC X(20) VALUE "CLOSING".
       01 WS-ROW-LABELS REDEFINES WS-ROW-LABEL-VALUES.
           05 WS-ROW-LABEL OCCURS 6 TIMES PIC X(20).
      * The items in the pool as the files stand, for the CASEFILE
      * check.
       01 WS-POOL-TABLE.
           05 WS-POOL-ENTRY OCCURS 500 TIMES.
               10 WS-PL-KEY         PIC 9(6).
               10 WS-PL-SIDE        PIC X(1).
               10 WS-PL-CURRENCY    PIC X(3).
               10 WS-PL-AMOUNT      PIC S9(9).
               10 WS-PL-CASE        PIC X(1).
       01 WS-POOL-USED          PIC 9(3) VALUE 0.
       01 WS-POOL-SUB           PIC 9(3).
       01 WS-POOL-MATCHED       PIC X.
           88 POOL-ITEM-MATCHED     VALUE 'Y'.
       01 WS-LATER-COUNT        PIC 9(5) VALUE 0.
       01 WS-CASES-OPENED       PIC 9(5) VALUE 0.
       01 WS-NO-CASE-COUNT      PIC 9(5) VALUE 0.
       01 WS-SPARE-CASE-COUNT   PIC 9(5) VALUE 0.
       01 WS-PROOF-STATE        PIC X VALUE 'Y'.
           88 STATEMENT-PROVED      VALUE 'Y'.
      * RECNSIGN in full; it is rewritten whole when a month is
      * stated or signed off.
       01 WS-SIGN-TABLE.
           05 WS-SIGN-ENTRY OCCURS 200 TIMES.
               10 WS-SG-PERIOD      PIC 9(6).
               10 WS-SG-CURRENCY    PIC X(3).
               10 WS-SG-STATUS      PIC X(1).
               10 WS-SG-PROVED-DATE PIC X(8).
               10 WS-SG-SIGNED-BY   PIC X(8).
               10 WS-SG-SIGNED-DATE PIC X(8).
               10 WS-SG-BAND OCCURS 4 TIMES.
                   15 WS-SG-COUNT   PIC 9(5).
                   15 WS-SG-AMOUNT  PIC S9(11) SIGN IS TRAILING
                                        SEPARATE.
       01 WS-SIGN-USED          PIC 9(3) VALUE 0.
       01 WS-SIGN-SUB           PIC 9(3).
       01 WS-PERIOD-ROWS        PIC 9(3) VALUE 0.
       01 WS-PERIOD-SIGNED      PIC 9(3) VALUE 0.
       01 WS-PERIOD-UNPROVED    PIC 9(3) VALUE 0.
       01 WS-SIGNED-BY          PIC X(8).
       01 WS-SIGNED-DATE        PIC X(8).
       01 WS-BAND-COUNT-TOTAL   PIC S9(7).
       01 WS-BAND-AMOUNT-TOTAL  PIC S9(11).
       01 WS-DIFF-COUNT         PIC S9(7).
       01 WS-DIFF-AMOUNT        PIC S9(11).
       01 WS-CONFIRM            PIC X(1).
           88 CONFIRM-YES           VALUE 'Y', 'y'.
       01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
           88 OPERATOR-IS-SUPER     VALUE 2.
       01 WS-OPER-RESULT        PIC X(1).
           88 OPERATOR-KNOWN        VALUE 'Y'.
           88 OPER-TABLE-MISSING    VALUE 'U'.
       01 WS-ROLL-LINE.
           05 WS-RL-LABEL           PIC X(36).
           05 WS-RL-COUNT           PIC -ZZZ,ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-BAND-LINE.
           05 WS-BL-LABEL           PIC X(20).
           05 WS-BL-CELL OCCURS 4 TIMES.
               10 FILLER            PIC X(1).
               10 WS-BL-VALUE       PIC -Z,ZZZ,ZZZ,ZZ9.
       01 WS-ITEM-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-IL-TEXT            PIC X(8).
           05 WS-IL-NUMBER          PIC 9(6).
           05 FILLER                PIC X(5) VALUE " KEY ".
           05 WS-IL-KEY             PIC 9(6).
           05 FILLER                PIC X(6) VALUE " SIDE ".
           05 WS-IL-SIDE            PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-IL-CURRENCY        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-IL-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-IL-NOTE            PIC X(16).
       01 WS-COUNT-DISP         PIC ZZZZ9.
       01 WS-AMOUNT-DISP        PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "1 = Produce a month's roll-forward statement".
           DISPLAY "2 = Sign off a month  3 = Month status inquiry".
           DISPLAY "Select mode: ".
           ACCEPT WS-MODE.
           EVALUATE TRUE
               WHEN MODE-STATEMENT
                   PERFORM STATEMENT-PROCEDURE
               WHEN MODE-SIGN-OFF
                   PERFORM SIGN-OFF-PROCEDURE
               WHEN MODE-INQUIRY
                   PERFORM INQUIRY-PROCEDURE
               WHEN OTHER
                   DISPLAY "Invalid mode"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       ACCEPT-PERIOD.
           MOVE 'N' TO WS-PERIOD-VALID.
           DISPLAY "Month (YYYYMM, blank for this month): ".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD = SPACES
               MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
                   OR WS-PP-MONTH < 1 OR WS-PP-MONTH > 12
               DISPLAY "Month must be YYYYMM"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET PERIOD-IS-VALID TO TRUE
               MOVE WS-PP-YEAR TO WS-PR-YEAR
               MOVE WS-PP-MONTH TO WS-PR-MONTH
               IF WS-PR-MONTH = 1
                   SUBTRACT 1 FROM WS-PR-YEAR
                   MOVE 12 TO WS-PR-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PR-MONTH
               END-IF
           END-IF.

      ******************************************************************
      * Statement: history, opening analysis, proof, report, RECNSIGN.
      ******************************************************************
       STATEMENT-PROCEDURE.
           PERFORM ACCEPT-PERIOD.
           IF PERIOD-IS-VALID
               PERFORM LOAD-SIGNOFF-FILE
               PERFORM COUNT-PERIOD-ROWS
               IF WS-PERIOD-SIGNED > 0
                   DISPLAY "Month " WS-PERIOD " was signed off by "
                       WS-SIGNED-BY " on " WS-SIGNED-DATE
                       ", the statement is not rerun"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM BUILD-STATEMENT
               END-IF
           END-IF.

       BUILD-STATEMENT.
           MOVE 0 TO WS-CCY-USED.
           MOVE "GBP" TO WS-WORK-CURRENCY.
           PERFORM FIND-CURRENCY.
           PERFORM LOAD-HISTORY.
           PERFORM SET-OPENING-BANDS.
           IF WS-LATER-COUNT = 0
               PERFORM LOAD-CURRENT-POOL
               PERFORM CHECK-CASES
           END-IF.
           PERFORM PROVE-CLOSING.
           OPEN OUTPUT ROLLFWD-REPORT.
           IF NOT RPT-OK
               MOVE "RECNROLL" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RECNRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECONCILIATION ROLL-FORWARD FOR " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-USED
               PERFORM WRITE-CURRENCY-STATEMENT
           END-PERFORM.
           PERFORM WRITE-CASE-PROOF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF STATEMENT-PROVED
               MOVE "STATEMENT PROVED - READY FOR SUPERVISOR SIGN-OFF"
                   TO REPORT-LINE
           ELSE
               MOVE "STATEMENT NOT PROVED - IT CANNOT BE SIGNED OFF"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE ROLLFWD-REPORT.
           PERFORM SAVE-STATEMENT-ROWS.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF STATEMENT-PROVED
               DISPLAY "Roll-forward for " WS-PERIOD
                   " proved, ready for sign-off"
               STRING "RECON ROLL-FORWARD " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " PROVED" DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           ELSE
               DISPLAY "Roll-forward for " WS-PERIOD
                   " NOT proved, see RECNRPT"
               STRING "RECON ROLL-FORWARD " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " NOT PROVED" DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE "RCRF" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
           END-IF.
           CALL 'AUDITLOG' USING "RECNROLL", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           IF NOT STATEMENT-PROVED
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Sets WS-CCY-SUB for WS-WORK-CURRENCY, adding it if new.
       FIND-CURRENCY.
           IF WS-WORK-CURRENCY = SPACES
               MOVE "GBP" TO WS-WORK-CURRENCY
           END-IF.
           MOVE 1 TO WS-CCY-SUB.
           PERFORM UNTIL WS-CCY-SUB > WS-CCY-USED
                   OR WS-CC-CURRENCY(WS-CCY-SUB) = WS-WORK-CURRENCY
               ADD 1 TO WS-CCY-SUB
           END-PERFORM.
           IF WS-CCY-SUB > WS-CCY-USED
               IF WS-CCY-USED = 10
                   MOVE "RECNROLL" TO WS-ERROR-PGM
                   MOVE "CURRENCY TABLE FULL" TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-CCY-USED
               MOVE WS-CCY-USED TO WS-CCY-SUB
               INITIALIZE WS-CCY-ENTRY(WS-CCY-SUB)
               MOVE WS-WORK-CURRENCY TO WS-CC-CURRENCY(WS-CCY-SUB)
               MOVE 'N' TO WS-CC-OPEN-BANDS(WS-CCY-SUB)
               MOVE 'N' TO WS-CC-AGREES(WS-CCY-SUB)
           END-IF.

      * Band 1 is one day old, 2 is 2-5 days, 3 is 6 days and over
      * (the DIFFRPT new / outstanding / escalated split); band 4,
      * awaiting write-off, is set by the caller.
       SET-AGE-BAND.
           EVALUATE TRUE
               WHEN WS-WORK-AGE <= 1
                   MOVE 1 TO WS-BAND
               WHEN WS-WORK-AGE <= 5
                   MOVE 2 TO WS-BAND
               WHEN OTHER
                   MOVE 3 TO WS-BAND
           END-EVALUATE.

      * Adds one item of WS-WORK-AMOUNT to WS-ROW, band WS-BAND and
      * the total, for the currency in WS-CCY-SUB.
       ADD-TO-CELL.
           ADD 1 TO WS-CC-COUNT(WS-CCY-SUB, WS-ROW, WS-BAND).
           ADD WS-WORK-AMOUNT
               TO WS-CC-AMOUNT(WS-CCY-SUB, WS-ROW, WS-BAND).
           ADD 1 TO WS-CC-COUNT(WS-CCY-SUB, WS-ROW, 5).
           ADD WS-WORK-AMOUNT
               TO WS-CC-AMOUNT(WS-CCY-SUB, WS-ROW, 5).

      * Movements before the month make up the opening total; those
      * in it are the month's lines; any after it mean the files
      * have moved on and the closing cannot be proved.
       LOAD-HISTORY.
           MOVE 0 TO WS-LATER-COUNT.
           OPEN INPUT RECON-HISTORY-FILE.
           IF NOT HIST-OK
               DISPLAY "No RECNHIST movement history, the "
                   "reconciliation has not run since it was started"
           ELSE
               PERFORM UNTIL HIST-EOF
                   READ RECON-HISTORY-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-HISTORY-EVENT
                   END-READ
               END-PERFORM
               CLOSE RECON-HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-USED
               COMPUTE WS-CC-CLOSE-COUNT(WS-CCY-SUB) =
                   WS-CC-COUNT(WS-CCY-SUB, 1, 5)
                   + WS-CC-COUNT(WS-CCY-SUB, 2, 5)
                   + WS-CC-COUNT(WS-CCY-SUB, 3, 5)
                   - WS-CC-COUNT(WS-CCY-SUB, 4, 5)
                   - WS-CC-COUNT(WS-CCY-SUB, 5, 5)
               COMPUTE WS-CC-CLOSE-AMOUNT(WS-CCY-SUB) =
                   WS-CC-AMOUNT(WS-CCY-SUB, 1, 5)
                   + WS-CC-AMOUNT(WS-CCY-SUB, 2, 5)
                   + WS-CC-AMOUNT(WS-CCY-SUB, 3, 5)
                   - WS-CC-AMOUNT(WS-CCY-SUB, 4, 5)
                   - WS-CC-AMOUNT(WS-CCY-SUB, 5, 5)
           END-PERFORM.

       TALLY-HISTORY-EVENT.
           MOVE RH-CURRENCY TO WS-WORK-CURRENCY.
           PERFORM FIND-CURRENCY.
           MOVE RH-AMOUNT TO WS-WORK-AMOUNT.
           MOVE RH-AGE TO WS-WORK-AGE.
           PERFORM SET-AGE-BAND.
           IF RH-DATE(1:6) < WS-PERIOD
               EVALUATE TRUE
                   WHEN RH-TAKEN-ON
                   WHEN RH-NEW-BREAK
                       ADD 1 TO WS-CC-COUNT(WS-CCY-SUB, 1, 5)
                       ADD WS-WORK-AMOUNT
                           TO WS-CC-AMOUNT(WS-CCY-SUB, 1, 5)
                   WHEN RH-CLEARED
                   WHEN RH-WRITTEN-OFF
                       SUBTRACT 1 FROM WS-CC-COUNT(WS-CCY-SUB, 1, 5)
                       SUBTRACT WS-WORK-AMOUNT
                           FROM WS-CC-AMOUNT(WS-CCY-SUB, 1, 5)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
           IF RH-DATE(1:6) = WS-PERIOD
               EVALUATE TRUE
                   WHEN RH-TAKEN-ON
                       MOVE 2 TO WS-ROW
                       PERFORM ADD-TO-CELL
                   WHEN RH-NEW-BREAK
                       MOVE 3 TO WS-ROW
                       PERFORM ADD-TO-CELL
                   WHEN RH-CLEARED
                       MOVE 4 TO WS-ROW
                       PERFORM ADD-TO-CELL
                   WHEN RH-WRITTEN-OFF
                       MOVE 5 TO WS-ROW
                       MOVE 4 TO WS-BAND
                       PERFORM ADD-TO-CELL
                   WHEN RH-PROPOSED
                       ADD 1 TO WS-CC-PROPOSED(WS-CCY-SUB)
                   WHEN RH-RETURNED
                       ADD 1 TO WS-CC-RETURNED(WS-CCY-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-LATER-COUNT
           END-IF
           END-IF.

      * The opening is analysed by age from the prior month's
      * statement, when that statement closed on the same total.
       SET-OPENING-BANDS.
           PERFORM VARYING WS-SIGN-SUB FROM 1 BY 1
                   UNTIL WS-SIGN-SUB > WS-SIGN-USED
               IF WS-SG-PERIOD(WS-SIGN-SUB) = WS-PRIOR-PERIOD-NUM
                       AND WS-SG-STATUS(WS-SIGN-SUB) NOT = 'U'
                   MOVE WS-SG-CURRENCY(WS-SIGN-SUB)
                       TO WS-WORK-CURRENCY
                   PERFORM FIND-CURRENCY
                   PERFORM MATCH-PRIOR-CLOSING
               END-IF
           END-PERFORM.

       MATCH-PRIOR-CLOSING.
           MOVE 0 TO WS-BAND-COUNT-TOTAL.
           MOVE 0 TO WS-BAND-AMOUNT-TOTAL.
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
               ADD WS-SG-COUNT(WS-SIGN-SUB, WS-BAND)
                   TO WS-BAND-COUNT-TOTAL
               ADD WS-SG-AMOUNT(WS-SIGN-SUB, WS-BAND)
                   TO WS-BAND-AMOUNT-TOTAL
           END-PERFORM.
           IF WS-BAND-COUNT-TOTAL = WS-CC-COUNT(WS-CCY-SUB, 1, 5)
                   AND WS-BAND-AMOUNT-TOTAL
                       = WS-CC-AMOUNT(WS-CCY-SUB, 1, 5)
               PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
                   MOVE WS-SG-COUNT(WS-SIGN-SUB, WS-BAND)
                       TO WS-CC-COUNT(WS-CCY-SUB, 1, WS-BAND)
                   MOVE WS-SG-AMOUNT(WS-SIGN-SUB, WS-BAND)
                       TO WS-CC-AMOUNT(WS-CCY-SUB, 1, WS-BAND)
               END-PERFORM
               MOVE 'Y' TO WS-CC-OPEN-BANDS(WS-CCY-SUB)
           END-IF.

      * The pool as the files stand: CARRYFWD by age band, and the
      * WRITEOFF proposals still pending as awaiting write-off.
       LOAD-CURRENT-POOL.
           MOVE 0 TO WS-POOL-USED.
           MOVE 6 TO WS-ROW.
           OPEN INPUT CARRY-FORWARD-FILE.
           IF CARRY-OK
               PERFORM UNTIL CARRY-EOF
                   READ CARRY-FORWARD-FILE
                       AT END
                           SET CARRY-EOF TO TRUE
                       NOT AT END
                           MOVE CF-CURRENCY TO WS-WORK-CURRENCY
                           PERFORM FIND-CURRENCY
                           MOVE CF-AMOUNT TO WS-WORK-AMOUNT
                           MOVE CF-AGE TO WS-WORK-AGE
                           PERFORM SET-AGE-BAND
                           PERFORM ADD-TO-CELL
                           MOVE CF-KEY TO WS-WORK-KEY
                           MOVE CF-SIDE TO WS-WORK-SIDE
                           PERFORM ADD-POOL-ITEM
                   END-READ
               END-PERFORM
               CLOSE CARRY-FORWARD-FILE
           END-IF.
           OPEN INPUT WRITEOFF-FILE.
           IF WO-OK
               PERFORM UNTIL WO-EOF
                   READ WRITEOFF-FILE
                       AT END
                           SET WO-EOF TO TRUE
                       NOT AT END
                           IF WO-STATUS = 'P'
                               MOVE WO-CURRENCY TO WS-WORK-CURRENCY
                               PERFORM FIND-CURRENCY
                               MOVE WO-AMOUNT TO WS-WORK-AMOUNT
                               MOVE 4 TO WS-BAND
                               PERFORM ADD-TO-CELL
                               MOVE WO-KEY TO WS-WORK-KEY
                               MOVE WO-SIDE TO WS-WORK-SIDE
                               PERFORM ADD-POOL-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-FILE
           END-IF.

       ADD-POOL-ITEM.
           IF WS-POOL-USED = 500
               MOVE "RECNROLL" TO WS-ERROR-PGM
               MOVE "UNRECONCILED ITEM TABLE FULL" TO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ADD 1 TO WS-POOL-USED.
           MOVE WS-POOL-USED TO WS-POOL-SUB.
           MOVE WS-WORK-KEY TO WS-PL-KEY(WS-POOL-SUB).
           MOVE WS-WORK-SIDE TO WS-PL-SIDE(WS-POOL-SUB).
           MOVE WS-CC-CURRENCY(WS-CCY-SUB)
               TO WS-PL-CURRENCY(WS-POOL-SUB).
           MOVE WS-WORK-AMOUNT TO WS-PL-AMOUNT(WS-POOL-SUB).
           MOVE 'N' TO WS-PL-CASE(WS-POOL-SUB).

      * Every unreconciled item must have an open case (N or I) for
      * its key and side. Open reconciliation cases (sides A and B)
      * with no item left in the pool are listed to be closed.
       CHECK-CASES.
           MOVE 0 TO WS-CASES-OPENED.
           MOVE 0 TO WS-SPARE-CASE-COUNT.
           OPEN INPUT CASE-FILE.
           IF CASE-OK
               PERFORM UNTIL CASE-EOF
                   READ CASE-FILE
                       AT END
                           SET CASE-EOF TO TRUE
                       NOT AT END
                           IF CS-SIDE = 'A' OR CS-SIDE = 'B'
                               PERFORM CHECK-ONE-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.
           MOVE 0 TO WS-NO-CASE-COUNT.
           PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
                   UNTIL WS-POOL-SUB > WS-POOL-USED
               IF WS-PL-CASE(WS-POOL-SUB) = 'N'
                   ADD 1 TO WS-NO-CASE-COUNT
               END-IF
           END-PERFORM.

       CHECK-ONE-CASE.
           IF CS-OPENED(1:6) = WS-PERIOD
               ADD 1 TO WS-CASES-OPENED
           END-IF.
           IF CS-STATUS = 'N' OR CS-STATUS = 'I'
               MOVE 'N' TO WS-POOL-MATCHED
               PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
                       UNTIL WS-POOL-SUB > WS-POOL-USED
                   IF WS-PL-KEY(WS-POOL-SUB) = CS-KEY
                           AND WS-PL-SIDE(WS-POOL-SUB) = CS-SIDE
                       MOVE 'Y' TO WS-PL-CASE(WS-POOL-SUB)
                       SET POOL-ITEM-MATCHED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT POOL-ITEM-MATCHED
                   ADD 1 TO WS-SPARE-CASE-COUNT
               END-IF
           END-IF.

      * Each currency's closing must agree with the files in items
      * and amount; with movements after the month there is nothing
      * to prove against. Items without a case fail the proof too.
       PROVE-CLOSING.
           MOVE 'Y' TO WS-PROOF-STATE.
           IF WS-LATER-COUNT > 0 OR WS-NO-CASE-COUNT > 0
               MOVE 'N' TO WS-PROOF-STATE
           END-IF.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-USED
               IF WS-LATER-COUNT = 0
                       AND WS-CC-COUNT(WS-CCY-SUB, 6, 5)
                           = WS-CC-CLOSE-COUNT(WS-CCY-SUB)
                       AND WS-CC-AMOUNT(WS-CCY-SUB, 6, 5)
                           = WS-CC-CLOSE-AMOUNT(WS-CCY-SUB)
                   MOVE 'Y' TO WS-CC-AGREES(WS-CCY-SUB)
               ELSE
                   MOVE 'N' TO WS-CC-AGREES(WS-CCY-SUB)
                   MOVE 'N' TO WS-PROOF-STATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Report.
      ******************************************************************
       WRITE-CURRENCY-STATEMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CURRENCY " DELIMITED BY SIZE
               WS-CC-CURRENCY(WS-CCY-SUB) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "ITEMS" TO REPORT-LINE(40:5).
           MOVE "AMOUNT" TO REPORT-LINE(56:6).
           WRITE REPORT-LINE.
           MOVE "UNRECONCILED AT START OF MONTH" TO WS-RL-LABEL.
           MOVE 1 TO WS-ROW.
           PERFORM WRITE-ROLL-ROW.
           IF WS-CC-COUNT(WS-CCY-SUB, 2, 5) NOT = 0
               MOVE "ADD  TAKEN ON TO THE HISTORY" TO WS-RL-LABEL
               MOVE 2 TO WS-ROW
               PERFORM WRITE-ROLL-ROW
           END-IF.
           MOVE "ADD  NEW BREAKS RAISED" TO WS-RL-LABEL.
           MOVE 3 TO WS-ROW.
           PERFORM WRITE-ROLL-ROW.
           MOVE "LESS CLEARED BY MATCHING" TO WS-RL-LABEL.
           MOVE 4 TO WS-ROW.
           PERFORM WRITE-ROLL-ROW.
           MOVE "LESS WRITTEN OFF THROUGH WOAPPRV" TO WS-RL-LABEL.
           MOVE 5 TO WS-ROW.
           PERFORM WRITE-ROLL-ROW.
           MOVE "UNRECONCILED AT END OF MONTH" TO WS-RL-LABEL.
           MOVE WS-CC-CLOSE-COUNT(WS-CCY-SUB) TO WS-RL-COUNT.
           MOVE WS-CC-CLOSE-AMOUNT(WS-CCY-SUB) TO WS-RL-AMOUNT.
           MOVE WS-ROLL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CC-PROPOSED(WS-CCY-SUB) TO WS-COUNT-DISP.
           STRING "  MEMO: PROPOSED FOR WRITE-OFF " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           MOVE WS-CC-RETURNED(WS-CCY-SUB) TO WS-COUNT-DISP.
           MOVE "RETURNED TO CARRYFWD " TO REPORT-LINE(40:21).
           MOVE WS-COUNT-DISP TO REPORT-LINE(61:5).
           WRITE REPORT-LINE.
           PERFORM WRITE-BAND-ANALYSIS.
           PERFORM WRITE-CURRENCY-PROOF.

       WRITE-ROLL-ROW.
           MOVE WS-CC-COUNT(WS-CCY-SUB, WS-ROW, 5) TO WS-RL-COUNT.
           MOVE WS-CC-AMOUNT(WS-CCY-SUB, WS-ROW, 5) TO WS-RL-AMOUNT.
           MOVE WS-ROLL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Items then amounts by age band. Items age from band to band
      * through the month; the moved-between-bands line is what
      * makes each band add up, and nets to nil across the bands.
       WRITE-BAND-ANALYSIS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS BY AGE" TO REPORT-LINE.
           PERFORM WRITE-BAND-HEADING.
           SET VIEW-ITEMS TO TRUE.
           PERFORM WRITE-BAND-ROWS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AMOUNT BY AGE" TO REPORT-LINE.
           PERFORM WRITE-BAND-HEADING.
           SET VIEW-AMOUNTS TO TRUE.
           PERFORM WRITE-BAND-ROWS.

       WRITE-BAND-HEADING.
           MOVE "1 DAY" TO REPORT-LINE(31:5).
           MOVE "2-5 DAYS" TO REPORT-LINE(43:8).
           MOVE "6+ DAYS" TO REPORT-LINE(59:7).
           MOVE "AWAITING W/O" TO REPORT-LINE(69:12).
           WRITE REPORT-LINE.

       WRITE-BAND-ROWS.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
               IF WS-ROW = 6
                   PERFORM WRITE-MOVED-ROW
               END-IF
               IF WS-ROW NOT = 2
                       OR WS-CC-COUNT(WS-CCY-SUB, 2, 5) NOT = 0
                   PERFORM WRITE-ONE-BAND-ROW
               END-IF
           END-PERFORM.

       WRITE-ONE-BAND-ROW.
           MOVE SPACES TO WS-BAND-LINE.
           MOVE WS-ROW-LABEL(WS-ROW) TO WS-BL-LABEL.
           IF (WS-ROW = 1 AND NOT CC-OPENING-ANALYSED(WS-CCY-SUB))
                   OR (WS-ROW = 6 AND WS-LATER-COUNT > 0)
               MOVE WS-BAND-LINE TO REPORT-LINE
               MOVE "NOT ANALYSED" TO REPORT-LINE(22:12)
           ELSE
               PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
                   IF VIEW-ITEMS
                       MOVE WS-CC-COUNT(WS-CCY-SUB, WS-ROW, WS-BAND)
                           TO WS-BL-VALUE(WS-BAND)
                   ELSE
                       MOVE WS-CC-AMOUNT(WS-CCY-SUB, WS-ROW, WS-BAND)
                           TO WS-BL-VALUE(WS-BAND)
                   END-IF
               END-PERFORM
               MOVE WS-BAND-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      * Closing less opening and the month's movements, band by
      * band; only shown when both ends are analysed.
       WRITE-MOVED-ROW.
           IF CC-OPENING-ANALYSED(WS-CCY-SUB) AND WS-LATER-COUNT = 0
               MOVE SPACES TO WS-BAND-LINE
               MOVE "MOVED BETWEEN BANDS" TO WS-BL-LABEL
               PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
                   IF VIEW-ITEMS
                       COMPUTE WS-DIFF-COUNT =
                           WS-CC-COUNT(WS-CCY-SUB, 6, WS-BAND)
                           - WS-CC-COUNT(WS-CCY-SUB, 1, WS-BAND)
                           - WS-CC-COUNT(WS-CCY-SUB, 2, WS-BAND)
                           - WS-CC-COUNT(WS-CCY-SUB, 3, WS-BAND)
                           + WS-CC-COUNT(WS-CCY-SUB, 4, WS-BAND)
                           + WS-CC-COUNT(WS-CCY-SUB, 5, WS-BAND)
                       MOVE WS-DIFF-COUNT TO WS-BL-VALUE(WS-BAND)
                   ELSE
                       COMPUTE WS-DIFF-AMOUNT =
                           WS-CC-AMOUNT(WS-CCY-SUB, 6, WS-BAND)
                           - WS-CC-AMOUNT(WS-CCY-SUB, 1, WS-BAND)
                           - WS-CC-AMOUNT(WS-CCY-SUB, 2, WS-BAND)
                           - WS-CC-AMOUNT(WS-CCY-SUB, 3, WS-BAND)
                           + WS-CC-AMOUNT(WS-CCY-SUB, 4, WS-BAND)
                           + WS-CC-AMOUNT(WS-CCY-SUB, 5, WS-BAND)
                       MOVE WS-DIFF-AMOUNT TO WS-BL-VALUE(WS-BAND)
                   END-IF
               END-PERFORM
               MOVE WS-BAND-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-CURRENCY-PROOF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LATER-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-LATER-COUNT TO WS-COUNT-DISP
               STRING "NO PROOF: " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   " MOVEMENT(S) ON RECNHIST AFTER THE MONTH"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "ON CARRYFWD AND WRITEOFF NOW" TO WS-RL-LABEL
               MOVE WS-CC-COUNT(WS-CCY-SUB, 6, 5) TO WS-RL-COUNT
               MOVE WS-CC-AMOUNT(WS-CCY-SUB, 6, 5) TO WS-RL-AMOUNT
               MOVE WS-ROLL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE WS-DIFF-COUNT = WS-CC-COUNT(WS-CCY-SUB, 6, 5)
                   - WS-CC-CLOSE-COUNT(WS-CCY-SUB)
               COMPUTE WS-DIFF-AMOUNT =
                   WS-CC-AMOUNT(WS-CCY-SUB, 6, 5)
                   - WS-CC-CLOSE-AMOUNT(WS-CCY-SUB)
               MOVE "DIFFERENCE FROM END OF MONTH" TO WS-RL-LABEL
               MOVE WS-DIFF-COUNT TO WS-RL-COUNT
               MOVE WS-DIFF-AMOUNT TO WS-RL-AMOUNT
               MOVE WS-ROLL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF CC-CLOSING-AGREES(WS-CCY-SUB)
                   MOVE "CLOSING AGREES WITH CARRYFWD AND WRITEOFF"
                       TO REPORT-LINE
               ELSE
                   MOVE "*** CLOSING DOES NOT AGREE WITH CARRYFWD AND "
                       TO REPORT-LINE
                   MOVE "WRITEOFF ***" TO REPORT-LINE(46:12)
               END-IF
               WRITE REPORT-LINE
           END-IF.

       WRITE-CASE-PROOF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LATER-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-CASES-OPENED TO WS-COUNT-DISP
               STRING "CASEFILE: " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   " RECONCILIATION CASE(S) OPENED IN THE MONTH"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE WS-NO-CASE-COUNT TO WS-COUNT-DISP
               STRING "UNRECONCILED ITEMS WITHOUT AN OPEN CASE: "
                   DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
                       UNTIL WS-POOL-SUB > WS-POOL-USED
                   IF WS-PL-CASE(WS-POOL-SUB) = 'N'
                       MOVE "ITEM" TO WS-IL-TEXT
                       MOVE 0 TO WS-IL-NUMBER
                       MOVE WS-PL-KEY(WS-POOL-SUB) TO WS-IL-KEY
                       MOVE WS-PL-SIDE(WS-POOL-SUB) TO WS-IL-SIDE
                       MOVE WS-PL-CURRENCY(WS-POOL-SUB)
                           TO WS-IL-CURRENCY
                       MOVE WS-PL-AMOUNT(WS-POOL-SUB) TO WS-IL-AMOUNT
                       MOVE "NO OPEN CASE" TO WS-IL-NOTE
                       MOVE WS-ITEM-LINE TO REPORT-LINE
                       MOVE SPACES TO REPORT-LINE(7:10)
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               MOVE WS-SPARE-CASE-COUNT TO WS-COUNT-DISP
               STRING "OPEN CASES WITH NO UNRECONCILED ITEM (TO BE "
                   DELIMITED BY SIZE
                   "CLOSED): " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-SPARE-CASE-COUNT > 0
                   PERFORM LIST-SPARE-CASES
               END-IF
           END-IF.

       LIST-SPARE-CASES.
           OPEN INPUT CASE-FILE.
           IF CASE-OK
               PERFORM UNTIL CASE-EOF
                   READ CASE-FILE
                       AT END
                           SET CASE-EOF TO TRUE
                       NOT AT END
                           IF (CS-SIDE = 'A' OR CS-SIDE = 'B')
                                   AND (CS-STATUS = 'N'
                                       OR CS-STATUS = 'I')
                               PERFORM LIST-ONE-SPARE-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       LIST-ONE-SPARE-CASE.
           MOVE 'N' TO WS-POOL-MATCHED.
           PERFORM VARYING WS-POOL-SUB FROM 1 BY 1
                   UNTIL WS-POOL-SUB > WS-POOL-USED
               IF WS-PL-KEY(WS-POOL-SUB) = CS-KEY
                       AND WS-PL-SIDE(WS-POOL-SUB) = CS-SIDE
                   SET POOL-ITEM-MATCHED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT POOL-ITEM-MATCHED
               MOVE "CASE" TO WS-IL-TEXT
               MOVE CS-NUMBER TO WS-IL-NUMBER
               MOVE CS-KEY TO WS-IL-KEY
               MOVE CS-SIDE TO WS-IL-SIDE
               MOVE SPACES TO WS-IL-CURRENCY
               MOVE CS-AMOUNT TO WS-IL-AMOUNT
               MOVE SPACES TO WS-IL-NOTE
               STRING "OPENED " DELIMITED BY SIZE
                   CS-OPENED DELIMITED BY SIZE
                   INTO WS-IL-NOTE
               MOVE WS-ITEM-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ******************************************************************
      * RECNSIGN.
      ******************************************************************
       LOAD-SIGNOFF-FILE.
           MOVE 0 TO WS-SIGN-USED.
           OPEN INPUT SIGNOFF-FILE.
           IF SIGN-OK
               PERFORM UNTIL SIGN-EOF
                   READ SIGNOFF-FILE
                       AT END
                           SET SIGN-EOF TO TRUE
                       NOT AT END
                           IF WS-SIGN-USED = 200
                               MOVE "RECNROLL" TO WS-ERROR-PGM
                               MOVE "RECNSIGN TABLE FULL"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO WS-SIGN-USED
                           MOVE SIGNOFF-RECORD
                               TO WS-SIGN-ENTRY(WS-SIGN-USED)
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF.

       COUNT-PERIOD-ROWS.
           MOVE 0 TO WS-PERIOD-ROWS.
           MOVE 0 TO WS-PERIOD-SIGNED.
           MOVE 0 TO WS-PERIOD-UNPROVED.
           PERFORM VARYING WS-SIGN-SUB FROM 1 BY 1
                   UNTIL WS-SIGN-SUB > WS-SIGN-USED
               IF WS-SG-PERIOD(WS-SIGN-SUB) = WS-PERIOD-NUM
                   ADD 1 TO WS-PERIOD-ROWS
                   EVALUATE WS-SG-STATUS(WS-SIGN-SUB)
                       WHEN 'S'
                           ADD 1 TO WS-PERIOD-SIGNED
                           MOVE WS-SG-SIGNED-BY(WS-SIGN-SUB)
                               TO WS-SIGNED-BY
                           MOVE WS-SG-SIGNED-DATE(WS-SIGN-SUB)
                               TO WS-SIGNED-DATE
                       WHEN 'U'
                           ADD 1 TO WS-PERIOD-UNPROVED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * The month's rows replace any from an earlier statement run;
      * the closing bands are only kept when the closing was proved
      * against the files.
       SAVE-STATEMENT-ROWS.
           PERFORM VARYING WS-SIGN-SUB FROM 1 BY 1
                   UNTIL WS-SIGN-SUB > WS-SIGN-USED
               IF WS-SG-PERIOD(WS-SIGN-SUB) = WS-PERIOD-NUM
                   MOVE 'D' TO WS-SG-STATUS(WS-SIGN-SUB)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-USED
               IF WS-SIGN-USED = 200
                   MOVE "RECNROLL" TO WS-ERROR-PGM
                   MOVE "RECNSIGN TABLE FULL" TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-SIGN-USED
               MOVE WS-PERIOD-NUM TO WS-SG-PERIOD(WS-SIGN-USED)
               MOVE WS-CC-CURRENCY(WS-CCY-SUB)
                   TO WS-SG-CURRENCY(WS-SIGN-USED)
               IF STATEMENT-PROVED
                   MOVE 'P' TO WS-SG-STATUS(WS-SIGN-USED)
               ELSE
                   MOVE 'U' TO WS-SG-STATUS(WS-SIGN-USED)
               END-IF
               MOVE WS-TODAY TO WS-SG-PROVED-DATE(WS-SIGN-USED)
               MOVE SPACES TO WS-SG-SIGNED-BY(WS-SIGN-USED)
               MOVE SPACES TO WS-SG-SIGNED-DATE(WS-SIGN-USED)
               PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
                   IF WS-LATER-COUNT = 0
                       MOVE WS-CC-COUNT(WS-CCY-SUB, 6, WS-BAND)
                           TO WS-SG-COUNT(WS-SIGN-USED, WS-BAND)
                       MOVE WS-CC-AMOUNT(WS-CCY-SUB, 6, WS-BAND)
                           TO WS-SG-AMOUNT(WS-SIGN-USED, WS-BAND)
                   ELSE
                       MOVE 0 TO WS-SG-COUNT(WS-SIGN-USED, WS-BAND)
                       MOVE 0 TO WS-SG-AMOUNT(WS-SIGN-USED, WS-BAND)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM REWRITE-SIGNOFF-FILE.

      * Rows marked D in the table are dropped.
       REWRITE-SIGNOFF-FILE.
           OPEN OUTPUT SIGNOFF-FILE.
           IF NOT SIGN-OK
               MOVE "RECNROLL" TO WS-ERROR-PGM
               STRING "UNABLE TO REWRITE RECNSIGN, STATUS "
                   DELIMITED BY SIZE
                   WS-SIGN-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-SIGN-SUB FROM 1 BY 1
                   UNTIL WS-SIGN-SUB > WS-SIGN-USED
               IF WS-SG-STATUS(WS-SIGN-SUB) NOT = 'D'
                   MOVE WS-SIGN-ENTRY(WS-SIGN-SUB) TO SIGNOFF-RECORD
                   WRITE SIGNOFF-RECORD
               END-IF
           END-PERFORM.
           CLOSE SIGNOFF-FILE.

      ******************************************************************
      * Sign-off: a supervisor signed on through OPERCHK signs off a
      * month whose statement was proved.
      ******************************************************************
       SIGN-OFF-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           IF OPER-TABLE-MISSING
               DISPLAY "Operator file unavailable, a sign-off needs "
                   "a supervisor on OPERFILE"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Signing off a month needs a supervisor "
                   "sign-on"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ACCEPT-PERIOD
               IF PERIOD-IS-VALID
                   PERFORM LOAD-SIGNOFF-FILE
                   PERFORM COUNT-PERIOD-ROWS
                   PERFORM SIGN-OFF-PERIOD
               END-IF
           END-IF
           END-IF.

       SIGN-OFF-PERIOD.
           EVALUATE TRUE
               WHEN WS-PERIOD-ROWS = 0
                   DISPLAY "No roll-forward statement for "
                       WS-PERIOD ", run mode 1 first"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PERIOD-SIGNED > 0
                   DISPLAY "Month " WS-PERIOD
                       " already signed off by " WS-SIGNED-BY
                       " on " WS-SIGNED-DATE
               WHEN WS-PERIOD-UNPROVED > 0
                   DISPLAY "The statement for " WS-PERIOD
                       " was not proved and cannot be signed off"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM SHOW-PERIOD-ROWS
                   DISPLAY "Sign off the reconciliation for "
                       WS-PERIOD "? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF CONFIRM-YES
                       PERFORM RECORD-SIGN-OFF
                   ELSE
                       DISPLAY "Not signed off"
                   END-IF
           END-EVALUATE.

       SHOW-PERIOD-ROWS.
           PERFORM VARYING WS-SIGN-SUB FROM 1 BY 1
                   UNTIL WS-SIGN-SUB > WS-SIGN-USED
               IF WS-SG-PERIOD(WS-SIGN-SUB) = WS-PERIOD-NUM
                   MOVE 0 TO WS-BAND-COUNT-TOTAL
                   MOVE 0 TO WS-BAND-AMOUNT-TOTAL
                   PERFORM VARYING WS-BAND FROM 1 BY 1
                           UNTIL WS-BAND > 4
                       ADD WS-SG-COUNT(WS-SIGN-SUB, WS-BAND)
                           TO WS-BAND-COUNT-TOTAL
                       ADD WS-SG-AMOUNT(WS-SIGN-SUB, WS-BAND)
                           TO WS-BAND-AMOUNT-TOTAL
                   END-PERFORM
                   MOVE WS-BAND-COUNT-TOTAL TO WS-COUNT-DISP
                   MOVE WS-BAND-AMOUNT-TOTAL TO WS-AMOUNT-DISP
                   DISPLAY WS-SG-CURRENCY(WS-SIGN-SUB)
                       " UNRECONCILED AT END OF MONTH "
                       WS-COUNT-DISP " ITEM(S) " WS-AMOUNT-DISP
                       " PROVED " WS-SG-PROVED-DATE(WS-SIGN-SUB)
               END-IF
           END-PERFORM.

       RECORD-SIGN-OFF.
           PERFORM VARYING WS-SIGN-SUB FROM 1 BY 1
                   UNTIL WS-SIGN-SUB > WS-SIGN-USED
               IF WS-SG-PERIOD(WS-SIGN-SUB) = WS-PERIOD-NUM
                   MOVE 'S' TO WS-SG-STATUS(WS-SIGN-SUB)
                   MOVE WS-OPERATOR-ID
                       TO WS-SG-SIGNED-BY(WS-SIGN-SUB)
                   MOVE WS-TODAY TO WS-SG-SIGNED-DATE(WS-SIGN-SUB)
               END-IF
           END-PERFORM.
           PERFORM REWRITE-SIGNOFF-FILE.
           DISPLAY "Reconciliation for " WS-PERIOD
               " signed off by " WS-OPERATOR-ID " on " WS-TODAY.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "RECON ROLL-FORWARD " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " SIGNED OFF BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "RECNROLL", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

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
           MOVE WS-OPERATOR-ID TO AE-USER.

      * Every month on RECNSIGN and where it stands.
       INQUIRY-PROCEDURE.
           PERFORM LOAD-SIGNOFF-FILE.
           IF WS-SIGN-USED = 0
               DISPLAY "No roll-forward statements on RECNSIGN"
           END-IF.
           PERFORM VARYING WS-SIGN-SUB FROM 1 BY 1
                   UNTIL WS-SIGN-SUB > WS-SIGN-USED
               EVALUATE WS-SG-STATUS(WS-SIGN-SUB)
                   WHEN 'S'
                       DISPLAY WS-SG-PERIOD(WS-SIGN-SUB) " "
                           WS-SG-CURRENCY(WS-SIGN-SUB)
                           " SIGNED OFF BY "
                           WS-SG-SIGNED-BY(WS-SIGN-SUB) " ON "
                           WS-SG-SIGNED-DATE(WS-SIGN-SUB)
                   WHEN 'P'
                       DISPLAY WS-SG-PERIOD(WS-SIGN-SUB) " "
                           WS-SG-CURRENCY(WS-SIGN-SUB)
                           " PROVED " WS-SG-PROVED-DATE(WS-SIGN-SUB)
                           ", AWAITING SIGN-OFF"
                   WHEN OTHER
                       DISPLAY WS-SG-PERIOD(WS-SIGN-SUB) " "
                           WS-SG-CURRENCY(WS-SIGN-SUB)
                           " NOT PROVED "
                           WS-SG-PROVED-DATE(WS-SIGN-SUB)
               END-EVALUATE
           END-PERFORM.

           COPY ERRHAND.
       END PROGRAM RECON-ROLLFWD.
