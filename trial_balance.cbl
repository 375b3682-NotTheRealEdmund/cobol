      *          reconciles the grand total against the sum of the
      *          daily control totals recorded on DAYTOTAL, so
      *          month-end no longer means adding up a drawer of
      *          TOTALRPTs by calculator. Each account opens the
      *          month at its OPENBAL opening balance for the year
      *          (written by the year-end close YECLOSE) plus its
      *          GLSUM movements from January to the month before,
      *          and the report shows opening balance, month movement
      *          and closing balance per account. A movement posted
      *          from a journal voucher shows the voucher number, so
      *          it can be traced back to the voucher on JVFILE.
      *          Amounts are sterling; a movement in a foreign
      *          currency also shows the currency and the original
      *          amount, and a closing section lists each account's
      *          foreign-currency balances, original and sterling.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version, written with the GLSUM posting
      *                in ADDTWO.
      *   2026-10-15 - Opening balances carried forward by the year-end
      *                close; the balances section shows opening,
      *                movement and closing for each account.
      *   2026-10-15 - Journal voucher number shown on the movements
      *                posted from a voucher.
      *   2026-10-15 - Currency and original amount on the movement
      *                lines; foreign-currency balances section.
      *   2026-10-15 - A blank month reports the month of the run
      *                date, for the scheduled month-end run.
      *   2026-10-15 - GL-SUMMARY-RECORD comes from the GLSUMREC
      *                copybook.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-BALANCE.
           SELECT DAY-TOTAL-FILE ASSIGN TO "DAYTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYTOT-STATUS.
           SELECT OPENING-FILE ASSIGN TO "OPENBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT TRIAL-REPORT ASSIGN TO "TRIALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-SUMMARY-FILE.
           COPY GLSUMREC.
       FD  DAY-TOTAL-FILE.
       01  DAY-TOTAL-RECORD.
           05 DT-DATE          PIC X(8).
           05 DT-CONTROL-TOTAL PIC S9(9)V99.
       FD  OPENING-FILE.
           COPY OPENREC.
       FD  TRIAL-REPORT.
       01  REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
           88 DAYTOT-EOF            VALUE "10".
       01 WS-RPT-STATUS        PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-OPEN-STATUS       PIC X(2).
           88 OPEN-OK                VALUE "00".
           88 OPEN-EOF               VALUE "10".
       01 WS-MONTH             PIC X(6).
       01 WS-RUN-DATE          PIC X(8).
       01 WS-YEAR-OPENED       PIC X VALUE 'N'.
           88 YEAR-HAS-OPENING       VALUE 'Y'.
       01 WS-ACCT-WORK         PIC 9(4).
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-AT-ACCOUNT     PIC 9(4).
               10 WS-AT-OPENING     PIC S9(11)V99.
               10 WS-AT-TOTAL       PIC S9(11)V99.
       01 WS-ACCT-USED         PIC 9(3) VALUE 0.
       01 WS-ACCT-SUB          PIC 9(3).
       01 WS-ACCT-FOUND        PIC X.
           88 ACCT-FOUND            VALUE 'Y'.
       01 WS-GRAND-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-OPENING-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-CLOSING-BALANCE   PIC S9(11)V99.
       01 WS-CLOSING-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-TRAILER-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-MOVEMENT-COUNT    PIC 9(7) VALUE 0.
       01 WS-AMOUNT-DISP       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DETAIL-LINE.
           05 WS-DL-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-BALANCE         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-VOUCHER         PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-CURRENCY        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-ORIG            PIC -ZZZ,ZZZ,ZZ9.99.
      * Balances held in a foreign currency, by account and currency,
      * over all GLSUM history to the end of the month.
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 50 TIMES.
               10 WS-FX-ACCOUNT     PIC 9(4).
               10 WS-FX-CURRENCY    PIC X(3).
               10 WS-FX-ORIGINAL    PIC S9(11)V99.
               10 WS-FX-STERLING    PIC S9(11)V99.
       01 WS-FX-USED           PIC 9(2) VALUE 0.
       01 WS-FX-SUB            PIC 9(2).
       01 WS-FX-FOUND          PIC X.
           88 FX-FOUND              VALUE 'Y'.
       01 WS-FX-HEADING.
           05 FILLER                PIC X(40) VALUE
               "ACCT  CCY   ORIGINAL BALANCE   STERLING ".
           05 FILLER                PIC X(40) VALUE
               "BALANCE                                 ".
       01 WS-FX-LINE.
           05 WS-FL-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FL-CURRENCY        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FL-ORIGINAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FL-STERLING        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-HEADING.
           05 FILLER                PIC X(40) VALUE
               "ACCT             OPENING            MOVE".
           05 FILLER                PIC X(40) VALUE
               "MENT             CLOSING                ".
       01 WS-BALANCE-LINE.
           05 WS-BL-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BL-OPENING         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BL-MOVEMENT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BL-CLOSING         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AUDIT-DETAIL      PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Month to report (YYYYMM): ".
           ACCEPT WS-MONTH.
           IF WS-MONTH = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE(1:6) TO WS-MONTH
           END-IF.
           OPEN OUTPUT TRIAL-REPORT.
           IF NOT RPT-OK
               MOVE "TRIALBAL" TO WS-ERROR-PGM
           WRITE REPORT-LINE.
           MOVE "ACCT  DATE      MOVEMENT        CUMULATIVE"
               TO REPORT-LINE.
           MOVE "JV NO." TO REPORT-LINE(53:6).
           MOVE "CCY" TO REPORT-LINE(61:3).
           MOVE "ORIGINAL" TO REPORT-LINE(72:8).
           WRITE REPORT-LINE.
           PERFORM LOAD-OPENING-BALANCES.
           PERFORM BRING-YEAR-FORWARD.
           PERFORM READ-GL-SUMMARY.
           PERFORM WRITE-ACCOUNT-BALANCES.
           PERFORM WRITE-FOREIGN-BALANCES.
           PERFORM RECONCILE-DAY-TOTALS.
           MOVE WS-MOVEMENT-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-GRAND-TOTAL TO BT-CONTROL-TOTAL.
               AUDIT-EVENT-PARM.
           STOP RUN.

      * The opening balances for the month's year; a year not yet
      * opened by a year-end close starts every account at nil.
       LOAD-OPENING-BALANCES.
           OPEN INPUT OPENING-FILE.
           IF OPEN-OK
               PERFORM UNTIL OPEN-EOF
                   READ OPENING-FILE
                       AT END
                           SET OPEN-EOF TO TRUE
                       NOT AT END
                           IF OB-YEAR = WS-MONTH(1:4)
                               SET YEAR-HAS-OPENING TO TRUE
                               MOVE OB-ACCOUNT TO WS-ACCT-WORK
                               PERFORM FIND-ACCOUNT-LINE
                               ADD OB-AMOUNT
                                   TO WS-AT-OPENING(WS-ACCT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPENING-FILE
           END-IF.
           IF NOT YEAR-HAS-OPENING
               MOVE SPACES TO REPORT-LINE
               STRING "NO OPENING BALANCES FOR " DELIMITED BY SIZE
                   WS-MONTH(1:4) DELIMITED BY SIZE
                   ", PRIOR YEAR NOT CLOSED - OPENING FROM NIL"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * The movements of the year before this month are added to
      * the opening balance, so the month opens where the last one
      * closed. The same pass gathers the foreign-currency balances.
       BRING-YEAR-FORWARD.
           OPEN INPUT GL-SUMMARY-FILE.
           IF GLSUM-OK
               PERFORM UNTIL GLSUM-EOF
                   READ GL-SUMMARY-FILE
                       AT END
                           SET GLSUM-EOF TO TRUE
                       NOT AT END
                           PERFORM SET-GL-CURRENCY
                           IF GL-DATE(1:6) NOT > WS-MONTH
                                   AND GL-CURRENCY NOT = "GBP"
                               PERFORM TALLY-FOREIGN-BALANCE
                           END-IF
                           IF GL-DATE(1:4) = WS-MONTH(1:4)
                                   AND GL-DATE(1:6) < WS-MONTH
                               MOVE GL-ACCOUNT TO WS-ACCT-WORK
                               PERFORM FIND-ACCOUNT-LINE
                               ADD GL-AMOUNT
                                   TO WS-AT-OPENING(WS-ACCT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-SUMMARY-FILE
           END-IF.

      * Finds WS-ACCT-WORK in the account table, adding it with nil
      * figures if it is not there yet; WS-ACCT-SUB is left on it.
       FIND-ACCOUNT-LINE.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
                       OR ACCT-FOUND
               IF WS-AT-ACCOUNT(WS-ACCT-SUB) = WS-ACCT-WORK
                   SET ACCT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ACCT-SUB
               END-IF
           END-PERFORM.
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-SUB
               MOVE WS-ACCT-WORK TO WS-AT-ACCOUNT(WS-ACCT-SUB)
               MOVE 0 TO WS-AT-OPENING(WS-ACCT-SUB)
                   WS-AT-TOTAL(WS-ACCT-SUB)
           END-IF.

      * Daily movements list in file order (which is posting order)
      * with the account's running cumulative balance beside each,
      * starting from the month's opening balance.
       READ-GL-SUMMARY.
           OPEN INPUT GL-SUMMARY-FILE.
           IF NOT GLSUM-OK
               MOVE "NO GL SUMMARY FILE, NOTHING TO REPORT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL GLSUM-EOF
                   READ GL-SUMMARY-FILE
                       AT END
                           SET GLSUM-EOF TO TRUE
                       NOT AT END
                           IF GL-DATE(1:6) = WS-MONTH
                               PERFORM TALLY-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-SUMMARY-FILE
           END-IF.

      * A GLSUM record from before currencies were carried is a
      * sterling one.
       SET-GL-CURRENCY.
           IF GL-CURRENCY = SPACES
               MOVE "GBP" TO GL-CURRENCY
               MOVE GL-AMOUNT TO GL-ORIG-AMOUNT
           END-IF.

       TALLY-FOREIGN-BALANCE.
           MOVE 'N' TO WS-FX-FOUND.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-USED
                       OR FX-FOUND
               IF WS-FX-ACCOUNT(WS-FX-SUB) = GL-ACCOUNT
                       AND WS-FX-CURRENCY(WS-FX-SUB) = GL-CURRENCY
                   SET FX-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-FX-SUB
               END-IF
           END-PERFORM.
           IF NOT FX-FOUND
               IF WS-FX-USED = 50
                   MOVE "TRIALBAL" TO WS-ERROR-PGM
                   MOVE "CURRENCY BALANCE TABLE FULL" TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-FX-USED
               MOVE WS-FX-USED TO WS-FX-SUB
               MOVE GL-ACCOUNT TO WS-FX-ACCOUNT(WS-FX-SUB)
               MOVE GL-CURRENCY TO WS-FX-CURRENCY(WS-FX-SUB)
               MOVE 0 TO WS-FX-ORIGINAL(WS-FX-SUB)
                   WS-FX-STERLING(WS-FX-SUB)
           END-IF.
           ADD GL-ORIG-AMOUNT TO WS-FX-ORIGINAL(WS-FX-SUB).
           ADD GL-AMOUNT TO WS-FX-STERLING(WS-FX-SUB).

       TALLY-ONE-MOVEMENT.
           PERFORM SET-GL-CURRENCY.
           ADD 1 TO WS-MOVEMENT-COUNT.
           ADD GL-AMOUNT TO WS-GRAND-TOTAL.
           MOVE GL-ACCOUNT TO WS-ACCT-WORK.
           PERFORM FIND-ACCOUNT-LINE.
           ADD GL-AMOUNT TO WS-AT-TOTAL(WS-ACCT-SUB).
           MOVE GL-ACCOUNT TO WS-DL-ACCOUNT.
           MOVE GL-DATE TO WS-DL-DATE.
           MOVE GL-AMOUNT TO WS-DL-AMOUNT.
           MOVE GL-VOUCHER TO WS-DL-VOUCHER.
           IF GL-CURRENCY = "GBP"
               MOVE SPACES TO WS-DL-CURRENCY
               MOVE 0 TO WS-DL-ORIG
           ELSE
               MOVE GL-CURRENCY TO WS-DL-CURRENCY
               MOVE GL-ORIG-AMOUNT TO WS-DL-ORIG
           END-IF.
           COMPUTE WS-DL-BALANCE = WS-AT-OPENING(WS-ACCT-SUB)
               + WS-AT-TOTAL(WS-ACCT-SUB).
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-ACCOUNT-BALANCES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BALANCE BY ACCOUNT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BALANCE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               COMPUTE WS-CLOSING-BALANCE = WS-AT-OPENING(WS-ACCT-SUB)
                   + WS-AT-TOTAL(WS-ACCT-SUB)
               ADD WS-AT-OPENING(WS-ACCT-SUB) TO WS-OPENING-TOTAL
               ADD WS-CLOSING-BALANCE TO WS-CLOSING-TOTAL
               MOVE WS-AT-ACCOUNT(WS-ACCT-SUB) TO WS-BL-ACCOUNT
               MOVE WS-AT-OPENING(WS-ACCT-SUB) TO WS-BL-OPENING
               MOVE WS-AT-TOTAL(WS-ACCT-SUB) TO WS-BL-MOVEMENT
               MOVE WS-CLOSING-BALANCE TO WS-BL-CLOSING
               MOVE WS-BALANCE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE 0 TO WS-BL-ACCOUNT.
           MOVE WS-OPENING-TOTAL TO WS-BL-OPENING.
           MOVE WS-GRAND-TOTAL TO WS-BL-MOVEMENT.
           MOVE WS-CLOSING-TOTAL TO WS-BL-CLOSING.
           MOVE WS-BALANCE-LINE TO REPORT-LINE.
           MOVE "ALL " TO REPORT-LINE(1:4).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-DISP.
           STRING "GRAND TOTAL " DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * The sterling column is what the ledger holds; the difference
      * from the original at today's rate is what FXREVAL books.
       WRITE-FOREIGN-BALANCES.
           IF WS-FX-USED > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "FOREIGN CURRENCY BALANCES" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-FX-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                       UNTIL WS-FX-SUB > WS-FX-USED
                   MOVE WS-FX-ACCOUNT(WS-FX-SUB) TO WS-FL-ACCOUNT
                   MOVE WS-FX-CURRENCY(WS-FX-SUB) TO WS-FL-CURRENCY
                   MOVE WS-FX-ORIGINAL(WS-FX-SUB) TO WS-FL-ORIGINAL
                   MOVE WS-FX-STERLING(WS-FX-SUB) TO WS-FL-STERLING
                   MOVE WS-FX-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF.

      * The proof: the month's GLSUM movements must add to the sum
      * of the daily BT-CONTROL-TOTAL trailer values on DAYTOTAL.
       RECONCILE-DAY-TOTALS.
