      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recurring transaction generator, run nightly. Every
      *          active schedule on RECURFIL whose next due date has
      *          come round is posted in the TRANFILE layout to
      *          RECURFD, framed with the standard header and trailer
      *          so FEEDACC accepts it for ADDTWO, where it meets the
      *          same account, period and APPPARM threshold checks
      *          as any other posting: a debit schedule as a normal
      *          posting, a credit schedule as type C, in the
      *          schedule's currency. A due date on a weekend or
      *          holiday is posted on the next business day from
      *          BUSDATE. The schedule's next due date is then
      *          stepped on by its frequency; a schedule past its
      *          end date is marked ended, and the due dates of a
      *          suspended one pass without a posting. A run that
      *          was missed catches up every date that fell due.
      *          RECURRPT lists what was posted, skipped and ended.
      *          RECURFC forecasts the postings the active schedules
      *          will make over the next three months, by account
      *          and currency. Run mode from SYSIN: 1 (or blank)
      *          posts and forecasts, 2 forecasts only and changes
      *          nothing.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, with the recurring schedules.
      *   2026-10-15 - Each posting carries the operator who last set
      *                up or changed its schedule as its maker, so an
      *                item held for approval shows who originated it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUR-GENERATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-FILE ASSIGN TO "RECURFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS WS-RECUR-STATUS.
           SELECT FEED-FILE ASSIGN TO "RECURFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT GENERATION-REPORT ASSIGN TO "RECURRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "RECURFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-FILE.
           COPY RECURREC.
       FD  FEED-FILE.
       01  FEED-LINE                PIC X(80).
       FD  GENERATION-REPORT.
       01  REPORT-LINE              PIC X(80).
       FD  FORECAST-REPORT.
       01  FORECAST-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-RECUR-STATUS       PIC X(2).
           88 RECUR-OK              VALUES "00", "02".
           88 RECUR-EOF             VALUE "10".
           88 RECUR-NOT-FOUND       VALUE "35".
       01 WS-FEED-STATUS        PIC X(2).
           88 FEED-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-FC-STATUS          PIC X(2).
           88 FC-OK                 VALUE "00".
       01 WS-RECUR-OPEN         PIC X VALUE 'N'.
           88 RECURRING-FILE-OPEN   VALUE 'Y'.
       01 WS-RUN-MODE           PIC X(1).
           88 MODE-GENERATE         VALUES '1', SPACE.
           88 MODE-FORECAST-ONLY    VALUE '2'.
       01 WS-TODAY              PIC 9(8).
       01 WS-HORIZON            PIC 9(8).
      * The date being stepped on by a schedule's frequency. Months
      * are counted on the anchor day, the start date's day of the
      * month, so a schedule started on the 31st comes back to the
      * 31st after a short month.
       01 WS-STEP-DATE          PIC 9(8).
       01 WS-STEP-PARTS REDEFINES WS-STEP-DATE.
           05 WS-SD-YEAR            PIC 9(4).
           05 WS-SD-MONTH           PIC 9(2).
           05 WS-SD-DAY             PIC 9(2).
       01 WS-STEP-FREQUENCY     PIC X(1).
           88 STEP-WEEKLY           VALUE 'W'.
           88 STEP-QUARTERLY        VALUE 'Q'.
       01 WS-ANCHOR-DAY         PIC 9(2).
       01 WS-MONTH-DAYS         PIC 9(2).
       01 WS-DIVIDE-WORK        PIC 9(4).
       01 WS-REM-4              PIC 9(4).
       01 WS-REM-100            PIC 9(4).
       01 WS-REM-400            PIC 9(4).
       01 WS-POST-DATE          PIC 9(8).
       01 WS-BUS-FUNCTION       PIC X(1).
       01 WS-BUS-FROM           PIC X(8).
       01 WS-BUS-FROM-DATE REDEFINES WS-BUS-FROM PIC 9(8).
       01 WS-BUS-TO             PIC X(8).
       01 WS-BUS-TO-DATE REDEFINES WS-BUS-TO PIC 9(8).
       01 WS-BUS-RESULT         PIC 9(5).
       01 WS-SCHEDULE-DONE      PIC X.
           88 SCHEDULE-DONE         VALUE 'Y'.
       01 WS-SCHEDULE-CHANGED   PIC X.
           88 SCHEDULE-CHANGED      VALUE 'Y'.
       01 WS-OUTCOME            PIC X(20).
      * The feed lines are built in full before RECURFD is opened,
      * so the header and trailer frame a complete file.
       01 WS-FEED-TABLE.
           05 WS-FEED-ROW OCCURS 500 TIMES PIC X(44).
       01 WS-FEED-USED          PIC 9(3) VALUE 0.
       01 WS-FEED-SUB           PIC 9(3).
       01 WS-FEED-TRAN.
           05 WS-FT-ACCOUNT         PIC 9(4).
           05 WS-FT-POST-DATE       PIC 9(8).
           05 WS-FT-NUM1            PIC 9(5)V99.
           05 WS-FT-NUM2            PIC 9(5)V99.
           05 WS-FT-TYPE            PIC X(1).
           05 WS-FT-VOUCHER         PIC X(6).
           05 WS-FT-CURRENCY        PIC X(3).
           05 WS-FT-MAKER           PIC X(8).
      * The schedules as they are to be left, rewritten once the
      * feed is written.
       01 WS-UPDATE-TABLE.
           05 WS-UPDATE-ROW OCCURS 500 TIMES PIC X(92).
       01 WS-UPDATE-USED        PIC 9(3) VALUE 0.
       01 WS-UPDATE-SUB         PIC 9(3).
       01 WS-FEED-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-DEBIT-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-POSTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(5) VALUE 0.
       01 WS-ENDED-COUNT        PIC 9(5) VALUE 0.
       01 WS-VALUE-DISP         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GEN-DETAIL.
           05 WS-GD-ID              PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GD-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GD-CURRENCY        PIC X(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GD-DUE             PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GD-POSTED          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GD-AMOUNT          PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-GD-TYPE            PIC X(1).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GD-OUTCOME         PIC X(20).
      * The forecast postings, kept in account, currency and date
      * order as they are added.
       01 WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 1000 TIMES.
               10 WS-FC-KEY.
                   15 WS-FC-ACCOUNT     PIC 9(4).
                   15 WS-FC-CURRENCY    PIC X(3).
                   15 WS-FC-DATE        PIC 9(8).
                   15 WS-FC-ID          PIC X(6).
               10 WS-FC-DUE         PIC 9(8).
               10 WS-FC-AMOUNT      PIC S9(7)V99.
               10 WS-FC-DESCRIPTION PIC X(20).
       01 WS-FC-USED            PIC 9(4) VALUE 0.
       01 WS-FC-SUB             PIC 9(4).
       01 WS-FC-NEXT            PIC 9(4).
       01 WS-FC-DROPPED         PIC 9(5) VALUE 0.
       01 WS-FC-PLACED          PIC X.
           88 FC-PLACED             VALUE 'Y'.
       01 WS-NEW-FC-ENTRY.
           05 WS-NF-KEY.
               10 WS-NF-ACCOUNT     PIC 9(4).
               10 WS-NF-CURRENCY    PIC X(3).
               10 WS-NF-DATE        PIC 9(8).
               10 WS-NF-ID          PIC X(6).
           05 WS-NF-DUE             PIC 9(8).
           05 WS-NF-AMOUNT          PIC S9(7)V99.
           05 WS-NF-DESCRIPTION     PIC X(20).
       01 WS-FC-FIRST           PIC X VALUE 'Y'.
           88 FC-FIRST-LINE         VALUE 'Y'.
       01 WS-LAST-ACCOUNT       PIC 9(4).
       01 WS-LAST-CURRENCY      PIC X(3).
       01 WS-GROUP-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-GROUP-COUNT        PIC 9(5) VALUE 0.
       01 WS-FC-TOTAL           PIC S9(9)V99 VALUE 0.
       01 WS-SIGNED-DISP        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-FC-DETAIL.
           05 WS-FD-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FD-CURRENCY        PIC X(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FD-DATE            PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FD-DUE             PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FD-ID              PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FD-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-FD-DESCRIPTION     PIC X(20).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Run mode (1 = post and forecast, 2 = forecast "
               "only): ".
           ACCEPT WS-RUN-MODE.
           IF NOT MODE-GENERATE AND NOT MODE-FORECAST-ONLY
               DISPLAY "Run mode must be 1 or 2"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-FORECAST-HORIZON.
           OPEN OUTPUT GENERATION-REPORT.
           IF NOT RPT-OK
               MOVE "RECURGEN" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RECURRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "RECURGEN" TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MODE-GENERATE
               MOVE "RECURRING POSTINGS GENERATED TO RECURFD"
                   TO REPORT-LINE
           ELSE
               MOVE "FORECAST ONLY, NOTHING POSTED" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE "SCHED   ACCT  CCY  DUE       POSTED" TO REPORT-LINE.
           MOVE "AMOUNT T  OUTCOME" TO REPORT-LINE(44:17).
           WRITE REPORT-LINE.
           OPEN I-O RECURRING-FILE.
           IF RECUR-NOT-FOUND
               MOVE "NO RECURFIL, NOTHING SCHEDULED" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF NOT RECUR-OK
                   MOVE "RECURGEN" TO WS-ERROR-PGM
                   STRING "UNABLE TO OPEN RECURFIL, STATUS "
                       DELIMITED BY SIZE
                       WS-RECUR-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 8 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               SET RECURRING-FILE-OPEN TO TRUE
               PERFORM PROCESS-SCHEDULES
           END-IF.
           IF MODE-GENERATE
               PERFORM WRITE-FEED-FILE
               IF RECURRING-FILE-OPEN
                   PERFORM UPDATE-SCHEDULES
               END-IF
           END-IF.
           IF RECURRING-FILE-OPEN
               CLOSE RECURRING-FILE
           END-IF.
           PERFORM WRITE-GENERATION-TOTALS.
           PERFORM WRITE-FORECAST-REPORT.
           DISPLAY "Recurring postings: " WS-POSTED-COUNT
               " posted, " WS-SKIPPED-COUNT " skipped, "
               WS-ENDED-COUNT " ended, " WS-FC-USED " forecast".
           MOVE WS-FEED-TOTAL TO WS-SIGNED-DISP.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "RECUR GENERATE MODE=" DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               " POSTED=" DELIMITED BY SIZE
               WS-POSTED-COUNT DELIMITED BY SIZE
               " NET=" DELIMITED BY SIZE
               WS-SIGNED-DISP DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "RECURGEN", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           STOP RUN.

      * The forecast runs to the same day three months on.
       SET-FORECAST-HORIZON.
           MOVE WS-TODAY TO WS-STEP-DATE.
           MOVE WS-SD-DAY TO WS-ANCHOR-DAY.
           MOVE 'Q' TO WS-STEP-FREQUENCY.
           PERFORM ADVANCE-STEP-DATE.
           MOVE WS-STEP-DATE TO WS-HORIZON.

       PROCESS-SCHEDULES.
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
                       IF NOT SC-ENDED
                           PERFORM PROCESS-ONE-SCHEDULE
                       END-IF
               END-READ
           END-PERFORM.

      * Posts each due date in turn until the next one is still to
      * come or the end date is passed; forecast-only runs leave the
      * schedule as it is and forecast from its next due date.
       PROCESS-ONE-SCHEDULE.
           MOVE SC-START-DATE TO WS-STEP-DATE.
           MOVE WS-SD-DAY TO WS-ANCHOR-DAY.
           MOVE SC-FREQUENCY TO WS-STEP-FREQUENCY.
           MOVE 'N' TO WS-SCHEDULE-CHANGED.
           IF MODE-GENERATE
               MOVE 'N' TO WS-SCHEDULE-DONE
               PERFORM UNTIL SCHEDULE-DONE
                   IF SC-END-DATE NOT = 0
                           AND SC-NEXT-DUE > SC-END-DATE
                       SET SC-ENDED TO TRUE
                       SET SCHEDULE-CHANGED TO TRUE
                       SET SCHEDULE-DONE TO TRUE
                       ADD 1 TO WS-ENDED-COUNT
                       MOVE SC-NEXT-DUE TO WS-POST-DATE
                       MOVE "ENDED" TO WS-OUTCOME
                       PERFORM WRITE-GENERATION-LINE
                   ELSE
                       MOVE SC-NEXT-DUE TO WS-STEP-DATE
                       PERFORM SET-POSTING-DATE
                       IF WS-POST-DATE > WS-TODAY
                           SET SCHEDULE-DONE TO TRUE
                       ELSE
                           PERFORM TAKE-DUE-DATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF SCHEDULE-CHANGED
               IF WS-UPDATE-USED = 500
                   MOVE "RECURGEN" TO WS-ERROR-PGM
                   MOVE "SCHEDULE TABLE FULL, NO FEED WRITTEN"
                       TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-UPDATE-USED
               MOVE RECURRING-RECORD TO WS-UPDATE-ROW(WS-UPDATE-USED)
           END-IF.
           IF SC-ACTIVE
               PERFORM FORECAST-SCHEDULE
           END-IF.

      * A suspended schedule's due date passes without a posting.
       TAKE-DUE-DATE.
           IF SC-ACTIVE
               PERFORM ADD-POSTING-ROW
               MOVE WS-POST-DATE TO SC-LAST-POSTED
               ADD 1 TO WS-POSTED-COUNT
               MOVE "POSTED" TO WS-OUTCOME
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED, SUSPENDED" TO WS-OUTCOME
           END-IF.
           PERFORM WRITE-GENERATION-LINE.
           MOVE SC-NEXT-DUE TO WS-STEP-DATE.
           PERFORM ADVANCE-STEP-DATE.
           MOVE WS-STEP-DATE TO SC-NEXT-DUE.
           SET SCHEDULE-CHANGED TO TRUE.

      * The amount is held under 200,000 by RECURMNT, so one posting
      * record always carries it whole.
       ADD-POSTING-ROW.
           MOVE SC-ACCOUNT TO WS-FT-ACCOUNT.
           MOVE WS-POST-DATE TO WS-FT-POST-DATE.
           IF SC-AMOUNT > 99999.99
               MOVE 99999.99 TO WS-FT-NUM1
           ELSE
               MOVE SC-AMOUNT TO WS-FT-NUM1
           END-IF.
           COMPUTE WS-FT-NUM2 = SC-AMOUNT - WS-FT-NUM1.
           MOVE SC-TYPE TO WS-FT-TYPE.
           MOVE SPACES TO WS-FT-VOUCHER.
           MOVE SC-CURRENCY TO WS-FT-CURRENCY.
           MOVE SC-UPDATED-BY TO WS-FT-MAKER.
           IF SC-CREDIT
               ADD SC-AMOUNT TO WS-CREDIT-TOTAL
               SUBTRACT SC-AMOUNT FROM WS-FEED-TOTAL
           ELSE
               ADD SC-AMOUNT TO WS-DEBIT-TOTAL
               ADD SC-AMOUNT TO WS-FEED-TOTAL
           END-IF.
           IF WS-FEED-USED = 500
               MOVE "RECURGEN" TO WS-ERROR-PGM
               MOVE "FEED TABLE FULL, NO FEED WRITTEN"
                   TO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ADD 1 TO WS-FEED-USED.
           MOVE WS-FEED-TRAN TO WS-FEED-ROW(WS-FEED-USED).

      * A due date that is not a business day moves to the next one:
      * the next business day after the day before the due date is
      * the due date itself when it is a business day.
       SET-POSTING-DATE.
           COMPUTE WS-BUS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) - 1).
           MOVE 'N' TO WS-BUS-FUNCTION.
           MOVE SPACES TO WS-BUS-TO.
           MOVE 0 TO WS-BUS-RESULT.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-BUS-FROM,
               WS-BUS-TO, WS-BUS-RESULT.
           MOVE WS-BUS-TO-DATE TO WS-POST-DATE.

      * Steps WS-STEP-DATE on by WS-STEP-FREQUENCY: seven days, or
      * one or three months to the anchor day, or the month's last
      * day when the month is shorter.
       ADVANCE-STEP-DATE.
           IF STEP-WEEKLY
               COMPUTE WS-STEP-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-STEP-DATE) + 7)
           ELSE
               IF STEP-QUARTERLY
                   ADD 3 TO WS-SD-MONTH
               ELSE
                   ADD 1 TO WS-SD-MONTH
               END-IF
               IF WS-SD-MONTH > 12
                   SUBTRACT 12 FROM WS-SD-MONTH
                   ADD 1 TO WS-SD-YEAR
               END-IF
               PERFORM SET-MONTH-DAYS
               IF WS-ANCHOR-DAY > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-SD-DAY
               ELSE
                   MOVE WS-ANCHOR-DAY TO WS-SD-DAY
               END-IF
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-SD-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-SD-YEAR BY 4 GIVING WS-DIVIDE-WORK
                       REMAINDER WS-REM-4
                   DIVIDE WS-SD-YEAR BY 100 GIVING WS-DIVIDE-WORK
                       REMAINDER WS-REM-100
                   DIVIDE WS-SD-YEAR BY 400 GIVING WS-DIVIDE-WORK
                       REMAINDER WS-REM-400
                   IF WS-REM-4 = 0
                           AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       WRITE-GENERATION-LINE.
           MOVE SC-ID TO WS-GD-ID.
           MOVE SC-ACCOUNT TO WS-GD-ACCOUNT.
           MOVE SC-CURRENCY TO WS-GD-CURRENCY.
           MOVE SC-NEXT-DUE TO WS-GD-DUE.
           MOVE SPACES TO WS-GD-POSTED.
           IF WS-OUTCOME = "POSTED"
               MOVE WS-POST-DATE TO WS-GD-POSTED
           END-IF.
           MOVE SC-AMOUNT TO WS-GD-AMOUNT.
           MOVE SC-TYPE TO WS-GD-TYPE.
           MOVE WS-OUTCOME TO WS-GD-OUTCOME.
           MOVE WS-GEN-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Every posting the schedule will make up to the horizon, from
      * its next due date as it now stands.
       FORECAST-SCHEDULE.
           MOVE SC-NEXT-DUE TO WS-STEP-DATE.
           MOVE 'N' TO WS-SCHEDULE-DONE.
           PERFORM UNTIL SCHEDULE-DONE
               IF SC-END-DATE NOT = 0
                       AND WS-STEP-DATE > SC-END-DATE
                   SET SCHEDULE-DONE TO TRUE
               ELSE
                   MOVE WS-STEP-DATE TO WS-NF-DUE
                   PERFORM SET-POSTING-DATE
                   IF WS-POST-DATE > WS-HORIZON
                       SET SCHEDULE-DONE TO TRUE
                   ELSE
                       PERFORM ADD-FORECAST-ENTRY
                       MOVE WS-NF-DUE TO WS-STEP-DATE
                       PERFORM ADVANCE-STEP-DATE
                   END-IF
               END-IF
           END-PERFORM.

      * Entries are moved down one place until the new one's place
      * in account, currency and date order is reached.
       ADD-FORECAST-ENTRY.
           MOVE SC-ACCOUNT TO WS-NF-ACCOUNT.
           MOVE SC-CURRENCY TO WS-NF-CURRENCY.
           MOVE WS-POST-DATE TO WS-NF-DATE.
           MOVE SC-ID TO WS-NF-ID.
           MOVE SC-DESCRIPTION TO WS-NF-DESCRIPTION.
           IF SC-CREDIT
               COMPUTE WS-NF-AMOUNT = 0 - SC-AMOUNT
           ELSE
               MOVE SC-AMOUNT TO WS-NF-AMOUNT
           END-IF.
           IF WS-FC-USED = 1000
               ADD 1 TO WS-FC-DROPPED
           ELSE
               MOVE WS-FC-USED TO WS-FC-SUB
               MOVE 'N' TO WS-FC-PLACED
               PERFORM UNTIL FC-PLACED
                   IF WS-FC-SUB = 0
                       SET FC-PLACED TO TRUE
                   ELSE
                       IF WS-FC-KEY(WS-FC-SUB) > WS-NF-KEY
                           COMPUTE WS-FC-NEXT = WS-FC-SUB + 1
                           MOVE WS-FC-ENTRY(WS-FC-SUB)
                               TO WS-FC-ENTRY(WS-FC-NEXT)
                           SUBTRACT 1 FROM WS-FC-SUB
                       ELSE
                           SET FC-PLACED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-FC-NEXT = WS-FC-SUB + 1
               MOVE WS-NEW-FC-ENTRY TO WS-FC-ENTRY(WS-FC-NEXT)
               ADD 1 TO WS-FC-USED
           END-IF.

      * Framed as FEEDACC expects: the standard header, the posting
      * records, and a trailer carrying their count and signed
      * total (credits negative). With nothing due the feed is
      * written empty, so the FEEDACC and ADDTWO steps behind it
      * run clean.
       WRITE-FEED-FILE.
           OPEN OUTPUT FEED-FILE.
           IF NOT FEED-OK
               MOVE "RECURGEN" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RECURFD, STATUS "
                   DELIMITED BY SIZE
                   WS-FEED-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "RECURGEN" TO BH-JOB-NAME.
           MOVE WS-FEED-USED TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO FEED-LINE.
           WRITE FEED-LINE.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-USED
               MOVE WS-FEED-ROW(WS-FEED-SUB) TO FEED-LINE
               WRITE FEED-LINE
           END-PERFORM.
           MOVE WS-FEED-USED TO BT-TOTAL-COUNT.
           MOVE WS-FEED-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO FEED-LINE.
           WRITE FEED-LINE.
           CLOSE FEED-FILE.

       UPDATE-SCHEDULES.
           PERFORM VARYING WS-UPDATE-SUB FROM 1 BY 1
                   UNTIL WS-UPDATE-SUB > WS-UPDATE-USED
               MOVE WS-UPDATE-ROW(WS-UPDATE-SUB) TO RECURRING-RECORD
               READ RECURRING-FILE
                   INVALID KEY
                       MOVE "RECURGEN" TO WS-ERROR-PGM
                       MOVE "POSTED SCHEDULE MISSING FROM RECURFIL"
                           TO WS-ERROR-MSG
                       MOVE 12 TO WS-ERROR-CODE
                       PERFORM ABEND-PARA
               END-READ
               MOVE WS-UPDATE-ROW(WS-UPDATE-SUB) TO RECURRING-RECORD
               REWRITE RECURRING-RECORD
                   INVALID KEY
                       MOVE "RECURGEN" TO WS-ERROR-PGM
                       MOVE "UNABLE TO REWRITE RECURFIL"
                           TO WS-ERROR-MSG
                       MOVE 12 TO WS-ERROR-CODE
                       PERFORM ABEND-PARA
               END-REWRITE
           END-PERFORM.

       WRITE-GENERATION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-VALUE-DISP.
           STRING "TOTAL DEBITS  " DELIMITED BY SIZE
               WS-VALUE-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-VALUE-DISP.
           STRING "TOTAL CREDITS " DELIMITED BY SIZE
               WS-VALUE-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "POSTED " DELIMITED BY SIZE
               WS-POSTED-COUNT DELIMITED BY SIZE
               "  SKIPPED " DELIMITED BY SIZE
               WS-SKIPPED-COUNT DELIMITED BY SIZE
               "  ENDED " DELIMITED BY SIZE
               WS-ENDED-COUNT DELIMITED BY SIZE
               "  FEED RECORDS TO RECURFD " DELIMITED BY SIZE
               WS-FEED-USED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FEED-USED TO BT-TOTAL-COUNT.
           MOVE WS-FEED-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE GENERATION-REPORT.

      * By account and currency, each with its subtotal; credits are
      * shown negative.
       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT.
           IF NOT FC-OK
               MOVE "RECURGEN" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RECURFC, STATUS "
                   DELIMITED BY SIZE
                   WS-FC-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "RECURGEN" TO BH-JOB-NAME.
           MOVE WS-FC-USED TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE SPACES TO FORECAST-LINE.
           STRING "SCHEDULED POSTINGS FORECAST TO " DELIMITED BY SIZE
               WS-HORIZON DELIMITED BY SIZE
               INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE "ACCT  CCY  POST DATE DUE DATE  SCHED" TO FORECAST-LINE.
           MOVE "AMOUNT  DESCRIPTION" TO FORECAST-LINE(47:19).
           WRITE FORECAST-LINE.
           MOVE 0 TO WS-FC-TOTAL.
           PERFORM VARYING WS-FC-SUB FROM 1 BY 1
                   UNTIL WS-FC-SUB > WS-FC-USED
               IF NOT FC-FIRST-LINE
                   IF WS-FC-ACCOUNT(WS-FC-SUB) NOT = WS-LAST-ACCOUNT
                           OR WS-FC-CURRENCY(WS-FC-SUB)
                               NOT = WS-LAST-CURRENCY
                       PERFORM WRITE-FORECAST-SUBTOTAL
                   END-IF
               END-IF
               MOVE 'N' TO WS-FC-FIRST
               MOVE WS-FC-ACCOUNT(WS-FC-SUB) TO WS-LAST-ACCOUNT
               MOVE WS-FC-CURRENCY(WS-FC-SUB) TO WS-LAST-CURRENCY
               ADD WS-FC-AMOUNT(WS-FC-SUB) TO WS-GROUP-TOTAL
               ADD 1 TO WS-GROUP-COUNT
               ADD WS-FC-AMOUNT(WS-FC-SUB) TO WS-FC-TOTAL
               MOVE WS-FC-ACCOUNT(WS-FC-SUB) TO WS-FD-ACCOUNT
               MOVE WS-FC-CURRENCY(WS-FC-SUB) TO WS-FD-CURRENCY
               MOVE WS-FC-DATE(WS-FC-SUB) TO WS-FD-DATE
               MOVE WS-FC-DUE(WS-FC-SUB) TO WS-FD-DUE
               MOVE WS-FC-ID(WS-FC-SUB) TO WS-FD-ID
               MOVE WS-FC-AMOUNT(WS-FC-SUB) TO WS-FD-AMOUNT
               MOVE WS-FC-DESCRIPTION(WS-FC-SUB) TO WS-FD-DESCRIPTION
               MOVE WS-FC-DETAIL TO FORECAST-LINE
               WRITE FORECAST-LINE
           END-PERFORM.
           IF NOT FC-FIRST-LINE
               PERFORM WRITE-FORECAST-SUBTOTAL
           END-IF.
           MOVE SPACES TO FORECAST-LINE.
           STRING "SCHEDULED POSTINGS " DELIMITED BY SIZE
               WS-FC-USED DELIMITED BY SIZE
               INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           IF WS-FC-DROPPED > 0
               MOVE SPACES TO FORECAST-LINE
               STRING "FORECAST TABLE FULL, NOT LISTED: "
                   DELIMITED BY SIZE
                   WS-FC-DROPPED DELIMITED BY SIZE
                   INTO FORECAST-LINE
               WRITE FORECAST-LINE
           END-IF.
           MOVE WS-FC-USED TO BT-TOTAL-COUNT.
           MOVE WS-FC-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           CLOSE FORECAST-REPORT.

      * Currencies are not added together, so each account shows a
      * subtotal per currency.
       WRITE-FORECAST-SUBTOTAL.
           MOVE SPACES TO FORECAST-LINE.
           MOVE WS-GROUP-TOTAL TO WS-SIGNED-DISP.
           STRING "  ACCOUNT " DELIMITED BY SIZE
               WS-LAST-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LAST-CURRENCY DELIMITED BY SIZE
               " POSTINGS " DELIMITED BY SIZE
               WS-GROUP-COUNT DELIMITED BY SIZE
               "  TOTAL " DELIMITED BY SIZE
               WS-SIGNED-DISP DELIMITED BY SIZE
               INTO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE SPACES TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE 0 TO WS-GROUP-TOTAL.
           MOVE 0 TO WS-GROUP-COUNT.

           COPY ERRHAND.
       END PROGRAM RECUR-GENERATE.
