      ******************************************************************
      * Author:
      * Date:
      * Purpose: Calendar-driven scheduling of the periodic jobs run
      *          after the nightly chain. The JOBSCHED file lists each
      *          periodic job and the rule it runs by:
      *            D  every business day
      *            W  every week on the weekday in JS-DAY (1 = Monday
      *               through 7 = Sunday), or the next business day
      *               when that weekday is a holiday
      *            L  last business day of the month
      *            F  first business day of the month
      *            N  the JS-DAY'th business day of the month
      *          Business days come from BUSDATE, so the CALFILE
      *          holidays move a month-end job forward to the Friday
      *          before a bank holiday Monday. CHECK with a job name
      *          sets return code 0 when the job is due on the
      *          business date and 1 when it is not, so the JCL
      *          bypasses a job that is not due (COND=(0,NE,...)); a
      *          job not on JOBSCHED, or with a rule that cannot be
      *          read, ends with 8 and is not run. LOOKAHEAD writes
      *          the schedule and the jobs due on each of the next
      *          thirty business days to SCHEDRPT.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; the periodic jobs were submitted
      *                by hand and month-end payroll ran a day late.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SCHEDULE-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "JOBSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT SCHEDULE-REPORT ASSIGN TO "SCHEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 JS-JOB                PIC X(8).
           05 JS-RULE               PIC X(1).
           05 JS-DAY                PIC X(2).
           05 JS-DESC               PIC X(30).
       FD  SCHEDULE-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-SCHED-STATUS       PIC X(2).
           88 SCHED-OK              VALUE "00".
           88 SCHED-EOF             VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-FUNCTION           PIC X(9).
           88 FUNC-CHECK            VALUE 'CHECK'.
           88 FUNC-LOOKAHEAD        VALUE 'LOOKAHEAD'.
       01 WS-JOB-NAME           PIC X(8).
       01 WS-BUS-DATE           PIC 9(8).
       01 WS-SCHED-READ         PIC X VALUE 'N'.
           88 SCHEDULE-READ         VALUE 'Y'.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 50 TIMES.
               10 WS-SJ-JOB         PIC X(8).
               10 WS-SJ-RULE        PIC X(1).
                   88 SJ-DAILY              VALUE 'D'.
                   88 SJ-WEEKDAY            VALUE 'W'.
                   88 SJ-LAST-BUS-DAY       VALUE 'L'.
                   88 SJ-FIRST-BUS-DAY      VALUE 'F'.
                   88 SJ-NTH-BUS-DAY        VALUE 'N'.
               10 WS-SJ-DAY         PIC 9(2).
               10 WS-SJ-DESC        PIC X(30).
               10 WS-SJ-VALID       PIC X(1).
                   88 SJ-RULE-VALID         VALUE 'Y'.
       01 WS-SCHED-USED         PIC 9(2) VALUE 0.
       01 WS-SCHED-SUB          PIC 9(2).
       01 WS-FOUND-SUB          PIC 9(2).
      * The date a rule is being tested against, and the BUSDATE
      * request fields, laid out as in RECURGEN.
       01 WS-TEST-DATE          PIC 9(8).
       01 WS-TEST-PARTS REDEFINES WS-TEST-DATE.
           05 WS-TD-YEAR            PIC 9(4).
           05 WS-TD-MONTH           PIC 9(2).
           05 WS-TD-DAY             PIC 9(2).
       01 WS-WORK-DATE          PIC 9(8).
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WD-YEAR            PIC 9(4).
           05 WS-WD-MONTH           PIC 9(2).
           05 WS-WD-DAY             PIC 9(2).
       01 WS-BUS-FUNCTION       PIC X(1).
       01 WS-BUS-FROM           PIC X(8).
       01 WS-BUS-FROM-DATE REDEFINES WS-BUS-FROM PIC 9(8).
       01 WS-BUS-TO             PIC X(8).
       01 WS-BUS-TO-DATE REDEFINES WS-BUS-TO PIC 9(8).
       01 WS-BUS-RESULT         PIC 9(5).
       01 WS-DAY-OF-WEEK        PIC 9(1).
       01 WS-DAYS-BACK          PIC 9(1).
       01 WS-JOB-DUE            PIC X VALUE 'N'.
           88 JOB-IS-DUE            VALUE 'Y'.
       01 WS-DAY-NAMES          PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-RULE-TEXT          PIC X(26).
       01 WS-DAY-SUB            PIC 9(2).
       01 WS-RUN-COUNT          PIC 9(5) VALUE 0.
       01 WS-RESULT-CODE        PIC 9(2) VALUE 0.
       01 WS-LINE-JOBS          PIC 9(1).
       01 WS-RULE-LINE.
           05 WS-RL-JOB             PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-RULE            PIC X(26).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RL-DESC            PIC X(30).
       01 WS-DAY-LINE.
           05 WS-DL-DATE            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-DAY-NAME        PIC X(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-JOB OCCURS 7 TIMES.
               10 WS-DL-JOB-NAME    PIC X(8).
               10 FILLER            PIC X(1).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Function (CHECK, LOOKAHEAD): ".
           ACCEPT WS-FUNCTION.
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SCHEDULE.
           EVALUATE TRUE
               WHEN FUNC-CHECK
                   PERFORM CHECK-JOB
               WHEN FUNC-LOOKAHEAD
                   PERFORM WRITE-LOOKAHEAD
               WHEN OTHER
                   DISPLAY "Unknown function " WS-FUNCTION
                   MOVE 8 TO WS-RESULT-CODE
           END-EVALUATE.
           MOVE WS-RESULT-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-SCHEDULE.
           MOVE 0 TO WS-SCHED-USED.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHED-OK
               SET SCHEDULE-READ TO TRUE
               PERFORM UNTIL SCHED-EOF
                   READ SCHEDULE-FILE
                       AT END
                           SET SCHED-EOF TO TRUE
                       NOT AT END
                           IF JS-JOB NOT = SPACES
                               PERFORM TAKE-ONE-SCHEDULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

      * A weekday has to be 1 to 7 and an Nth business day 1 to 23,
      * the most a month can hold; anything else is kept so it can
      * be reported, but never runs.
       TAKE-ONE-SCHEDULE.
           IF WS-SCHED-USED = 50
               MOVE "SCHEDCHK" TO WS-ERROR-PGM
               MOVE "JOBSCHED TABLE FULL" TO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ADD 1 TO WS-SCHED-USED.
           MOVE JS-JOB TO WS-SJ-JOB(WS-SCHED-USED).
           MOVE JS-RULE TO WS-SJ-RULE(WS-SCHED-USED).
           MOVE JS-DESC TO WS-SJ-DESC(WS-SCHED-USED).
           MOVE 0 TO WS-SJ-DAY(WS-SCHED-USED).
           IF JS-DAY IS NUMERIC
               MOVE JS-DAY TO WS-SJ-DAY(WS-SCHED-USED)
           END-IF.
           MOVE 'Y' TO WS-SJ-VALID(WS-SCHED-USED).
           EVALUATE TRUE
               WHEN SJ-DAILY(WS-SCHED-USED)
               WHEN SJ-LAST-BUS-DAY(WS-SCHED-USED)
               WHEN SJ-FIRST-BUS-DAY(WS-SCHED-USED)
                   CONTINUE
               WHEN SJ-WEEKDAY(WS-SCHED-USED)
                   IF WS-SJ-DAY(WS-SCHED-USED) < 1
                           OR WS-SJ-DAY(WS-SCHED-USED) > 7
                       MOVE 'N' TO WS-SJ-VALID(WS-SCHED-USED)
                   END-IF
               WHEN SJ-NTH-BUS-DAY(WS-SCHED-USED)
                   IF WS-SJ-DAY(WS-SCHED-USED) < 1
                           OR WS-SJ-DAY(WS-SCHED-USED) > 23
                       MOVE 'N' TO WS-SJ-VALID(WS-SCHED-USED)
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-SJ-VALID(WS-SCHED-USED)
           END-EVALUATE.

       CHECK-JOB.
           DISPLAY "Job name: ".
           ACCEPT WS-JOB-NAME.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHED-USED
               IF WS-SJ-JOB(WS-SCHED-SUB) = WS-JOB-NAME
                   MOVE WS-SCHED-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF NOT SCHEDULE-READ
               DISPLAY "JOBSCHED unavailable, " WS-JOB-NAME
                   " will be bypassed"
               STRING "SCHEDULE " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   " NO JOBSCHED, BYPASSED" DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE "SCHD" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               MOVE 8 TO WS-RESULT-CODE
           ELSE
               IF WS-FOUND-SUB = 0
                   DISPLAY WS-JOB-NAME " is not on JOBSCHED, "
                       "step will be bypassed"
                   STRING "SCHEDULE " DELIMITED BY SIZE
                       WS-JOB-NAME DELIMITED BY SIZE
                       " NOT ON JOBSCHED, BYPASSED" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE "SCHD" TO AE-EVENT-CODE
                   SET AE-SEV-WARNING TO TRUE
                   MOVE 8 TO WS-RESULT-CODE
               ELSE
                   PERFORM CHECK-FOUND-JOB
               END-IF
           END-IF.
           CALL 'AUDITLOG' USING "SCHEDCHK", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

       CHECK-FOUND-JOB.
           MOVE WS-FOUND-SUB TO WS-SCHED-SUB.
           PERFORM SET-RULE-TEXT.
           IF NOT SJ-RULE-VALID(WS-SCHED-SUB)
               DISPLAY WS-JOB-NAME " has an invalid rule on "
                   "JOBSCHED, step will be bypassed"
               STRING "SCHEDULE " DELIMITED BY SIZE
                   WS-JOB-NAME DELIMITED BY SIZE
                   " INVALID RULE, BYPASSED" DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE "SCHD" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               MOVE 8 TO WS-RESULT-CODE
           ELSE
               MOVE WS-BUS-DATE TO WS-TEST-DATE
               PERFORM TEST-JOB-DUE
               IF JOB-IS-DUE
                   DISPLAY WS-JOB-NAME " due for " WS-BUS-DATE
                       " (" FUNCTION TRIM(WS-RULE-TEXT)
                       "), step will run"
                   STRING "SCHEDULE " DELIMITED BY SIZE
                       WS-JOB-NAME DELIMITED BY SIZE
                       " DUE DATE=" DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
               ELSE
                   DISPLAY WS-JOB-NAME " not due for " WS-BUS-DATE
                       " (" FUNCTION TRIM(WS-RULE-TEXT)
                       "), step will be bypassed"
                   STRING "SCHEDULE " DELIMITED BY SIZE
                       WS-JOB-NAME DELIMITED BY SIZE
                       " NOT DUE DATE=" DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE 1 TO WS-RESULT-CODE
               END-IF
           END-IF.

      * Whether the job at WS-SCHED-SUB is due on WS-TEST-DATE.
      * Nothing is due on a day that is not a business day.
       TEST-JOB-DUE.
           MOVE 'N' TO WS-JOB-DUE.
           COMPUTE WS-BUS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) - 1).
           MOVE 'N' TO WS-BUS-FUNCTION.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-BUS-FROM,
               WS-BUS-TO, WS-BUS-RESULT.
           IF WS-BUS-TO-DATE = WS-TEST-DATE
                   AND SJ-RULE-VALID(WS-SCHED-SUB)
               EVALUATE TRUE
                   WHEN SJ-DAILY(WS-SCHED-SUB)
                       SET JOB-IS-DUE TO TRUE
                   WHEN SJ-WEEKDAY(WS-SCHED-SUB)
                       PERFORM TEST-WEEKDAY-RULE
                   WHEN SJ-LAST-BUS-DAY(WS-SCHED-SUB)
                       MOVE WS-TEST-DATE TO WS-BUS-FROM
                       MOVE 'N' TO WS-BUS-FUNCTION
                       CALL 'BUSDATE' USING WS-BUS-FUNCTION,
                           WS-BUS-FROM, WS-BUS-TO, WS-BUS-RESULT
                       MOVE WS-BUS-TO-DATE TO WS-WORK-DATE
                       IF WS-WD-MONTH NOT = WS-TD-MONTH
                           SET JOB-IS-DUE TO TRUE
                       END-IF
                   WHEN SJ-FIRST-BUS-DAY(WS-SCHED-SUB)
                       MOVE WS-TEST-DATE TO WS-BUS-FROM
                       MOVE 'P' TO WS-BUS-FUNCTION
                       CALL 'BUSDATE' USING WS-BUS-FUNCTION,
                           WS-BUS-FROM, WS-BUS-TO, WS-BUS-RESULT
                       MOVE WS-BUS-TO-DATE TO WS-WORK-DATE
                       IF WS-WD-MONTH NOT = WS-TD-MONTH
                           SET JOB-IS-DUE TO TRUE
                       END-IF
                   WHEN SJ-NTH-BUS-DAY(WS-SCHED-SUB)
                       PERFORM TEST-NTH-DAY-RULE
               END-EVALUATE
           END-IF.

      * Due on the first business day on or after the most recent
      * occurrence of the weekday, so a holiday moves the week's run
      * on a day instead of losing it.
       TEST-WEEKDAY-RULE.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
                   - 1, 7) + 1.
           COMPUTE WS-DAYS-BACK = FUNCTION MOD(WS-DAY-OF-WEEK
               - WS-SJ-DAY(WS-SCHED-SUB) + 7, 7).
           COMPUTE WS-BUS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
               - WS-DAYS-BACK - 1).
           MOVE 'N' TO WS-BUS-FUNCTION.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-BUS-FROM,
               WS-BUS-TO, WS-BUS-RESULT.
           IF WS-BUS-TO-DATE = WS-TEST-DATE
               SET JOB-IS-DUE TO TRUE
           END-IF.

      * Business days counted from the last day of the month before.
       TEST-NTH-DAY-RULE.
           MOVE WS-TEST-DATE TO WS-WORK-DATE.
           MOVE 1 TO WS-WD-DAY.
           COMPUTE WS-BUS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1).
           MOVE WS-TEST-DATE TO WS-BUS-TO-DATE.
           MOVE 'B' TO WS-BUS-FUNCTION.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-BUS-FROM,
               WS-BUS-TO, WS-BUS-RESULT.
           IF WS-BUS-RESULT = WS-SJ-DAY(WS-SCHED-SUB)
               SET JOB-IS-DUE TO TRUE
           END-IF.

       SET-RULE-TEXT.
           MOVE SPACES TO WS-RULE-TEXT.
           IF NOT SJ-RULE-VALID(WS-SCHED-SUB)
               MOVE "INVALID RULE, NEVER RUNS" TO WS-RULE-TEXT
           ELSE
               EVALUATE TRUE
                   WHEN SJ-DAILY(WS-SCHED-SUB)
                       MOVE "EVERY BUSINESS DAY" TO WS-RULE-TEXT
                   WHEN SJ-WEEKDAY(WS-SCHED-SUB)
                       MOVE WS-SJ-DAY(WS-SCHED-SUB) TO WS-DAY-SUB
                       STRING "EVERY " DELIMITED BY SIZE
                           WS-DAY-NAME(WS-DAY-SUB) DELIMITED BY SIZE
                           INTO WS-RULE-TEXT
                   WHEN SJ-LAST-BUS-DAY(WS-SCHED-SUB)
                       MOVE "LAST BUSINESS DAY" TO WS-RULE-TEXT
                   WHEN SJ-FIRST-BUS-DAY(WS-SCHED-SUB)
                       MOVE "FIRST BUSINESS DAY" TO WS-RULE-TEXT
                   WHEN SJ-NTH-BUS-DAY(WS-SCHED-SUB)
                       STRING "BUSINESS DAY " DELIMITED BY SIZE
                           WS-SJ-DAY(WS-SCHED-SUB) DELIMITED BY SIZE
                           " OF MONTH" DELIMITED BY SIZE
                           INTO WS-RULE-TEXT
               END-EVALUATE
           END-IF.

       WRITE-LOOKAHEAD.
           OPEN OUTPUT SCHEDULE-REPORT.
           IF NOT RPT-OK
               MOVE "SCHEDCHK" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN SCHEDRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-BUS-DATE TO BH-RUN-DATE.
           MOVE "SCHEDCHK" TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIODIC JOB SCHEDULE AS AT " DELIMITED BY SIZE
               WS-BUS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT SCHEDULE-READ
               MOVE "JOBSCHED UNAVAILABLE, NO PERIODIC JOB WILL RUN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO WS-RESULT-CODE
           ELSE
               MOVE "JOB       RULE                        DESCRIPTION"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                       UNTIL WS-SCHED-SUB > WS-SCHED-USED
                   PERFORM SET-RULE-TEXT
                   MOVE WS-SJ-JOB(WS-SCHED-SUB) TO WS-RL-JOB
                   MOVE WS-RULE-TEXT TO WS-RL-RULE
                   MOVE WS-SJ-DESC(WS-SCHED-SUB) TO WS-RL-DESC
                   MOVE WS-RULE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NEXT 30 BUSINESS DAYS" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "DATE      DAY  JOBS DUE" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-BUS-DATE TO WS-BUS-FROM-DATE
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 30
                   MOVE 'N' TO WS-BUS-FUNCTION
                   CALL 'BUSDATE' USING WS-BUS-FUNCTION,
                       WS-BUS-FROM, WS-BUS-TO, WS-BUS-RESULT
                   MOVE WS-BUS-TO-DATE TO WS-TEST-DATE
                   PERFORM WRITE-ONE-DAY
                   MOVE WS-TEST-DATE TO WS-BUS-FROM-DATE
               END-PERFORM
           END-IF.
           MOVE 30 TO BT-TOTAL-COUNT.
           MOVE WS-RUN-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SCHEDULE-REPORT.
           DISPLAY "Look-ahead written to SCHEDRPT, " WS-RUN-COUNT
               " job run(s) in the next 30 business days".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "SCHEDULE LOOKAHEAD FROM " DELIMITED BY SIZE
               WS-BUS-DATE DELIMITED BY SIZE
               " RUNS=" DELIMITED BY SIZE
               WS-RUN-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "SCHEDCHK", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

      * Seven job names to a line; a busier day runs onto further
      * lines under the first.
       WRITE-ONE-DAY.
           MOVE SPACES TO WS-DAY-LINE.
           MOVE WS-TEST-DATE TO WS-DL-DATE.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
                   - 1, 7) + 1.
           MOVE WS-DAY-NAME(WS-DAY-OF-WEEK) TO WS-DL-DAY-NAME.
           MOVE 0 TO WS-LINE-JOBS.
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHED-USED
               PERFORM TEST-JOB-DUE
               IF JOB-IS-DUE
                   ADD 1 TO WS-RUN-COUNT
                   IF WS-LINE-JOBS = 7
                       MOVE WS-DAY-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO WS-DAY-LINE
                       MOVE 0 TO WS-LINE-JOBS
                   END-IF
                   ADD 1 TO WS-LINE-JOBS
                   MOVE WS-SJ-JOB(WS-SCHED-SUB)
                       TO WS-DL-JOB-NAME(WS-LINE-JOBS)
               END-IF
           END-PERFORM.
           IF WS-LINE-JOBS = 0
               MOVE "-" TO WS-DL-JOB-NAME(1)
           END-IF.
           MOVE WS-DAY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM JOB-SCHEDULE-CHECK.
