      ******************************************************************
      * Author:
      * Date:
      * Purpose: Length-of-service report by department. Lists every
      *          employee whose next service anniversary (from the
      *          hire date on EMPFILE) falls within the number of
      *          days entered (default 30) from today, with the hire
      *          date, the anniversary date, and the years of
      *          service being completed, grouped by the DEPTFILE
      *          departments with an unassigned group last. A
      *          29 February hire date has its anniversary on
      *          1 March in other years. Each department also shows
      *          how many employees have no hire date yet (records
      *          carried over from the old keyed-age layout), so HR
      *          can chase them. The report goes to SVCRPT with the
      *          standard header and trailer framing.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, once EMPFILE carried the hire
      *                date, replacing HR's hand-kept anniversary
      *                diary.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT SERVICE-REPORT-FILE ASSIGN TO "SVCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  DEPT-FILE.
       01  DEPT-RECORD.
           05 DR-CODE               PIC X(3).
           05 DR-NAME               PIC X(20).
       FD  SERVICE-REPORT-FILE.
       01  SERVICE-REPORT-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-EMP-STATUS         PIC X(2).
           88 EMP-OK                VALUE "00".
           88 EMP-NOT-FOUND          VALUE "23".
       01 WS-DEPT-STATUS        PIC X(2).
           88 DEPT-OK               VALUE "00".
           88 DEPT-EOF              VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 10 TIMES.
               10 WS-DEPT-CODE      PIC X(3).
               10 WS-DEPT-NAME      PIC X(20).
       01 WS-DEPT-USED          PIC 9(2) VALUE 0.
       01 WS-DEPT-SUB           PIC 9(2).
       01 WS-FIND-SUB           PIC 9(2).
       01 WS-DEPT              PIC X(3).
       01 WS-DEPT-FOUND         PIC X VALUE 'N'.
           88 DEPT-CODE-FOUND       VALUE 'Y'.
       01 WS-IN-GROUP           PIC X VALUE 'N'.
           88 EMP-IN-GROUP          VALUE 'Y'.
       01 WS-UNASSIGNED-PASS    PIC X VALUE 'N'.
           88 UNASSIGNED-PASS       VALUE 'Y'.
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TD-YEAR            PIC 9(4).
           05 WS-TD-MMDD            PIC 9(4).
       01 WS-DAYS-AHEAD-IN      PIC X(3).
       01 WS-DAYS-AHEAD         PIC 9(3).
       01 WS-TODAY-INT          PIC 9(7).
       01 WS-WINDOW-END         PIC 9(8).
       01 WS-HIRE-PARTS.
           05 WS-HP-YEAR            PIC 9(4).
           05 WS-HP-MMDD            PIC 9(4).
       01 WS-ANNIVERSARY.
           05 WS-AN-YEAR            PIC 9(4).
           05 WS-AN-MMDD            PIC 9(4).
       01 WS-ANNIV-DATE REDEFINES WS-ANNIVERSARY PIC 9(8).
       01 WS-YEAR-QUOT          PIC 9(4).
       01 WS-YEAR-REM           PIC 9(3).
       01 WS-LEAP-YEAR          PIC X VALUE 'N'.
           88 LEAP-YEAR             VALUE 'Y'.
       01 WS-SERVICE-YEARS      PIC 9(3).
       01 WS-DAYS-AWAY          PIC 9(3).
       01 WS-DUE-COUNT          PIC 9(7).
       01 WS-NO-HIRE-COUNT      PIC 9(7).
       01 WS-TOTAL-DUE          PIC 9(7) VALUE 0.
       01 WS-TOTAL-NO-HIRE      PIC 9(7) VALUE 0.
       01 WS-DETAIL-LINE.
           05 WS-DL-EMP-ID          PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-NAME            PIC X(15).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-HIRE-DATE       PIC X(8).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-DL-ANNIV-DATE      PIC X(8).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-DL-YEARS           PIC ZZ9.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-DL-DAYS-AWAY       PIC ZZ9.
       01 WS-COUNT-SHOW         PIC ZZZZZZ9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Days ahead to report (blank = 30): ".
           ACCEPT WS-DAYS-AHEAD-IN.
           IF WS-DAYS-AHEAD-IN IS NUMERIC
               MOVE WS-DAYS-AHEAD-IN TO WS-DAYS-AHEAD
           ELSE
               MOVE 30 TO WS-DAYS-AHEAD
           END-IF.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-WINDOW-END =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-DAYS-AHEAD).
           PERFORM LOAD-DEPT-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMP-OK
               MOVE "SVCRPT  " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN EMPFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-EMP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT SERVICE-REPORT-FILE.
           IF NOT RPT-OK
               MOVE "SVCRPT  " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN SVCRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "SVCRPT  " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           MOVE SPACES TO SERVICE-REPORT-LINE.
           STRING "SERVICE ANNIVERSARIES FROM " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-WINDOW-END DELIMITED BY SIZE
               INTO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           MOVE "EMP-ID  NAME             HIRED     ANNIVERSARY  YEARS"
               TO SERVICE-REPORT-LINE.
           MOVE "DAYS AWAY" TO SERVICE-REPORT-LINE(58:9).
           WRITE SERVICE-REPORT-LINE.
           MOVE 'N' TO WS-UNASSIGNED-PASS.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED
               MOVE SPACES TO SERVICE-REPORT-LINE
               WRITE SERVICE-REPORT-LINE
               MOVE SPACES TO SERVICE-REPORT-LINE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   WS-DEPT-CODE(WS-DEPT-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DEPT-NAME(WS-DEPT-SUB) DELIMITED BY SIZE
                   INTO SERVICE-REPORT-LINE
               WRITE SERVICE-REPORT-LINE
               PERFORM REPORT-ONE-GROUP
           END-PERFORM.
      * Employees whose department is not on the reference file
      * still have to appear for the totals to be complete.
           SET UNASSIGNED-PASS TO TRUE.
           MOVE SPACES TO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           MOVE "DEPARTMENT --- UNASSIGNED" TO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           PERFORM REPORT-ONE-GROUP.
           MOVE SPACES TO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           MOVE WS-TOTAL-DUE TO WS-COUNT-SHOW.
           STRING "TOTAL ANNIVERSARIES DUE   " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           MOVE SPACES TO SERVICE-REPORT-LINE.
           MOVE WS-TOTAL-NO-HIRE TO WS-COUNT-SHOW.
           STRING "TOTAL WITH NO HIRE DATE   " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               INTO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           MOVE WS-TOTAL-DUE TO BT-TOTAL-COUNT.
           MOVE WS-TOTAL-DUE TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE SERVICE-REPORT-FILE.
           DISPLAY "Service report written to SVCRPT, "
               WS-TOTAL-DUE " anniversary(ies) due, "
               WS-TOTAL-NO-HIRE " with no hire date".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "SERVICE REPORT DAYS=" DELIMITED BY SIZE
               WS-DAYS-AHEAD DELIMITED BY SIZE
               " DUE=" DELIMITED BY SIZE
               WS-TOTAL-DUE DELIMITED BY SIZE
               " NOHIRE=" DELIMITED BY SIZE
               WS-TOTAL-NO-HIRE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "SVCRPT  ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
           STOP RUN.

       LOAD-DEPT-TABLE.
           MOVE 0 TO WS-DEPT-USED.
           OPEN INPUT DEPT-FILE.
           IF NOT DEPT-OK
               DISPLAY "Unable to open DEPTFILE, every employee "
                   "reports as unassigned"
           ELSE
               PERFORM UNTIL DEPT-EOF OR WS-DEPT-USED = 10
                   READ DEPT-FILE
                       AT END
                           SET DEPT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DEPT-USED
                           MOVE DR-CODE
                               TO WS-DEPT-CODE(WS-DEPT-USED)
                           MOVE DR-NAME
                               TO WS-DEPT-NAME(WS-DEPT-USED)
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

       FIND-DEPT-CODE.
           MOVE 'N' TO WS-DEPT-FOUND.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-DEPT-USED OR DEPT-CODE-FOUND
               IF WS-DEPT-CODE(WS-FIND-SUB) = WS-DEPT
                   SET DEPT-CODE-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * One pass of the employee master per group, the way the
      * department roster is printed.
       REPORT-ONE-GROUP.
           MOVE 0 TO WS-DUE-COUNT.
           MOVE 0 TO WS-NO-HIRE-COUNT.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER KEY IS GREATER THAN EMP-ID
               INVALID KEY
                   SET EMP-NOT-FOUND TO TRUE
           END-START.
           IF EMP-OK
               PERFORM UNTIL EMP-NOT-FOUND
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET EMP-NOT-FOUND TO TRUE
                       NOT AT END
                           PERFORM CHECK-EMP-IN-GROUP
                           IF EMP-IN-GROUP
                               PERFORM CHECK-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO SERVICE-REPORT-LINE.
           MOVE WS-DUE-COUNT TO WS-COUNT-SHOW.
           STRING "ANNIVERSARIES DUE " DELIMITED BY SIZE
               WS-COUNT-SHOW DELIMITED BY SIZE
               "   NO HIRE DATE " DELIMITED BY SIZE
               INTO SERVICE-REPORT-LINE.
           MOVE WS-NO-HIRE-COUNT TO WS-COUNT-SHOW.
           MOVE WS-COUNT-SHOW TO SERVICE-REPORT-LINE(42:7).
           WRITE SERVICE-REPORT-LINE.
           ADD WS-DUE-COUNT TO WS-TOTAL-DUE.
           ADD WS-NO-HIRE-COUNT TO WS-TOTAL-NO-HIRE.

       CHECK-EMP-IN-GROUP.
           MOVE 'N' TO WS-IN-GROUP.
           IF UNASSIGNED-PASS
               MOVE EMP-DEPT TO WS-DEPT
               PERFORM FIND-DEPT-CODE
               IF NOT DEPT-CODE-FOUND
                   SET EMP-IN-GROUP TO TRUE
               END-IF
           ELSE
               IF EMP-DEPT = WS-DEPT-CODE(WS-DEPT-SUB)
                   SET EMP-IN-GROUP TO TRUE
               END-IF
           END-IF.

      * The next anniversary is this year's if it has not passed,
      * otherwise next year's; it is listed when it falls inside
      * the window and completes at least one year of service.
       CHECK-ONE-EMPLOYEE.
           IF EMP-HIRE-DATE = 0 OR EMP-HIRE-DATE IS NOT NUMERIC
               ADD 1 TO WS-NO-HIRE-COUNT
           ELSE
               MOVE EMP-HIRE-DATE TO WS-HIRE-PARTS
               MOVE WS-TD-YEAR TO WS-AN-YEAR
               PERFORM SET-ANNIVERSARY-DAY
               IF WS-ANNIV-DATE < WS-TODAY
                   ADD 1 TO WS-AN-YEAR
                   PERFORM SET-ANNIVERSARY-DAY
               END-IF
               IF WS-ANNIV-DATE <= WS-WINDOW-END
                       AND WS-AN-YEAR > WS-HP-YEAR
                   PERFORM REPORT-ONE-ANNIVERSARY
               END-IF
           END-IF.

      * A 29 February hire date falls on 1 March outside leap years.
       SET-ANNIVERSARY-DAY.
           MOVE WS-HP-MMDD TO WS-AN-MMDD.
           IF WS-HP-MMDD = 0229
               MOVE 'N' TO WS-LEAP-YEAR
               DIVIDE WS-AN-YEAR BY 4 GIVING WS-YEAR-QUOT
                   REMAINDER WS-YEAR-REM
               IF WS-YEAR-REM = 0
                   SET LEAP-YEAR TO TRUE
                   DIVIDE WS-AN-YEAR BY 100 GIVING WS-YEAR-QUOT
                       REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = 0
                       MOVE 'N' TO WS-LEAP-YEAR
                       DIVIDE WS-AN-YEAR BY 400 GIVING WS-YEAR-QUOT
                           REMAINDER WS-YEAR-REM
                       IF WS-YEAR-REM = 0
                           SET LEAP-YEAR TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF NOT LEAP-YEAR
                   MOVE 0301 TO WS-AN-MMDD
               END-IF
           END-IF.

       REPORT-ONE-ANNIVERSARY.
           ADD 1 TO WS-DUE-COUNT.
           COMPUTE WS-SERVICE-YEARS = WS-AN-YEAR - WS-HP-YEAR.
           COMPUTE WS-DAYS-AWAY =
               FUNCTION INTEGER-OF-DATE(WS-ANNIV-DATE) - WS-TODAY-INT.
           MOVE EMP-ID TO WS-DL-EMP-ID.
           MOVE EMP-NAME TO WS-DL-NAME.
           MOVE EMP-HIRE-DATE TO WS-DL-HIRE-DATE.
           MOVE WS-ANNIV-DATE TO WS-DL-ANNIV-DATE.
           MOVE WS-SERVICE-YEARS TO WS-DL-YEARS.
           MOVE WS-DAYS-AWAY TO WS-DL-DAYS-AWAY.
           MOVE WS-DETAIL-LINE TO SERVICE-REPORT-LINE.
           WRITE SERVICE-REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM SERVICE-REPORT.
