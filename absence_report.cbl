      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly absence report by department. For the
      *          month entered (YYYYMM, default the current month)
      *          it lists every employee with absence booked on
      *          LEAVEFIL that falls in the month, grouped by the
      *          DEPTFILE departments with an unassigned group last,
      *          showing business days off by type (annual, sick,
      *          unpaid, other) with department and grand totals.
      *          Cancelled bookings are left out. The report goes to
      *          ABSRPT with the standard header and trailer framing.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, replacing the holiday and
      *                sickness wall chart.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT ABSENCE-REPORT-FILE ASSIGN TO "ABSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  LEAVE-FILE.
           COPY LEAVEREC.
       FD  DEPT-FILE.
       01  DEPT-RECORD.
           05 DR-CODE               PIC X(3).
           05 DR-NAME               PIC X(20).
       FD  ABSENCE-REPORT-FILE.
       01  ABSENCE-REPORT-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-EMP-STATUS         PIC X(2).
           88 EMP-OK                VALUE "00".
           88 EMP-NOT-FOUND          VALUE "23".
       01 WS-LEAVE-STATUS       PIC X(2).
           88 LEAVE-OK              VALUE "00".
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
       01 WS-BROWSE-DONE        PIC X VALUE 'N'.
           88 BROWSE-DONE           VALUE 'Y'.
       01 WS-TODAY              PIC 9(8).
       01 WS-REPORT-MONTH       PIC X(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YEAR            PIC 9(4).
           05 WS-RM-MONTH           PIC 9(2).
      * The month runs from its first calendar day to its last
      * business day, and only business days are counted.
       01 WS-MONTH-START        PIC X(8).
       01 WS-MONTH-END          PIC X(8).
       01 WS-NEXT-MONTH-START.
           05 WS-NM-YEAR            PIC 9(4).
           05 WS-NM-MONTH           PIC 9(2).
           05 WS-NM-DAY             PIC 9(2).
       01 WS-BUS-FUNCTION       PIC X(1).
       01 WS-BUS-DATE           PIC X(8).
       01 WS-BUS-RESULT         PIC 9(5).
       01 WS-OVERLAP-START      PIC X(8).
       01 WS-OVERLAP-END        PIC X(8).
       01 WS-EMP-DAYS.
           05 WS-ED-ANNUAL          PIC 9(5).
           05 WS-ED-SICK            PIC 9(5).
           05 WS-ED-UNPAID          PIC 9(5).
           05 WS-ED-OTHER           PIC 9(5).
           05 WS-ED-TOTAL           PIC 9(5).
       01 WS-DEPT-DAYS.
           05 WS-DD-ANNUAL          PIC 9(7).
           05 WS-DD-SICK            PIC 9(7).
           05 WS-DD-UNPAID          PIC 9(7).
           05 WS-DD-OTHER           PIC 9(7).
           05 WS-DD-TOTAL           PIC 9(7).
       01 WS-GRAND-DAYS.
           05 WS-GD-ANNUAL          PIC 9(7) VALUE 0.
           05 WS-GD-SICK            PIC 9(7) VALUE 0.
           05 WS-GD-UNPAID          PIC 9(7) VALUE 0.
           05 WS-GD-OTHER           PIC 9(7) VALUE 0.
           05 WS-GD-TOTAL           PIC 9(7) VALUE 0.
       01 WS-ABSENT-COUNT       PIC 9(7) VALUE 0.
       01 WS-DETAIL-LINE.
           05 WS-DL-EMP-ID          PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-NAME            PIC X(15).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-ANNUAL          PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-SICK            PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-UNPAID          PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-OTHER           PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-TOTAL           PIC ZZZZZZ9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Month to report (YYYYMM, blank = this month): ".
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH IS NOT NUMERIC
                   OR WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF.
           PERFORM SET-REPORT-MONTH.
           PERFORM LOAD-DEPT-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMP-OK
               MOVE "ABSRPT  " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN EMPFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-EMP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF NOT LEAVE-OK
               MOVE "ABSRPT  " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN LEAVEFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-LEAVE-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT ABSENCE-REPORT-FILE.
           IF NOT RPT-OK
               MOVE "ABSRPT  " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN ABSRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "ABSRPT  " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           MOVE SPACES TO ABSENCE-REPORT-LINE.
           STRING "ABSENCE BY DEPARTMENT FOR MONTH " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " (BUSINESS DAYS)" DELIMITED BY SIZE
               INTO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           MOVE "EMP-ID  NAME              ANNUAL     SICK   UNPAID"
               TO ABSENCE-REPORT-LINE.
           MOVE "    OTHER    TOTAL" TO ABSENCE-REPORT-LINE(51:18).
           WRITE ABSENCE-REPORT-LINE.
           MOVE 'N' TO WS-UNASSIGNED-PASS.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-USED
               MOVE SPACES TO ABSENCE-REPORT-LINE
               WRITE ABSENCE-REPORT-LINE
               MOVE SPACES TO ABSENCE-REPORT-LINE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   WS-DEPT-CODE(WS-DEPT-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DEPT-NAME(WS-DEPT-SUB) DELIMITED BY SIZE
                   INTO ABSENCE-REPORT-LINE
               WRITE ABSENCE-REPORT-LINE
               PERFORM REPORT-ONE-GROUP
           END-PERFORM.
      * Employees whose department is not on the reference file
      * still have to appear for the grand totals to be complete.
           SET UNASSIGNED-PASS TO TRUE.
           MOVE SPACES TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           MOVE "DEPARTMENT --- UNASSIGNED" TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           PERFORM REPORT-ONE-GROUP.
           MOVE SPACES TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           MOVE SPACES TO WS-DL-EMP-ID.
           MOVE "GRAND TOTAL" TO WS-DL-NAME.
           MOVE WS-GD-ANNUAL TO WS-DL-ANNUAL.
           MOVE WS-GD-SICK TO WS-DL-SICK.
           MOVE WS-GD-UNPAID TO WS-DL-UNPAID.
           MOVE WS-GD-OTHER TO WS-DL-OTHER.
           MOVE WS-GD-TOTAL TO WS-DL-TOTAL.
           MOVE WS-DETAIL-LINE TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           MOVE WS-ABSENT-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-GD-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE LEAVE-FILE.
           CLOSE ABSENCE-REPORT-FILE.
           DISPLAY "Absence report written to ABSRPT, "
               WS-ABSENT-COUNT " employee(s) with absence, "
               WS-GD-TOTAL " day(s)".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "ABSENCE REPORT MONTH=" DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " EMPS=" DELIMITED BY SIZE
               WS-ABSENT-COUNT DELIMITED BY SIZE
               " DAYS=" DELIMITED BY SIZE
               WS-GD-TOTAL DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "ABSRPT  ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
           STOP RUN.

       SET-REPORT-MONTH.
           MOVE WS-REPORT-MONTH TO WS-MONTH-START.
           MOVE "01" TO WS-MONTH-START(7:2).
           MOVE WS-RM-YEAR TO WS-NM-YEAR.
           MOVE WS-RM-MONTH TO WS-NM-MONTH.
           MOVE 1 TO WS-NM-DAY.
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           MOVE 'P' TO WS-BUS-FUNCTION.
           MOVE 0 TO WS-BUS-RESULT.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-NEXT-MONTH-START,
               WS-MONTH-END, WS-BUS-RESULT.

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
           INITIALIZE WS-DEPT-DAYS.
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
                               PERFORM REPORT-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-DL-EMP-ID.
           MOVE "DEPT TOTAL" TO WS-DL-NAME.
           MOVE WS-DD-ANNUAL TO WS-DL-ANNUAL.
           MOVE WS-DD-SICK TO WS-DL-SICK.
           MOVE WS-DD-UNPAID TO WS-DL-UNPAID.
           MOVE WS-DD-OTHER TO WS-DL-OTHER.
           MOVE WS-DD-TOTAL TO WS-DL-TOTAL.
           MOVE WS-DETAIL-LINE TO ABSENCE-REPORT-LINE.
           WRITE ABSENCE-REPORT-LINE.

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

       REPORT-ONE-EMPLOYEE.
           INITIALIZE WS-EMP-DAYS.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE EMP-ID TO LV-EMP-ID.
           MOVE LOW-VALUES TO LV-START-DATE.
           START LEAVE-FILE KEY IS NOT LESS THAN LV-KEY
               INVALID KEY
                   SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ LEAVE-FILE NEXT RECORD
                   AT END
                       SET BROWSE-DONE TO TRUE
                   NOT AT END
                       IF LV-EMP-ID NOT = EMP-ID
                               OR LV-START-DATE > WS-MONTH-END
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF LV-BOOKED
                                   AND LV-END-DATE >= WS-MONTH-START
                               PERFORM COUNT-DAYS-IN-MONTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ED-TOTAL > 0
               ADD 1 TO WS-ABSENT-COUNT
               MOVE EMP-ID TO WS-DL-EMP-ID
               MOVE EMP-NAME TO WS-DL-NAME
               MOVE WS-ED-ANNUAL TO WS-DL-ANNUAL
               MOVE WS-ED-SICK TO WS-DL-SICK
               MOVE WS-ED-UNPAID TO WS-DL-UNPAID
               MOVE WS-ED-OTHER TO WS-DL-OTHER
               MOVE WS-ED-TOTAL TO WS-DL-TOTAL
               MOVE WS-DETAIL-LINE TO ABSENCE-REPORT-LINE
               WRITE ABSENCE-REPORT-LINE
               ADD WS-ED-ANNUAL TO WS-DD-ANNUAL WS-GD-ANNUAL
               ADD WS-ED-SICK TO WS-DD-SICK WS-GD-SICK
               ADD WS-ED-UNPAID TO WS-DD-UNPAID WS-GD-UNPAID
               ADD WS-ED-OTHER TO WS-DD-OTHER WS-GD-OTHER
               ADD WS-ED-TOTAL TO WS-DD-TOTAL WS-GD-TOTAL
           END-IF.

      * A booking that crosses either end of the month counts only
      * the business days inside it.
       COUNT-DAYS-IN-MONTH.
           MOVE LV-START-DATE TO WS-OVERLAP-START.
           IF WS-OVERLAP-START < WS-MONTH-START
               MOVE WS-MONTH-START TO WS-OVERLAP-START
           END-IF.
           MOVE LV-END-DATE TO WS-OVERLAP-END.
           IF WS-OVERLAP-END > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-OVERLAP-END
           END-IF.
           MOVE 'P' TO WS-BUS-FUNCTION.
           MOVE 0 TO WS-BUS-RESULT.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-OVERLAP-START,
               WS-BUS-DATE, WS-BUS-RESULT.
           MOVE 'B' TO WS-BUS-FUNCTION.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-BUS-DATE,
               WS-OVERLAP-END, WS-BUS-RESULT.
           EVALUATE TRUE
               WHEN LV-ANNUAL
                   ADD WS-BUS-RESULT TO WS-ED-ANNUAL
               WHEN LV-SICK
                   ADD WS-BUS-RESULT TO WS-ED-SICK
               WHEN LV-UNPAID
                   ADD WS-BUS-RESULT TO WS-ED-UNPAID
               WHEN OTHER
                   ADD WS-BUS-RESULT TO WS-ED-OTHER
           END-EVALUATE.
           ADD WS-BUS-RESULT TO WS-ED-TOTAL.

           COPY ERRHAND.
       END PROGRAM ABSENCE-REPORT.
