      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly full-file reconciliation of the employee
      *          master against the HR system. HR send their whole
      *          master as HRMAST in the HREXPREC layout; it is
      *          sorted by employee id and matched against EMPFILE
      *          read in key order. The report (HRRECRPT) lists
      *          employees only on our side, employees only on
      *          theirs, duplicate ids on the extract, and each
      *          field that differs (name, age worked out from our
      *          date of birth, gender). Every break opens a case
      *          on CASEFILE for CASEMGMT to work, unless an open
      *          case already covers the employee and break type;
      *          the case side says which break it is:
      *            E = on EMPFILE only     H = on the HR extract only
      *            N = name differs        A = age differs
      *            G = gender differs      D = duplicate id from HR
      *          A clean run is logged on the audit trail with event
      *          code HRSY, as the record that the two systems were
      *          proven in step; a run with breaks is logged as HRBK
      *          at warning severity and ends with return code 4.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; HR-ACK-MATCH proves only that
      *                what we sent arrived, not that the two masters
      *                still agree.
      *   2026-10-15 - New cases carry the run's user as raiser, for
      *                the segregation-of-duties report.
      *   2026-10-15 - Warning return code 4 now set after the AUDITLOG
      *                call, which was resetting it to zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HR-MASTER-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT HR-MASTER-FILE ASSIGN TO "HRMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRM-STATUS.
           SELECT HR-MASTER-SORTED ASSIGN TO "HRMSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRS-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           SELECT RECON-REPORT ASSIGN TO "HRRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  HR-MASTER-FILE.
       01  HR-MASTER-LINE           PIC X(28).
       FD  HR-MASTER-SORTED.
       01  HR-SORTED-LINE           PIC X(28).
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05 SW-EMP-ID             PIC 9(6).
           05 FILLER                PIC X(22).
       FD  RECON-REPORT.
       01  REPORT-LINE              PIC X(80).
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
       WORKING-STORAGE SECTION.
           COPY HREXPREC.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-EMP-STATUS         PIC X(2).
           88 EMP-OK                VALUE "00".
       01 WS-HRM-STATUS         PIC X(2).
           88 HRM-OK                VALUE "00".
           88 HRM-EOF               VALUE "10".
       01 WS-HRS-STATUS         PIC X(2).
           88 HRS-OK                VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-CASE-STATUS        PIC X(2).
           88 CASE-OK               VALUES "00", "05".
           88 CASE-EOF              VALUE "10".
       01 WS-EMP-EOF            PIC X VALUE 'N'.
           88 EMP-AT-END            VALUE 'Y'.
       01 WS-HR-EOF             PIC X VALUE 'N'.
           88 HR-AT-END             VALUE 'Y'.
      * High-values keys let the merge run both files out without a
      * separate end-of-file test on each comparison.
       01 WS-EMP-KEY            PIC X(6).
       01 WS-HR-KEY             PIC X(6).
       01 WS-PREV-HR-KEY        PIC X(6) VALUE LOW-VALUES.
       01 WS-TODAY              PIC X(8).
       01 WS-EMP-AGE            PIC 9(3).
       01 WS-AGE-RESULT         PIC X(1).
           88 AGE-WORKED-OUT        VALUE 'Y'.
       01 WS-OPEN-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 500 TIMES.
               10 WS-CS-KEY         PIC 9(6).
               10 WS-CS-SIDE        PIC X(1).
       01 WS-CASE-USED          PIC 9(3) VALUE 0.
       01 WS-CASE-SUB           PIC 9(3).
       01 WS-NEXT-CASE          PIC 9(6) VALUE 0.
       01 WS-CASE-EXISTS        PIC X.
           88 OPEN-CASE-EXISTS      VALUE 'Y'.
       01 WS-NEW-CASE-COUNT     PIC 9(5) VALUE 0.
       01 WS-BREAK-KEY          PIC 9(6).
       01 WS-BREAK-SIDE         PIC X(1).
       01 WS-BREAK-NOTE         PIC X(30).
       01 WS-HR-COUNT           PIC 9(7) VALUE 0.
       01 WS-EMP-COUNT          PIC 9(7) VALUE 0.
       01 WS-AGREED-COUNT       PIC 9(7) VALUE 0.
       01 WS-OURS-ONLY-COUNT    PIC 9(7) VALUE 0.
       01 WS-THEIRS-ONLY-COUNT  PIC 9(7) VALUE 0.
       01 WS-FIELD-DIFF-COUNT   PIC 9(7) VALUE 0.
       01 WS-DUP-COUNT          PIC 9(7) VALUE 0.
       01 WS-BAD-ID-COUNT       PIC 9(7) VALUE 0.
       01 WS-BREAK-COUNT        PIC 9(7) VALUE 0.
       01 WS-EMP-BREAKS         PIC 9(3).
       01 WS-AGE-SHOW           PIC ZZ9.
       01 WS-DETAIL-LINE.
           05 WS-DL-EMP-ID          PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-BREAK           PIC X(18).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-OURS            PIC X(15).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-THEIRS          PIC X(15).
       01 WS-STAT-LINE.
           05 WS-STAT-LABEL         PIC X(30).
           05 WS-STAT-COUNT         PIC ZZZZZZ9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-RECON-REPORT.
           PERFORM LOAD-OPEN-CASES.
           SORT SORT-WORK
               ON ASCENDING KEY SW-EMP-ID
               INPUT PROCEDURE IS EDIT-AND-RELEASE-HR
               GIVING HR-MASTER-SORTED.
           OPEN INPUT HR-MASTER-SORTED.
           IF NOT HRS-OK
               MOVE "HRRECON " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN HRMSORT, STATUS "
                   DELIMITED BY SIZE
                   WS-HRS-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMP-OK
               MOVE "HRRECON " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN EMPFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-EMP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM READ-EMPLOYEE.
           PERFORM READ-HR-SORTED.
           PERFORM UNTIL EMP-AT-END AND HR-AT-END
               EVALUATE TRUE
                   WHEN WS-EMP-KEY < WS-HR-KEY
                       PERFORM REPORT-OURS-ONLY
                       PERFORM READ-EMPLOYEE
                   WHEN WS-EMP-KEY > WS-HR-KEY
                       IF WS-HR-KEY = WS-PREV-HR-KEY
                           PERFORM REPORT-DUPLICATE-HR
                       ELSE
                           PERFORM REPORT-THEIRS-ONLY
                       END-IF
                       MOVE WS-HR-KEY TO WS-PREV-HR-KEY
                       PERFORM READ-HR-SORTED
                   WHEN OTHER
                       PERFORM COMPARE-FIELDS
                       MOVE WS-HR-KEY TO WS-PREV-HR-KEY
                       PERFORM READ-EMPLOYEE
                       PERFORM READ-HR-SORTED
               END-EVALUATE
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
           CLOSE HR-MASTER-SORTED.
           PERFORM WRITE-RECON-SUMMARY.
           CLOSE RECON-REPORT.
           DISPLAY "HR master reconciliation: " WS-AGREED-COUNT
               " agreed, " WS-BREAK-COUNT " break(s), "
               WS-NEW-CASE-COUNT " new case(s) on CASEFILE".
           PERFORM LOG-RECON-RESULT.
           STOP RUN.

       OPEN-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT.
           IF NOT RPT-OK
               MOVE "HRRECON " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN HRRECRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "HRRECON " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPFILE AGAINST HR MASTER EXTRACT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMP-ID  BREAK               EMPFILE          HR"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

      * An extract record whose id is not numeric cannot be matched
      * or carried on a case, so it is listed and counted as a
      * break for HR to correct at their end.
       EDIT-AND-RELEASE-HR.
           OPEN INPUT HR-MASTER-FILE.
           IF NOT HRM-OK
               MOVE "HRRECON " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN HRMAST, STATUS "
                   DELIMITED BY SIZE
                   WS-HRM-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL HRM-EOF
               READ HR-MASTER-FILE
                   AT END
                       SET HRM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HR-COUNT
                       MOVE HR-MASTER-LINE TO HR-EXPORT-RECORD
                       IF HR-EXP-EMP-ID IS NUMERIC
                           MOVE HR-MASTER-LINE TO SORT-WORK-RECORD
                           RELEASE SORT-WORK-RECORD
                       ELSE
                           ADD 1 TO WS-BAD-ID-COUNT
                           ADD 1 TO WS-BREAK-COUNT
                           MOVE HR-MASTER-LINE(1:6) TO WS-DL-EMP-ID
                           MOVE "ID NOT NUMERIC" TO WS-DL-BREAK
                           MOVE SPACES TO WS-DL-OURS
                           MOVE HR-EXP-NAME TO WS-DL-THEIRS
                           MOVE WS-DETAIL-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HR-MASTER-FILE.

       READ-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET EMP-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-EMP-KEY
               NOT AT END
                   ADD 1 TO WS-EMP-COUNT
                   MOVE EMP-ID TO WS-EMP-KEY
           END-READ.

       READ-HR-SORTED.
           READ HR-MASTER-SORTED INTO HR-EXPORT-RECORD
               AT END
                   SET HR-AT-END TO TRUE
                   MOVE HIGH-VALUES TO WS-HR-KEY
               NOT AT END
                   MOVE HR-EXP-EMP-ID TO WS-HR-KEY
           END-READ.

       REPORT-OURS-ONLY.
           ADD 1 TO WS-OURS-ONLY-COUNT.
           MOVE EMP-ID TO WS-DL-EMP-ID.
           MOVE "ON EMPFILE ONLY" TO WS-DL-BREAK.
           MOVE EMP-NAME TO WS-DL-OURS.
           MOVE SPACES TO WS-DL-THEIRS.
           MOVE EMP-ID TO WS-BREAK-KEY.
           MOVE 'E' TO WS-BREAK-SIDE.
           MOVE "NOT ON HR MASTER EXTRACT" TO WS-BREAK-NOTE.
           PERFORM RECORD-BREAK.

       REPORT-THEIRS-ONLY.
           ADD 1 TO WS-THEIRS-ONLY-COUNT.
           MOVE HR-EXP-EMP-ID TO WS-DL-EMP-ID.
           MOVE "ON HR EXTRACT ONLY" TO WS-DL-BREAK.
           MOVE SPACES TO WS-DL-OURS.
           MOVE HR-EXP-NAME TO WS-DL-THEIRS.
           MOVE HR-EXP-EMP-ID TO WS-BREAK-KEY.
           MOVE 'H' TO WS-BREAK-SIDE.
           MOVE "NOT ON EMPFILE" TO WS-BREAK-NOTE.
           PERFORM RECORD-BREAK.

       REPORT-DUPLICATE-HR.
           ADD 1 TO WS-DUP-COUNT.
           MOVE HR-EXP-EMP-ID TO WS-DL-EMP-ID.
           MOVE "DUPLICATE FROM HR" TO WS-DL-BREAK.
           MOVE SPACES TO WS-DL-OURS.
           MOVE HR-EXP-NAME TO WS-DL-THEIRS.
           MOVE HR-EXP-EMP-ID TO WS-BREAK-KEY.
           MOVE 'D' TO WS-BREAK-SIDE.
           MOVE "ID SENT MORE THAN ONCE BY HR" TO WS-BREAK-NOTE.
           PERFORM RECORD-BREAK.

      * Our age is worked out from the date of birth as at today,
      * the way the HREXPORT feed sends it.
       COMPARE-FIELDS.
           MOVE 0 TO WS-EMP-BREAKS.
           MOVE EMP-ID TO WS-DL-EMP-ID.
           MOVE EMP-ID TO WS-BREAK-KEY.
           IF EMP-NAME NOT = HR-EXP-NAME
               MOVE "NAME DIFFERS" TO WS-DL-BREAK
               MOVE EMP-NAME TO WS-DL-OURS
               MOVE HR-EXP-NAME TO WS-DL-THEIRS
               MOVE 'N' TO WS-BREAK-SIDE
               MOVE SPACES TO WS-BREAK-NOTE
               STRING "HR NAME " DELIMITED BY SIZE
                   HR-EXP-NAME DELIMITED BY SIZE
                   INTO WS-BREAK-NOTE
               PERFORM RECORD-FIELD-BREAK
           END-IF.
           CALL 'AGECALC' USING EMP-BIRTH-DATE, WS-TODAY, WS-EMP-AGE,
               WS-AGE-RESULT.
           IF NOT AGE-WORKED-OUT
               MOVE 0 TO WS-EMP-AGE
           END-IF.
           IF WS-EMP-AGE NOT = HR-EXP-AGE
               MOVE "AGE DIFFERS" TO WS-DL-BREAK
               MOVE SPACES TO WS-DL-OURS WS-DL-THEIRS
               MOVE WS-EMP-AGE TO WS-AGE-SHOW
               MOVE WS-AGE-SHOW TO WS-DL-OURS
               MOVE HR-EXP-AGE TO WS-AGE-SHOW
               MOVE WS-AGE-SHOW TO WS-DL-THEIRS
               MOVE 'A' TO WS-BREAK-SIDE
               MOVE SPACES TO WS-BREAK-NOTE
               STRING "HR AGE " DELIMITED BY SIZE
                   HR-EXP-AGE DELIMITED BY SIZE
                   " OURS " DELIMITED BY SIZE
                   WS-EMP-AGE DELIMITED BY SIZE
                   INTO WS-BREAK-NOTE
               PERFORM RECORD-FIELD-BREAK
           END-IF.
           IF EMP-GENDER NOT = HR-EXP-GENDER
               MOVE "GENDER DIFFERS" TO WS-DL-BREAK
               MOVE EMP-GENDER TO WS-DL-OURS
               MOVE HR-EXP-GENDER TO WS-DL-THEIRS
               MOVE 'G' TO WS-BREAK-SIDE
               MOVE SPACES TO WS-BREAK-NOTE
               STRING "HR GENDER " DELIMITED BY SIZE
                   HR-EXP-GENDER DELIMITED BY SIZE
                   INTO WS-BREAK-NOTE
               PERFORM RECORD-FIELD-BREAK
           END-IF.
           IF WS-EMP-BREAKS = 0
               ADD 1 TO WS-AGREED-COUNT
           END-IF.

       RECORD-FIELD-BREAK.
           ADD 1 TO WS-EMP-BREAKS.
           ADD 1 TO WS-FIELD-DIFF-COUNT.
           PERFORM RECORD-BREAK.

       RECORD-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM OPEN-CASE-IF-NEW.

      * The cases already open (status N or I) carry over; only a
      * break with no open case for its employee and type opens a
      * new one, so a difference HR have not fixed yet is not
      * raised again every month.
       LOAD-OPEN-CASES.
           MOVE 0 TO WS-CASE-USED.
           MOVE 0 TO WS-NEXT-CASE.
           OPEN INPUT CASE-FILE.
           IF NOT CASE-OK
               CONTINUE
           ELSE
               PERFORM UNTIL CASE-EOF
                   READ CASE-FILE
                       AT END
                           SET CASE-EOF TO TRUE
                       NOT AT END
                           IF CS-NUMBER > WS-NEXT-CASE
                               MOVE CS-NUMBER TO WS-NEXT-CASE
                           END-IF
                           IF (CS-STATUS = 'N' OR CS-STATUS = 'I')
                                   AND WS-CASE-USED < 500
                               ADD 1 TO WS-CASE-USED
                               MOVE CS-KEY
                                   TO WS-CS-KEY(WS-CASE-USED)
                               MOVE CS-SIDE
                                   TO WS-CS-SIDE(WS-CASE-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

       OPEN-CASE-IF-NEW.
           MOVE 'N' TO WS-CASE-EXISTS.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-USED
                       OR OPEN-CASE-EXISTS
               IF WS-CS-KEY(WS-CASE-SUB) = WS-BREAK-KEY
                       AND WS-CS-SIDE(WS-CASE-SUB) = WS-BREAK-SIDE
                   SET OPEN-CASE-EXISTS TO TRUE
               END-IF
           END-PERFORM.
           IF NOT OPEN-CASE-EXISTS
               ADD 1 TO WS-NEXT-CASE
               ADD 1 TO WS-NEW-CASE-COUNT
               MOVE WS-NEXT-CASE TO CS-NUMBER
               MOVE 'N' TO CS-STATUS
               MOVE WS-TODAY TO CS-OPENED
               MOVE WS-BREAK-KEY TO CS-KEY
               MOVE WS-BREAK-SIDE TO CS-SIDE
               MOVE 0 TO CS-AMOUNT
               MOVE SPACES TO CS-ASSIGNEE
               MOVE WS-BREAK-NOTE TO CS-NOTE
               MOVE AE-USER TO CS-RAISED-BY
               MOVE SPACES TO CS-CLOSED-BY
               OPEN EXTEND CASE-FILE
               IF NOT CASE-OK
                   OPEN OUTPUT CASE-FILE
               END-IF
               WRITE CASE-RECORD
               CLOSE CASE-FILE
               IF WS-CASE-USED < 500
                   ADD 1 TO WS-CASE-USED
                   MOVE WS-BREAK-KEY TO WS-CS-KEY(WS-CASE-USED)
                   MOVE WS-BREAK-SIDE TO WS-CS-SIDE(WS-CASE-USED)
               END-IF
           END-IF.

       WRITE-RECON-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EMPFILE RECORDS" TO WS-STAT-LABEL.
           MOVE WS-EMP-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "HR EXTRACT RECORDS" TO WS-STAT-LABEL.
           MOVE WS-HR-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "AGREED IN FULL" TO WS-STAT-LABEL.
           MOVE WS-AGREED-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "ON EMPFILE ONLY" TO WS-STAT-LABEL.
           MOVE WS-OURS-ONLY-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "ON HR EXTRACT ONLY" TO WS-STAT-LABEL.
           MOVE WS-THEIRS-ONLY-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "FIELD DIFFERENCES" TO WS-STAT-LABEL.
           MOVE WS-FIELD-DIFF-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "DUPLICATE IDS FROM HR" TO WS-STAT-LABEL.
           MOVE WS-DUP-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "NON-NUMERIC IDS FROM HR" TO WS-STAT-LABEL.
           MOVE WS-BAD-ID-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "NEW CASES ON CASEFILE" TO WS-STAT-LABEL.
           MOVE WS-NEW-CASE-COUNT TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           IF WS-BREAK-COUNT = 0
               MOVE "EMPFILE AND HR MASTER ARE IN STEP" TO REPORT-LINE
           ELSE
               MOVE "EMPFILE AND HR MASTER DISAGREE - SEE CASES"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-BREAK-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-HR-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-STAT-LINE.
           MOVE WS-STAT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * A clean run carries its own event code so the auditors can
      * pick out each month the two masters were proven in step; an
      * empty extract proves nothing and is not logged as clean.
       LOG-RECON-RESULT.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF WS-BREAK-COUNT = 0 AND WS-HR-COUNT > 0
               MOVE "HRSY" TO AE-EVENT-CODE
               STRING "HR MASTER IN STEP EMPS=" DELIMITED BY SIZE
                   WS-EMP-COUNT DELIMITED BY SIZE
                   " HR=" DELIMITED BY SIZE
                   WS-HR-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           ELSE
               MOVE "HRBK" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               STRING "HR MASTER BREAKS=" DELIMITED BY SIZE
                   WS-BREAK-COUNT DELIMITED BY SIZE
                   " HR=" DELIMITED BY SIZE
                   WS-HR-COUNT DELIMITED BY SIZE
                   " CASES=" DELIMITED BY SIZE
                   WS-NEW-CASE-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           END-IF.
           CALL 'AUDITLOG' USING "HRRECON ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
      * Set after the AUDITLOG call, which leaves its own return code.
           IF WS-BREAK-COUNT > 0 OR WS-HR-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           COPY ERRHAND.
       END PROGRAM HR-MASTER-RECON.
