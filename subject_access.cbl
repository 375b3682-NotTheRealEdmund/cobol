      ******************************************************************
      * Author:
      * Date:
      * Purpose: Data-protection support for the employee files.
      *          Option 1 takes an employee id and lists on SARRPT
      *          every record held about that person on EMPFILE,
      *          EMPHIST, CHGHIST, the CHGHSARC and EMPHSARC
      *          archives, PAYREG, HRPEND, and HRFIXQ, as the answer
      *          to a subject-access request. Option 2, for a
      *          supervisor only, anonymises leavers whose last
      *          EMPHIST deletion date is older than the retention
      *          period on the LEAVERS record of RETPOL (72 months
      *          when there is none): the name, gender, age, and
      *          date of birth are blanked across the history,
      *          archive, and HR files, and the personal values in
      *          the change history, while ids, dates, reasons, and
      *          money figures stay as they were. Each anonymised
      *          employee is logged to AUDITTRL with event code ANON
      *          and listed on ANONRPT. Anyone back on EMPFILE is
      *          left alone.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; subject-access requests were
      *                being answered by searching each file by hand.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT HR-PENDING-FILE ASSIGN TO "HRPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-EMP-ID
               FILE STATUS IS WS-PEND-STATUS.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT WORK-FILE ASSIGN TO "ANONTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT POLICY-FILE ASSIGN TO "RETPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT SAR-REPORT ASSIGN TO "SARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-STATUS.
           SELECT ANON-REPORT ASSIGN TO "ANONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  HR-PENDING-FILE.
       01  HR-PENDING-RECORD.
           05 HP-EMP-ID             PIC 9(6).
           05 HP-NAME               PIC A(15).
           05 HP-FIRST-DATE         PIC X(8).
      * The history, archive, and queue files are read as generic
      * lines and looked at through the layouts in WS-SCAN-LINE.
       FD  LIVE-FILE.
       01  LIVE-LINE                PIC X(85).
       FD  WORK-FILE.
       01  WORK-LINE                PIC X(85).
       FD  POLICY-FILE.
       01  POLICY-RECORD.
           05 RP-FILE               PIC X(8).
           05 RP-MONTHS             PIC 9(3).
           05 RP-DEST               PIC X(8).
       FD  SAR-REPORT.
       01  SAR-LINE                 PIC X(80).
       FD  ANON-REPORT.
       01  ANON-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-EMP-STATUS         PIC X(2).
           88 EMP-OK                VALUE "00".
       01 WS-PEND-STATUS        PIC X(2).
           88 PEND-OK               VALUE "00".
       01 WS-LIVE-STATUS        PIC X(2).
           88 LIVE-OK               VALUE "00".
           88 LIVE-EOF              VALUE "10".
       01 WS-WORK-STATUS        PIC X(2).
           88 WORK-OK               VALUES "00", "05".
           88 WORK-EOF              VALUE "10".
       01 WS-POL-STATUS         PIC X(2).
           88 POL-OK                VALUE "00".
           88 POL-EOF               VALUE "10".
       01 WS-SAR-STATUS         PIC X(2).
           88 SAR-OK                VALUE "00".
       01 WS-ANON-STATUS        PIC X(2).
           88 ANON-OK               VALUE "00".
       01 WS-LIVE-NAME          PIC X(8).
       01 WS-SCAN-KIND          PIC X(1).
           88 SCAN-EMP-HISTORY      VALUE 'E'.
           88 SCAN-CHANGE-HISTORY   VALUE 'C'.
           88 SCAN-FIX-QUEUE        VALUE 'F'.
           88 SCAN-PAY-REGISTER     VALUE 'P'.
       01 WS-SCAN-TITLE         PIC X(40).
       01 WS-SCAN-LINE          PIC X(85).
       01 WS-EH-VIEW REDEFINES WS-SCAN-LINE.
           05 EH-DEL-DATE           PIC X(8).
           05 EH-DEL-TIME           PIC X(8).
           05 EH-REASON             PIC X(20).
           05 EH-EMP-ID             PIC 9(6).
           05 EH-NAME               PIC A(15).
           05 EH-AGE                PIC 9(3).
           05 EH-GENDER             PIC A(4).
           05 EH-DEPT               PIC X(3).
           05 EH-BIRTH-DATE         PIC 9(8).
           05 EH-HIRE-DATE          PIC 9(8).
           05 FILLER                PIC X(2).
       01 WS-CH-VIEW REDEFINES WS-SCAN-LINE.
           05 CH-DATE               PIC X(8).
           05 CH-TIME               PIC X(8).
           05 CH-EMP-ID             PIC 9(6).
           05 CH-FIELD              PIC X(10).
           05 CH-BEFORE             PIC X(15).
           05 CH-AFTER              PIC X(15).
           05 CH-USER               PIC X(8).
           05 FILLER                PIC X(15).
       01 WS-FQ-VIEW REDEFINES WS-SCAN-LINE.
           05 FQ-EMP-ID             PIC 9(6).
           05 FQ-NAME               PIC A(15).
           05 FQ-REASON             PIC X(20).
           05 FQ-DATE               PIC X(8).
           05 FQ-STATUS             PIC X(1).
           05 FILLER                PIC X(35).
      * PAYREG is the printed register; its detail and exception
      * lines start with the employee id and name.
       01 WS-PR-VIEW REDEFINES WS-SCAN-LINE.
           05 PR-EMP-ID             PIC X(6).
           05 FILLER                PIC X(2).
           05 PR-NAME               PIC X(15).
           05 FILLER                PIC X(62).
       01 WS-SCAN-MATCH         PIC X VALUE 'N'.
           88 SCAN-MATCHED          VALUE 'Y'.
       01 WS-TODAY              PIC X(8).
       01 WS-SAR-EMP-ID         PIC 9(6).
       01 WS-SAR-EMP-ID-X REDEFINES WS-SAR-EMP-ID PIC X(6).
       01 WS-FILE-COUNT         PIC 9(5).
       01 WS-SAR-TOTAL          PIC 9(5).
       01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
           88 CHOICE-EXTRACT        VALUE 1.
           88 CHOICE-ANONYMISE      VALUE 2.
           88 CHOICE-DONE           VALUE 9.
       01 WS-CONFIRM            PIC X VALUE 'N'.
           88 CHANGE-CONFIRMED      VALUE 'Y', 'y'.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
           88 OPERATOR-IS-SUPER     VALUE 2.
       01 WS-OPER-RESULT        PIC X(1).
           88 OPERATOR-KNOWN        VALUE 'Y'.
           88 OPER-TABLE-MISSING    VALUE 'U'.
       01 WS-RETAIN-MONTHS      PIC 9(3) VALUE 72.
       01 WS-CUTOFF-MONTH       PIC X(6).
       01 WS-MONTH-NUM          PIC 9(6).
       01 WS-CUT-YY             PIC 9(4).
       01 WS-CUT-MM             PIC 9(2).
      * One entry per employee id found on EMPHIST or EMPHSARC, with
      * the latest date the employee left and whether any of those
      * records still carries a name.
       01 WS-LEAVER-TABLE.
           05 WS-LEAVER-ENTRY OCCURS 500 TIMES.
               10 WS-LV-EMP-ID      PIC 9(6).
               10 WS-LV-LAST-LEFT   PIC X(8).
               10 WS-LV-NAMED       PIC X(1).
               10 WS-LV-ELIGIBLE    PIC X(1).
               10 WS-LV-RECS        PIC 9(5).
       01 WS-LV-USED            PIC 9(3) VALUE 0.
       01 WS-LV-SUB             PIC 9(3).
       01 WS-LV-FOUND-SUB       PIC 9(3).
       01 WS-LV-OVERFLOW        PIC 9(5) VALUE 0.
       01 WS-FIND-ID            PIC 9(6).
       01 WS-FIND-ELIGIBLE      PIC X(1).
       01 WS-ELIGIBLE-COUNT     PIC 9(5).
       01 WS-ANON-TOTAL         PIC 9(7).
       01 WS-DETAIL-LINE.
           05 WS-DL-EMP-ID          PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-LAST-LEFT       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-RECS            PIC ZZZZ9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM SIGN-ON-PARA.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Subject-access extract for an employee"
               DISPLAY "2 = Anonymise long-gone leavers (supervisor)"
               DISPLAY "9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-EXTRACT
                       PERFORM SUBJECT-ACCESS-PARA
                   WHEN CHOICE-ANONYMISE
                       PERFORM ANONYMISE-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Any known operator can run an extract; anonymisation is
      * checked for a supervisor when it is chosen. With no
      * operator file the extract still runs but nothing can be
      * anonymised, since that cannot be undone.
       SIGN-ON-PARA.
           DISPLAY "Operator id: ".
           ACCEPT WS-OPERATOR-ID.
           CALL 'OPERCHK' USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
               WS-OPER-RESULT.
           IF OPER-TABLE-MISSING
               DISPLAY "Operator file unavailable, anonymisation "
                   "is off for this session"
               MOVE 1 TO WS-OPERATOR-ROLE
           END-IF.
           IF NOT OPERATOR-KNOWN AND NOT OPER-TABLE-MISSING
               DISPLAY "Id or password not accepted, sign-on refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

       SUBJECT-ACCESS-PARA.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-SAR-EMP-ID.
           MOVE 0 TO WS-SAR-TOTAL.
           OPEN OUTPUT SAR-REPORT.
           IF NOT SAR-OK
               MOVE "SUBJACC " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN SARRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-SAR-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "SUBJACC " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO SAR-LINE.
           WRITE SAR-LINE.
           MOVE SPACES TO SAR-LINE.
           STRING "SUBJECT-ACCESS EXTRACT FOR EMPLOYEE "
               DELIMITED BY SIZE
               WS-SAR-EMP-ID DELIMITED BY SIZE
               " - ALL RECORDS HELD" DELIMITED BY SIZE
               INTO SAR-LINE.
           WRITE SAR-LINE.
           PERFORM SAR-EMPLOYEE-MASTER.
           MOVE "EMPHIST " TO WS-LIVE-NAME.
           MOVE 'E' TO WS-SCAN-KIND.
           MOVE "EMPLOYEES DELETED FROM THE MASTER" TO WS-SCAN-TITLE.
           PERFORM SAR-SCAN-FILE.
           MOVE "CHGHIST " TO WS-LIVE-NAME.
           MOVE 'C' TO WS-SCAN-KIND.
           MOVE "CHANGES TO THE EMPLOYEE RECORD" TO WS-SCAN-TITLE.
           PERFORM SAR-SCAN-FILE.
           MOVE "CHGHSARC" TO WS-LIVE-NAME.
           MOVE 'C' TO WS-SCAN-KIND.
           MOVE "ARCHIVED CHANGES" TO WS-SCAN-TITLE.
           PERFORM SAR-SCAN-FILE.
           MOVE "EMPHSARC" TO WS-LIVE-NAME.
           MOVE 'E' TO WS-SCAN-KIND.
           MOVE "ARCHIVED DELETED EMPLOYEES" TO WS-SCAN-TITLE.
           PERFORM SAR-SCAN-FILE.
           MOVE "PAYREG  " TO WS-LIVE-NAME.
           MOVE 'P' TO WS-SCAN-KIND.
           MOVE "LATEST PAYROLL REGISTER" TO WS-SCAN-TITLE.
           PERFORM SAR-SCAN-FILE.
           PERFORM SAR-HR-PENDING.
           MOVE "HRFIXQ  " TO WS-LIVE-NAME.
           MOVE 'F' TO WS-SCAN-KIND.
           MOVE "HR FEED FIX QUEUE" TO WS-SCAN-TITLE.
           PERFORM SAR-SCAN-FILE.
           MOVE SPACES TO SAR-LINE.
           WRITE SAR-LINE.
           MOVE SPACES TO SAR-LINE.
           STRING "RECORDS HELD IN TOTAL " DELIMITED BY SIZE
               WS-SAR-TOTAL DELIMITED BY SIZE
               INTO SAR-LINE.
           WRITE SAR-LINE.
           MOVE WS-SAR-TOTAL TO BT-TOTAL-COUNT.
           MOVE WS-SAR-EMP-ID TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO SAR-LINE.
           WRITE SAR-LINE.
           CLOSE SAR-REPORT.
           DISPLAY WS-SAR-TOTAL " record(s) held about "
               WS-SAR-EMP-ID " listed on SARRPT".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "SUBJECT ACCESS EXTRACT EMP-ID=" DELIMITED BY SIZE
               WS-SAR-EMP-ID DELIMITED BY SIZE
               " RECS=" DELIMITED BY SIZE
               WS-SAR-TOTAL DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "SUBJACC ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.

       SAR-EMPLOYEE-MASTER.
           MOVE SPACES TO SAR-LINE.
           WRITE SAR-LINE.
           MOVE "EMPFILE  - EMPLOYEE MASTER" TO SAR-LINE.
           WRITE SAR-LINE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMP-OK
               MOVE "  FILE NOT AVAILABLE" TO SAR-LINE
               WRITE SAR-LINE
           ELSE
               MOVE WS-SAR-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "  NONE HELD" TO SAR-LINE
                       WRITE SAR-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-SAR-TOTAL
                       MOVE SPACES TO SAR-LINE
                       STRING "  " DELIMITED BY SIZE
                           EMP-NAME DELIMITED BY SIZE
                           " BORN " DELIMITED BY SIZE
                           EMP-BIRTH-DATE DELIMITED BY SIZE
                           " HIRED " DELIMITED BY SIZE
                           EMP-HIRE-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EMP-GENDER DELIMITED BY SIZE
                           " DEPT " DELIMITED BY SIZE
                           EMP-DEPT DELIMITED BY SIZE
                           " DATE FLAG " DELIMITED BY SIZE
                           EMP-DATE-FLAG DELIMITED BY SIZE
                           INTO SAR-LINE
                       WRITE SAR-LINE
               END-READ
               CLOSE EMPLOYEE-MASTER
           END-IF.

       SAR-HR-PENDING.
           MOVE SPACES TO SAR-LINE.
           WRITE SAR-LINE.
           MOVE "HRPEND   - SENT TO HR, AWAITING ACKNOWLEDGEMENT"
               TO SAR-LINE.
           WRITE SAR-LINE.
           OPEN INPUT HR-PENDING-FILE.
           IF NOT PEND-OK
               MOVE "  FILE NOT AVAILABLE" TO SAR-LINE
               WRITE SAR-LINE
           ELSE
               MOVE WS-SAR-EMP-ID TO HP-EMP-ID
               READ HR-PENDING-FILE
                   INVALID KEY
                       MOVE "  NONE HELD" TO SAR-LINE
                       WRITE SAR-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-SAR-TOTAL
                       MOVE SPACES TO SAR-LINE
                       STRING "  " DELIMITED BY SIZE
                           HP-NAME DELIMITED BY SIZE
                           " FIRST SENT " DELIMITED BY SIZE
                           HP-FIRST-DATE DELIMITED BY SIZE
                           INTO SAR-LINE
                       WRITE SAR-LINE
               END-READ
               CLOSE HR-PENDING-FILE
           END-IF.

      * Caller sets WS-LIVE-NAME, WS-SCAN-KIND, and WS-SCAN-TITLE.
       SAR-SCAN-FILE.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE SPACES TO SAR-LINE.
           WRITE SAR-LINE.
           MOVE SPACES TO SAR-LINE.
           STRING WS-LIVE-NAME DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-SCAN-TITLE DELIMITED BY SIZE
               INTO SAR-LINE.
           WRITE SAR-LINE.
           OPEN INPUT LIVE-FILE.
           IF NOT LIVE-OK
               MOVE "  FILE NOT AVAILABLE" TO SAR-LINE
               WRITE SAR-LINE
           ELSE
               PERFORM UNTIL LIVE-EOF
                   READ LIVE-FILE INTO WS-SCAN-LINE
                       AT END
                           SET LIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM SAR-CHECK-LINE
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
               IF WS-FILE-COUNT = 0
                   MOVE "  NONE HELD" TO SAR-LINE
                   WRITE SAR-LINE
               END-IF
           END-IF.

       SAR-CHECK-LINE.
           MOVE 'N' TO WS-SCAN-MATCH.
           MOVE SPACES TO SAR-LINE.
           EVALUATE TRUE
               WHEN SCAN-EMP-HISTORY
                   IF EH-EMP-ID IS NUMERIC
                           AND EH-EMP-ID = WS-SAR-EMP-ID
                       SET SCAN-MATCHED TO TRUE
                       STRING "  " DELIMITED BY SIZE
                           EH-DEL-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EH-REASON DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EH-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EH-BIRTH-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EH-HIRE-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EH-GENDER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EH-DEPT DELIMITED BY SIZE
                           INTO SAR-LINE
                   END-IF
               WHEN SCAN-CHANGE-HISTORY
                   IF CH-EMP-ID IS NUMERIC
                           AND CH-EMP-ID = WS-SAR-EMP-ID
                       SET SCAN-MATCHED TO TRUE
                       STRING "  " DELIMITED BY SIZE
                           CH-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CH-TIME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CH-FIELD DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CH-BEFORE DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           CH-AFTER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CH-USER DELIMITED BY SIZE
                           INTO SAR-LINE
                   END-IF
               WHEN SCAN-FIX-QUEUE
                   IF FQ-EMP-ID IS NUMERIC
                           AND FQ-EMP-ID = WS-SAR-EMP-ID
                       SET SCAN-MATCHED TO TRUE
                       STRING "  " DELIMITED BY SIZE
                           FQ-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FQ-NAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FQ-REASON DELIMITED BY SIZE
                           " STATUS " DELIMITED BY SIZE
                           FQ-STATUS DELIMITED BY SIZE
                           INTO SAR-LINE
                   END-IF
               WHEN SCAN-PAY-REGISTER
                   IF PR-EMP-ID = WS-SAR-EMP-ID-X
                       SET SCAN-MATCHED TO TRUE
                       MOVE WS-SCAN-LINE(1:78) TO SAR-LINE(3:78)
                   END-IF
           END-EVALUATE.
           IF SCAN-MATCHED
               ADD 1 TO WS-FILE-COUNT
               ADD 1 TO WS-SAR-TOTAL
               WRITE SAR-LINE
           END-IF.

       ANONYMISE-PARA.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Anonymising leavers needs a supervisor "
                   "sign-on"
           ELSE
               PERFORM LOAD-RETENTION-PERIOD
               PERFORM COMPUTE-CUTOFF-MONTH
               PERFORM BUILD-LEAVER-TABLE
               PERFORM MARK-ELIGIBLE-LEAVERS
               IF WS-LV-OVERFLOW > 0
                   DISPLAY "Leaver table full, " WS-LV-OVERFLOW
                       " history record(s) not considered; run "
                       "again afterwards"
               END-IF
               IF WS-ELIGIBLE-COUNT = 0
                   DISPLAY "No leavers who left before "
                       WS-CUTOFF-MONTH
                       " still carry personal details"
               ELSE
                   DISPLAY WS-ELIGIBLE-COUNT
                       " leaver(s) left before " WS-CUTOFF-MONTH
                       " (" WS-RETAIN-MONTHS " months retention)"
                   DISPLAY "Anonymise them now? This cannot be "
                       "undone (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF CHANGE-CONFIRMED
                       PERFORM ANONYMISE-LEAVERS
                   ELSE
                       DISPLAY "Nothing anonymised"
                   END-IF
               END-IF
           END-IF.

      * The retention period for leavers sits on RETPOL with the
      * housekeeping policies, under the name LEAVERS.
       LOAD-RETENTION-PERIOD.
           MOVE 72 TO WS-RETAIN-MONTHS.
           OPEN INPUT POLICY-FILE.
           IF POL-OK
               PERFORM UNTIL POL-EOF
                   READ POLICY-FILE
                       AT END
                           SET POL-EOF TO TRUE
                       NOT AT END
                           IF RP-FILE = "LEAVERS "
                                   AND RP-MONTHS IS NUMERIC
                               MOVE RP-MONTHS TO WS-RETAIN-MONTHS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF.

       COMPUTE-CUTOFF-MONTH.
           COMPUTE WS-MONTH-NUM =
               (FUNCTION NUMVAL(WS-TODAY(1:4)) * 12)
               + FUNCTION NUMVAL(WS-TODAY(5:2)) - 1
               - WS-RETAIN-MONTHS.
           COMPUTE WS-CUT-YY = WS-MONTH-NUM / 12.
           COMPUTE WS-CUT-MM =
               FUNCTION MOD(WS-MONTH-NUM, 12) + 1.
           MOVE SPACES TO WS-CUTOFF-MONTH.
           STRING WS-CUT-YY DELIMITED BY SIZE
               WS-CUT-MM DELIMITED BY SIZE
               INTO WS-CUTOFF-MONTH.

       BUILD-LEAVER-TABLE.
           MOVE 0 TO WS-LV-USED.
           MOVE 0 TO WS-LV-OVERFLOW.
           MOVE "EMPHIST " TO WS-LIVE-NAME.
           PERFORM COLLECT-LEAVERS.
           MOVE "EMPHSARC" TO WS-LIVE-NAME.
           PERFORM COLLECT-LEAVERS.

       COLLECT-LEAVERS.
           OPEN INPUT LIVE-FILE.
           IF LIVE-OK
               PERFORM UNTIL LIVE-EOF
                   READ LIVE-FILE INTO WS-SCAN-LINE
                       AT END
                           SET LIVE-EOF TO TRUE
                       NOT AT END
                           IF EH-EMP-ID IS NUMERIC
                               PERFORM NOTE-LEAVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF.

       NOTE-LEAVER.
           MOVE EH-EMP-ID TO WS-FIND-ID.
           MOVE 'N' TO WS-FIND-ELIGIBLE.
           PERFORM FIND-LEAVER.
           IF WS-LV-FOUND-SUB = 0
               IF WS-LV-USED < 500
                   ADD 1 TO WS-LV-USED
                   MOVE WS-LV-USED TO WS-LV-FOUND-SUB
                   MOVE EH-EMP-ID TO WS-LV-EMP-ID(WS-LV-USED)
                   MOVE EH-DEL-DATE TO WS-LV-LAST-LEFT(WS-LV-USED)
                   MOVE 'N' TO WS-LV-NAMED(WS-LV-USED)
                   MOVE 'N' TO WS-LV-ELIGIBLE(WS-LV-USED)
                   MOVE 0 TO WS-LV-RECS(WS-LV-USED)
               ELSE
                   ADD 1 TO WS-LV-OVERFLOW
               END-IF
           END-IF.
           IF WS-LV-FOUND-SUB > 0
               IF EH-DEL-DATE > WS-LV-LAST-LEFT(WS-LV-FOUND-SUB)
                   MOVE EH-DEL-DATE
                       TO WS-LV-LAST-LEFT(WS-LV-FOUND-SUB)
               END-IF
               IF EH-NAME NOT = SPACES
                   MOVE 'Y' TO WS-LV-NAMED(WS-LV-FOUND-SUB)
               END-IF
           END-IF.

      * WS-FIND-ELIGIBLE 'Y' restricts the search to leavers marked
      * for anonymising.
       FIND-LEAVER.
           MOVE 0 TO WS-LV-FOUND-SUB.
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                   UNTIL WS-LV-SUB > WS-LV-USED
                       OR WS-LV-FOUND-SUB > 0
               IF WS-LV-EMP-ID(WS-LV-SUB) = WS-FIND-ID
                   IF WS-FIND-ELIGIBLE NOT = 'Y'
                           OR WS-LV-ELIGIBLE(WS-LV-SUB) = 'Y'
                       MOVE WS-LV-SUB TO WS-LV-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM.

      * Only a leaver whose most recent departure is before the
      * cutoff, who is not back on EMPFILE, and whose history still
      * shows a name is anonymised, so a rerun finds nothing new.
       MARK-ELIGIBLE-LEAVERS.
           MOVE 0 TO WS-ELIGIBLE-COUNT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMP-OK
               MOVE "SUBJACC " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN EMPFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-EMP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                   UNTIL WS-LV-SUB > WS-LV-USED
               IF WS-LV-NAMED(WS-LV-SUB) = 'Y'
                       AND WS-LV-LAST-LEFT(WS-LV-SUB)(1:6)
                           < WS-CUTOFF-MONTH
                   MOVE WS-LV-EMP-ID(WS-LV-SUB) TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE 'Y' TO WS-LV-ELIGIBLE(WS-LV-SUB)
                           ADD 1 TO WS-ELIGIBLE-COUNT
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

       ANONYMISE-LEAVERS.
           MOVE 0 TO WS-ANON-TOTAL.
           OPEN OUTPUT ANON-REPORT.
           IF NOT ANON-OK
               MOVE "SUBJACC " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN ANONRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-ANON-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "SUBJACC " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO ANON-LINE.
           WRITE ANON-LINE.
           MOVE SPACES TO ANON-LINE.
           STRING "LEAVERS ANONYMISED - LEFT BEFORE " DELIMITED BY SIZE
               WS-CUTOFF-MONTH DELIMITED BY SIZE
               ", RETENTION " DELIMITED BY SIZE
               WS-RETAIN-MONTHS DELIMITED BY SIZE
               " MONTHS, BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO ANON-LINE.
           WRITE ANON-LINE.
           MOVE "EMPHIST " TO WS-LIVE-NAME.
           MOVE 'E' TO WS-SCAN-KIND.
           PERFORM ANON-ONE-FILE.
           MOVE "EMPHSARC" TO WS-LIVE-NAME.
           MOVE 'E' TO WS-SCAN-KIND.
           PERFORM ANON-ONE-FILE.
           MOVE "CHGHIST " TO WS-LIVE-NAME.
           MOVE 'C' TO WS-SCAN-KIND.
           PERFORM ANON-ONE-FILE.
           MOVE "CHGHSARC" TO WS-LIVE-NAME.
           MOVE 'C' TO WS-SCAN-KIND.
           PERFORM ANON-ONE-FILE.
           MOVE "PAYREG  " TO WS-LIVE-NAME.
           MOVE 'P' TO WS-SCAN-KIND.
           PERFORM ANON-ONE-FILE.
           MOVE "HRFIXQ  " TO WS-LIVE-NAME.
           MOVE 'F' TO WS-SCAN-KIND.
           PERFORM ANON-ONE-FILE.
           PERFORM ANON-HR-PENDING.
           MOVE SPACES TO ANON-LINE.
           WRITE ANON-LINE.
           MOVE "EMP-ID  LEFT      RECORDS" TO ANON-LINE.
           WRITE ANON-LINE.
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                   UNTIL WS-LV-SUB > WS-LV-USED
               IF WS-LV-ELIGIBLE(WS-LV-SUB) = 'Y'
                   PERFORM REPORT-ANONYMISED-LEAVER
               END-IF
           END-PERFORM.
           MOVE WS-ELIGIBLE-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-ANON-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO ANON-LINE.
           WRITE ANON-LINE.
           CLOSE ANON-REPORT.
           DISPLAY WS-ELIGIBLE-COUNT " leaver(s) anonymised, "
               WS-ANON-TOTAL " record(s) changed; see ANONRPT".

      * Each anonymised employee gets an audit entry of its own, so
      * the date it happened can be shown per person.
       REPORT-ANONYMISED-LEAVER.
           MOVE WS-LV-EMP-ID(WS-LV-SUB) TO WS-DL-EMP-ID.
           MOVE WS-LV-LAST-LEFT(WS-LV-SUB) TO WS-DL-LAST-LEFT.
           MOVE WS-LV-RECS(WS-LV-SUB) TO WS-DL-RECS.
           MOVE WS-DETAIL-LINE TO ANON-LINE.
           WRITE ANON-LINE.
           MOVE "ANON" TO AE-EVENT-CODE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "ANONYMISED EMP-ID=" DELIMITED BY SIZE
               WS-LV-EMP-ID(WS-LV-SUB) DELIMITED BY SIZE
               " LEFT=" DELIMITED BY SIZE
               WS-LV-LAST-LEFT(WS-LV-SUB) DELIMITED BY SIZE
               " RECS=" DELIMITED BY SIZE
               WS-LV-RECS(WS-LV-SUB) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "SUBJACC ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.

      * The file is copied to ANONTMP with the personal fields
      * blanked and only copied back when something changed, the
      * same two-pass shape as housekeeping.
       ANON-ONE-FILE.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN INPUT LIVE-FILE.
           IF NOT LIVE-OK
               MOVE SPACES TO ANON-LINE
               STRING WS-LIVE-NAME DELIMITED BY SIZE
                   " NOT AVAILABLE, NOTHING CHANGED"
                   DELIMITED BY SIZE
                   INTO ANON-LINE
               WRITE ANON-LINE
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL LIVE-EOF
                   READ LIVE-FILE INTO WS-SCAN-LINE
                       AT END
                           SET LIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM ANON-CHECK-LINE
                           WRITE WORK-LINE FROM WS-SCAN-LINE
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
               CLOSE WORK-FILE
               IF WS-FILE-COUNT > 0
                   PERFORM REWRITE-LIVE-FILE
               END-IF
               ADD WS-FILE-COUNT TO WS-ANON-TOTAL
               MOVE SPACES TO ANON-LINE
               STRING WS-LIVE-NAME DELIMITED BY SIZE
                   " RECORDS ANONYMISED " DELIMITED BY SIZE
                   WS-FILE-COUNT DELIMITED BY SIZE
                   INTO ANON-LINE
               WRITE ANON-LINE
           END-IF.

      * Ids, dates, departments, reasons, and amounts stay; the
      * name, gender, age, and date of birth go. In the change
      * history only the entries whose values are personal are
      * blanked: a name on a hire or termination, and a change to
      * the name, date of birth, gender, or age.
       ANON-CHECK-LINE.
           MOVE 'N' TO WS-SCAN-MATCH.
           MOVE 'Y' TO WS-FIND-ELIGIBLE.
           MOVE 0 TO WS-LV-FOUND-SUB.
           EVALUATE TRUE
               WHEN SCAN-EMP-HISTORY
                   IF EH-EMP-ID IS NUMERIC
                       MOVE EH-EMP-ID TO WS-FIND-ID
                       PERFORM FIND-LEAVER
                   END-IF
                   IF WS-LV-FOUND-SUB > 0
                       MOVE SPACES TO EH-NAME EH-GENDER
                       MOVE 0 TO EH-AGE EH-BIRTH-DATE
                       SET SCAN-MATCHED TO TRUE
                   END-IF
               WHEN SCAN-CHANGE-HISTORY
                   IF CH-EMP-ID IS NUMERIC
                       MOVE CH-EMP-ID TO WS-FIND-ID
                       PERFORM FIND-LEAVER
                   END-IF
                   IF WS-LV-FOUND-SUB > 0
                       EVALUATE CH-FIELD
                           WHEN "NAME"
                           WHEN "BIRTH DATE"
                           WHEN "GENDER"
                           WHEN "AGE"
                               MOVE SPACES TO CH-BEFORE CH-AFTER
                               SET SCAN-MATCHED TO TRUE
                           WHEN "HIRED"
                               MOVE SPACES TO CH-AFTER
                               SET SCAN-MATCHED TO TRUE
                           WHEN "TERMINATED"
                               MOVE SPACES TO CH-BEFORE
                               SET SCAN-MATCHED TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               WHEN SCAN-FIX-QUEUE
                   IF FQ-EMP-ID IS NUMERIC
                       MOVE FQ-EMP-ID TO WS-FIND-ID
                       PERFORM FIND-LEAVER
                   END-IF
                   IF WS-LV-FOUND-SUB > 0
                       MOVE SPACES TO FQ-NAME
                       SET SCAN-MATCHED TO TRUE
                   END-IF
               WHEN SCAN-PAY-REGISTER
                   IF PR-EMP-ID IS NUMERIC
                       MOVE PR-EMP-ID TO WS-FIND-ID
                       PERFORM FIND-LEAVER
                   END-IF
                   IF WS-LV-FOUND-SUB > 0
                       MOVE SPACES TO PR-NAME
                       SET SCAN-MATCHED TO TRUE
                   END-IF
           END-EVALUATE.
           IF SCAN-MATCHED
               ADD 1 TO WS-FILE-COUNT
               ADD 1 TO WS-LV-RECS(WS-LV-FOUND-SUB)
           END-IF.

       ANON-HR-PENDING.
           MOVE 0 TO WS-FILE-COUNT.
           OPEN I-O HR-PENDING-FILE.
           IF NOT PEND-OK
               MOVE "HRPEND NOT AVAILABLE, NOTHING CHANGED"
                   TO ANON-LINE
               WRITE ANON-LINE
           ELSE
               PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                       UNTIL WS-LV-SUB > WS-LV-USED
                   IF WS-LV-ELIGIBLE(WS-LV-SUB) = 'Y'
                       MOVE WS-LV-EMP-ID(WS-LV-SUB) TO HP-EMP-ID
                       READ HR-PENDING-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO HP-NAME
                               REWRITE HR-PENDING-RECORD
                               ADD 1 TO WS-FILE-COUNT
                               ADD 1 TO WS-LV-RECS(WS-LV-SUB)
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE HR-PENDING-FILE
               ADD WS-FILE-COUNT TO WS-ANON-TOTAL
               MOVE SPACES TO ANON-LINE
               STRING "HRPEND   RECORDS ANONYMISED " DELIMITED BY SIZE
                   WS-FILE-COUNT DELIMITED BY SIZE
                   INTO ANON-LINE
               WRITE ANON-LINE
           END-IF.

       REWRITE-LIVE-FILE.
           OPEN INPUT WORK-FILE.
           IF NOT WORK-OK
               MOVE "SUBJACC " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN ANONTMP, STATUS "
                   DELIMITED BY SIZE
                   WS-WORK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT LIVE-FILE.
           IF NOT LIVE-OK
               MOVE "SUBJACC " TO WS-ERROR-PGM
               STRING "UNABLE TO REWRITE " DELIMITED BY SIZE
                   WS-LIVE-NAME DELIMITED BY SIZE
                   ", STATUS " DELIMITED BY SIZE
                   WS-LIVE-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL WORK-EOF
               READ WORK-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       WRITE LIVE-LINE FROM WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE LIVE-FILE.
           MOVE "00" TO WS-WORK-STATUS.
           MOVE "00" TO WS-LIVE-STATUS.

           COPY ERRHAND.
       END PROGRAM SUBJECT-ACCESS.
