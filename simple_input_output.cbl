      *                the fixed record is re-exported on HREXPORT
      *                with the queue entry marked for the resend
      *                report on HRACKRPT.
      *   2026-10-15 - Added absence booking (menu option 13): book,
      *                cancel, and inquire on annual, sick, unpaid,
      *                and other absence on the keyed LEAVEFIL file,
      *                with the remaining holiday balance from the
      *                LEAVEBAL service and supervisor maintenance of
      *                the annual entitlements on LEAVENT.
      *   2026-10-15 - Date of birth and hire date replace the keyed
      *                age on the panel, batch EMPTRANS, and the
      *                EMPPEND hire queue; age is worked out through
      *                AGECALC for the panel, rosters, name inquiry,
      *                EMPHIST, and HREXPORT. Records whose dates were
      *                estimated from the old age stay flagged until
      *                the operator confirms them on the panel or a
      *                batch EMPTRANS update supplies them.
      *   2026-10-15 - CKPTFILE record widened for the original-
      *                currency subtotal ADDTWO now checkpoints; the
      *                roster checkpoint writes it as nil.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      *   2026-10-15 - Hires and terminations queued on EMPPEND carry
      *                the signed-on operator's id.
      *   2026-10-15 - Run-control requests carry a blank step name
      *                (the program runs once a night).
      *   2026-10-15 - A gender code CODECHK reports as retired is
      *                refused on new records and accepted on an
      *                update only when the record already holds it.
      *   2026-10-15 - EMPHSARC lines read at the full 83 bytes, hire
      *                date included; the entitlement audit entry gives
      *                the old days as well as the new.
      *   2026-10-15 - CKPTFILE record widened for the posting source
      *                ADDTWO now checkpoints.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMPLE-INPUT-OUTPUT.
           SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO "LEAVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  ROSTER-REPORT.
       01  ROSTER-LINE             PIC X(80).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-RECORD.
           05 CKF-PROGRAM-ID        PIC X(8).
           05 FILLER                PIC X(62).
       FD  CONTROL-COUNT-FILE.
       01  CONTROL-COUNT-LINE       PIC X(80).
       FD  HR-EXPORT-FILE.
           05 MT-ACTION             PIC X(1).
           05 MT-EMP-ID             PIC 9(6).
           05 MT-NAME               PIC A(15).
           05 MT-BIRTH-DATE         PIC X(8).
           05 MT-GENDER             PIC A(4).
           05 MT-DEPT               PIC X(3).
           05 MT-HIRE-DATE          PIC X(8).
       FD  MAINT-REPORT.
       01  MAINT-REPORT-LINE        PIC X(80).
       FD  MAINT-REJECT-FILE.
       01  MAINT-REJECT-LINE        PIC X(45).
       FD  DEPT-FILE.
       01  DEPT-RECORD.
           05 DR-CODE               PIC X(3).
           05 EH-AGE                PIC 9(3).
           05 EH-GENDER             PIC A(4).
           05 EH-DEPT               PIC X(3).
           05 EH-BIRTH-DATE         PIC 9(8).
           05 EH-HIRE-DATE          PIC 9(8).
       FD  CHANGE-HISTORY-FILE.
       01  CHANGE-HISTORY-RECORD.
           05 CH-DATE               PIC X(8).
           05 EP-GENDER             PIC A(4).
           05 EP-DEPT               PIC X(3).
           05 EP-REASON             PIC X(20).
           05 EP-BIRTH-DATE         PIC X(8).
      * Operator who keyed the hire or termination.
           05 EP-ENTERED-BY         PIC X(8).
       FD  CHANGE-HISTORY-ARCH.
       01  CHANGE-HISTORY-ARCH-LINE PIC X(70).
       FD  EMP-HISTORY-ARCH.
       01  EMP-HISTORY-ARCH-LINE    PIC X(83).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(131).
       FD  LEAVE-FILE.
           COPY LEAVEREC.
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD.
           05 LE-EMP-ID             PIC 9(6).
           05 LE-ANNUAL-DAYS        PIC 9(3).
       WORKING-STORAGE SECTION.
           COPY JRNLREC.
           COPY BATCHHDR.
       01 WS-NAME      PIC A(15).
       01 WS-AGE       PIC 9(3).
           88 WS-AGE-VALID           VALUES 0 THRU 120.
       01 WS-BIRTH-DATE         PIC 9(8).
       01 WS-HIRE-DATE          PIC 9(8).
       01 WS-DATES-EST          PIC X(1) VALUE 'N'.
           88 DATES-STILL-ESTIMATED VALUE 'Y'.
       01 WS-DATE-ERROR         PIC X(30).
       01 WS-AGE-START          PIC X(8).
       01 WS-AGE-AS-OF          PIC X(8).
       01 WS-AGE-RESULT         PIC X(1).
           88 AGE-WORKED-OUT        VALUE 'Y'.
       01 WS-SERVICE-YEARS      PIC 9(3).
       01 WS-GENDER    PIC A(4) VALUE 'MALE'.
           88 WS-GENDER-VALID        VALUES 'MALE', 'FEMA', 'OTHR'.
       01 WS-CODE-TYPE          PIC X(2).
       01 WS-CODE-RESULT        PIC X(1).
           88 CODE-VALUE-VALID      VALUE 'Y'.
           88 CODE-TABLE-MISSING    VALUE 'U'.
           88 CODE-VALUE-RETIRED    VALUE 'R'.
      * Gender the record being updated already holds (spaces on a
      * create); a retired code is accepted only when it is unchanged.
       01 WS-GENDER-ON-FILE     PIC A(4) VALUE SPACES.
       01 WS-GENDER-OK          PIC X VALUE 'N'.
           88 GENDER-ACCEPTED       VALUE 'Y'.
       01 WS-EMP-ID    PIC 9(6).
           88 CHOICE-CHANGE-HIST    VALUE 10.
           88 CHOICE-FIX-QUEUE      VALUE 11.
           88 CHOICE-EFF-DATED      VALUE 12.
           88 CHOICE-ABSENCE        VALUE 13.
           88 CHOICE-EXIT           VALUE 99.
       01 WS-CHG-STATUS         PIC X(2).
           88 CHG-OK                VALUES "00", "05".
           88 CHG-EOF               VALUE "10".
       01 WS-BEFORE-IMAGE.
           05 WS-BEF-NAME           PIC A(15).
           05 WS-BEF-BIRTH-DATE     PIC 9(8).
           05 WS-BEF-GENDER         PIC A(4).
           05 WS-BEF-DEPT           PIC X(3).
           05 WS-BEF-HIRE-DATE      PIC 9(8).
           05 WS-BEF-DATE-FLAG      PIC X(1).
       01 WS-CHG-COUNT          PIC 9(5).
       01 WS-HIST-STATUS        PIC X(2).
           88 HIST-OK               VALUES "00", "05".
       01 WS-HIST-COUNT         PIC 9(5).
       01 WS-REHIRE-FOUND       PIC X VALUE 'N'.
           88 REHIRE-FOUND          VALUE 'Y'.
       01 WS-PRIOR-BIRTH-DATE   PIC 9(8).
       01 WS-PRIOR-GENDER       PIC A(4).
       01 WS-PRIOR-DEPT         PIC X(3).
       01 WS-NAME-LEN           PIC 9(2).
       01 WS-OLD-EMP-IMAGE.
           05 WS-OI-ID              PIC 9(6).
           05 WS-OI-NAME            PIC A(15).
           05 WS-OI-BIRTH-DATE      PIC 9(8).
           05 WS-OI-GENDER          PIC A(4).
           05 WS-OI-DEPT            PIC X(3).
           05 WS-OI-HIRE-DATE       PIC 9(8).
           05 WS-OI-DATE-FLAG       PIC X(1).
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
           88 OPERATOR-IS-SUPER     VALUE 2.
       01 WS-PANEL-TITLE        PIC X(20).
       01 WS-PNL-ID             PIC 9(6).
       01 WS-PNL-NAME           PIC A(15).
       01 WS-PNL-BIRTH-DATE     PIC 9(8).
       01 WS-PNL-AGE            PIC 9(3).
       01 WS-PNL-HIRE-DATE      PIC 9(8).
       01 WS-PNL-ESTIMATED      PIC X(1).
           88 PNL-ESTIMATED-VALID   VALUE 'Y', 'N'.
       01 WS-PNL-GENDER         PIC A(4).
       01 WS-PNL-DEPT           PIC X(3).
       01 WS-PNL-DEPT-NAME      PIC X(20).
       01 WS-PANEL-MSG          PIC X(60).
       01 WS-ERR-ID             PIC X(1).
       01 WS-ERR-NAME           PIC X(1).
       01 WS-ERR-BIRTH          PIC X(1).
       01 WS-ERR-HIRE           PIC X(1).
       01 WS-ERR-ESTIMATED      PIC X(1).
       01 WS-ERR-GENDER         PIC X(1).
       01 WS-ERR-DEPT           PIC X(1).
       01 WS-PANEL-DONE         PIC X VALUE 'N'.
           88 DUP-NAME-WARNED       VALUE 'Y'.
       01 WS-REHIRE-FILLED      PIC X VALUE 'N'.
           88 REHIRE-PREFILLED      VALUE 'Y'.
       01 WS-LEAVE-STATUS       PIC X(2).
           88 LEAVE-OK              VALUE "00".
           88 LEAVE-EOF             VALUE "10".
           88 LEAVE-DUPLICATE       VALUE "22".
       01 WS-ENT-STATUS         PIC X(2).
           88 ENT-OK                VALUE "00".
           88 ENT-EOF               VALUE "10".
       01 WS-ABS-CHOICE         PIC 9 VALUE 0.
           88 ABS-BOOK              VALUE 1.
           88 ABS-CANCEL            VALUE 2.
           88 ABS-INQUIRE           VALUE 3.
           88 ABS-ENTITLEMENT       VALUE 4.
           88 ABS-DONE              VALUE 9.
       01 WS-ABS-TYPE           PIC X(1).
           88 ABS-TYPE-VALID        VALUES 'A', 'S', 'U', 'O'.
           88 ABS-TYPE-ANNUAL       VALUE 'A'.
       01 WS-ABS-START          PIC X(8).
       01 WS-ABS-START-PARTS REDEFINES WS-ABS-START.
           05 WS-ABS-START-YEAR     PIC 9(4).
           05 WS-ABS-START-MONTH    PIC 9(2).
           05 WS-ABS-START-DAY      PIC 9(2).
       01 WS-ABS-END            PIC X(8).
       01 WS-ABS-END-PARTS REDEFINES WS-ABS-END.
           05 WS-ABS-END-YEAR       PIC 9(4).
           05 WS-ABS-END-MONTH      PIC 9(2).
           05 WS-ABS-END-DAY        PIC 9(2).
       01 WS-ABS-PROCEED        PIC X VALUE 'N'.
           88 ABS-PROCEED           VALUE 'Y'.
       01 WS-ABS-DATES-OK       PIC X VALUE 'N'.
           88 ABS-DATES-OK          VALUE 'Y'.
       01 WS-ABS-OVERLAP        PIC X VALUE 'N'.
           88 ABS-OVERLAP-FOUND     VALUE 'Y'.
       01 WS-ABS-CONFIRM        PIC X VALUE 'N'.
           88 ABS-CONFIRMED         VALUE 'Y', 'y'.
       01 WS-ABS-COUNT          PIC 9(5).
       01 WS-BUS-FUNCTION       PIC X(1).
       01 WS-BUS-DATE           PIC X(8).
       01 WS-BUS-RESULT         PIC 9(5).
       01 WS-BAL-AS-OF          PIC X(8).
       01 WS-BAL-ENTITLEMENT    PIC 9(3).
       01 WS-BAL-ACCRUED        PIC 9(3)V9.
       01 WS-BAL-TAKEN          PIC 9(3).
       01 WS-BAL-BALANCE        PIC S9(3)V9.
       01 WS-BAL-RESULT         PIC X(1).
           88 BAL-LEAVE-MISSING     VALUE 'U'.
           88 BAL-STANDARD-USED     VALUE 'D'.
       01 WS-BAL-SHOW           PIC -ZZ9.9.
       01 WS-BAL-ACCRUED-SHOW   PIC ZZ9.9.
       01 WS-BAL-NEW-BALANCE    PIC S9(3)V9.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 500 TIMES.
               10 WS-LE-EMP-ID      PIC 9(6).
               10 WS-LE-ANNUAL-DAYS PIC 9(3).
       01 WS-ENT-USED           PIC 9(3) VALUE 0.
       01 WS-ENT-SUB            PIC 9(3).
       01 WS-ENT-FOUND          PIC X VALUE 'N'.
           88 ENT-FOUND             VALUE 'Y'.
       01 WS-ENT-DAYS           PIC 9(3).
       01 WS-ENT-OLD-DAYS       PIC 9(3).
       SCREEN SECTION.
      * One panel serves create and update: every field shows at
      * once, an * beside a field marks the validation that failed,
           05 LINE 5 COLUMN 5 VALUE "NAME  . . . . . :".
           05 LINE 5 COLUMN 24 PIC X(15) USING WS-PNL-NAME.
           05 LINE 5 COLUMN 41 PIC X(1) FROM WS-ERR-NAME.
           05 LINE 6 COLUMN 5 VALUE "BIRTH DATE  . . :".
           05 LINE 6 COLUMN 24 PIC 9(8) USING WS-PNL-BIRTH-DATE.
           05 LINE 6 COLUMN 33 PIC X(1) FROM WS-ERR-BIRTH.
           05 LINE 6 COLUMN 36 VALUE "AGE".
           05 LINE 6 COLUMN 40 PIC ZZ9 FROM WS-PNL-AGE.
           05 LINE 7 COLUMN 5 VALUE "GENDER  . . . . :".
           05 LINE 7 COLUMN 24 PIC X(4) USING WS-PNL-GENDER.
           05 LINE 7 COLUMN 32 PIC X(1) FROM WS-ERR-GENDER.
           05 LINE 8 COLUMN 24 PIC X(3) USING WS-PNL-DEPT.
           05 LINE 8 COLUMN 29 PIC X(20) FROM WS-PNL-DEPT-NAME.
           05 LINE 8 COLUMN 51 PIC X(1) FROM WS-ERR-DEPT.
           05 LINE 9 COLUMN 5 VALUE "HIRE DATE . . . :".
           05 LINE 9 COLUMN 24 PIC 9(8) USING WS-PNL-HIRE-DATE.
           05 LINE 9 COLUMN 33 PIC X(1) FROM WS-ERR-HIRE.
           05 LINE 9 COLUMN 36 VALUE "ESTIMATED (Y/N) :".
           05 LINE 9 COLUMN 54 PIC X(1) USING WS-PNL-ESTIMATED.
           05 LINE 9 COLUMN 56 PIC X(1) FROM WS-ERR-ESTIMATED.
           05 LINE 10 COLUMN 5 PIC X(60) FROM WS-PANEL-MSG.
           05 LINE 11 COLUMN 5
               VALUE "DATES ARE YYYYMMDD".
           05 LINE 12 COLUMN 5
               VALUE "ENTER = ACCEPT    PF KEY / ESCAPE = CANCEL".
       PROCEDURE DIVISION.
               DISPLAY "8 = Archive inquiry  10 = Change history"
               DISPLAY "11 = HR correction queue"
               DISPLAY "12 = Queue a future-dated hire/termination"
               DISPLAY "13 = Absence booking and leave balance"
               DISPLAY "99 = Exit"
               DISPLAY "Select option: "
               ACCEPT WS-CHOICE
                       PERFORM WORK-CORRECTION-QUEUE
                   WHEN CHOICE-EFF-DATED
                       PERFORM QUEUE-EFFECTIVE-DATED
                   WHEN CHOICE-ABSENCE
                       PERFORM ABSENCE-MENU
                   WHEN CHOICE-EXIT
                       CONTINUE
                   WHEN OTHER
       CREATE-EMPLOYEE.
           MOVE 0 TO WS-PNL-ID.
           MOVE SPACES TO WS-PNL-NAME.
           MOVE 0 TO WS-PNL-BIRTH-DATE.
           MOVE 0 TO WS-PNL-AGE.
           MOVE SPACES TO WS-PNL-GENDER.
           MOVE SPACES TO WS-GENDER-ON-FILE.
           MOVE SPACES TO WS-PNL-DEPT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-PNL-HIRE-DATE.
           MOVE 'N' TO WS-PNL-ESTIMATED.
           MOVE "CREATE AN EMPLOYEE" TO WS-PANEL-TITLE.
           SET PANEL-CREATE-MODE TO TRUE.
           MOVE 'N' TO WS-DUP-WARNED.
           ELSE
               MOVE WS-PNL-ID TO WS-EMP-ID
               MOVE WS-PNL-NAME TO WS-NAME
               MOVE WS-PNL-GENDER TO WS-GENDER
               MOVE WS-PNL-DEPT TO WS-DEPT
               MOVE WS-EMP-ID TO EMP-ID
               MOVE WS-NAME TO EMP-NAME
               MOVE WS-GENDER TO EMP-GENDER
               MOVE WS-DEPT TO EMP-DEPT
               PERFORM MOVE-PANEL-DATES
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "Employee id " WS-EMP-ID
           MOVE 'N' TO WS-PANEL-DONE.
           MOVE 'N' TO WS-PANEL-ABORT.
           MOVE SPACES TO WS-PANEL-MSG.
           MOVE SPACES TO WS-ERR-ID WS-ERR-NAME WS-ERR-BIRTH
               WS-ERR-GENDER WS-ERR-DEPT WS-ERR-HIRE
               WS-ERR-ESTIMATED.
           PERFORM ECHO-DEPT-NAME.
           PERFORM UNTIL PANEL-DONE
               DISPLAY EMPLOYEE-PANEL
       VALIDATE-PANEL-FIELDS.
           MOVE 'Y' TO WS-PANEL-OK.
           MOVE SPACES TO WS-PANEL-MSG.
           MOVE SPACES TO WS-ERR-ID WS-ERR-NAME WS-ERR-BIRTH
               WS-ERR-GENDER WS-ERR-DEPT WS-ERR-HIRE
               WS-ERR-ESTIMATED.
           IF WS-PNL-ID = 0
               MOVE '*' TO WS-ERR-ID
               MOVE "EMPLOYEE ID IS REQUIRED" TO WS-PANEL-MSG
               MOVE "NAME IS REQUIRED" TO WS-PANEL-MSG
               MOVE 'N' TO WS-PANEL-OK
           END-IF.
           MOVE WS-PNL-BIRTH-DATE TO WS-BIRTH-DATE.
           PERFORM CHECK-BIRTH-DATE.
           MOVE WS-AGE TO WS-PNL-AGE.
           IF WS-DATE-ERROR NOT = SPACES
               MOVE '*' TO WS-ERR-BIRTH
               MOVE WS-DATE-ERROR TO WS-PANEL-MSG
               MOVE 'N' TO WS-PANEL-OK
           END-IF.
           IF NOT PNL-ESTIMATED-VALID
               MOVE '*' TO WS-ERR-ESTIMATED
               MOVE "ESTIMATED MUST BE Y OR N" TO WS-PANEL-MSG
               MOVE 'N' TO WS-PANEL-OK
           ELSE
               MOVE WS-PNL-HIRE-DATE TO WS-HIRE-DATE
               MOVE WS-PNL-ESTIMATED TO WS-DATES-EST
               PERFORM CHECK-HIRE-DATE
               IF WS-DATE-ERROR NOT = SPACES
                   MOVE '*' TO WS-ERR-HIRE
                   MOVE WS-DATE-ERROR TO WS-PANEL-MSG
                   MOVE 'N' TO WS-PANEL-OK
               END-IF
           END-IF.
           MOVE WS-PNL-GENDER TO WS-GENDER.
           PERFORM CHECK-GENDER-CODE.
           IF NOT GENDER-ACCEPTED
               MOVE '*' TO WS-ERR-GENDER
               IF CODE-VALUE-RETIRED
                   MOVE "GENDER CODE IS RETIRED, NOT FOR NEW USE"
                       TO WS-PANEL-MSG
               ELSE
                   MOVE "GENDER CODE IS NOT ON THE CODE TABLE"
                       TO WS-PANEL-MSG
               END-IF
               MOVE 'N' TO WS-PANEL-OK
           END-IF.
           MOVE WS-PNL-DEPT TO WS-DEPT.
               SET REHIRE-PREFILLED TO TRUE
               PERFORM CHECK-ARCHIVE-FOR-REHIRE
               IF REHIRE-FOUND
                   MOVE WS-PRIOR-BIRTH-DATE TO WS-PNL-BIRTH-DATE
                   MOVE WS-PRIOR-GENDER TO WS-PNL-GENDER
                   MOVE WS-PRIOR-DEPT TO WS-PNL-DEPT
                   MOVE "ARCHIVED RECORD REFILLED - ENTER TO ACCEPT"
               END-IF
           END-PERFORM.

      * The panel's estimated flag is Y/N for the operator; on the
      * record it is E until HR confirm the dates.
       MOVE-PANEL-DATES.
           MOVE WS-PNL-BIRTH-DATE TO EMP-BIRTH-DATE.
           MOVE WS-PNL-HIRE-DATE TO EMP-HIRE-DATE.
           IF WS-PNL-ESTIMATED = 'Y'
               SET EMP-DATES-ESTIMATED TO TRUE
           ELSE
               MOVE 'N' TO EMP-DATE-FLAG
           END-IF.

      * HR still take an age, so it is worked out from the birth
      * date on the record being exported.
       EXPORT-TO-HR-FILE.
           MOVE WS-EMP-ID TO HR-EXP-EMP-ID.
           MOVE WS-NAME TO HR-EXP-NAME.
           MOVE EMP-BIRTH-DATE TO WS-AGE-START.
           PERFORM WORK-OUT-AGE.
           MOVE WS-AGE TO HR-EXP-AGE.
           MOVE WS-GENDER TO HR-EXP-GENDER.
           OPEN EXTEND HR-EXPORT-FILE.
           WRITE MAINT-REPORT-LINE.

       EDIT-MAINT-FIELDS.
           IF MT-BIRTH-DATE IS NOT NUMERIC
               MOVE "BIRTH DATE NOT NUMERIC" TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE MT-BIRTH-DATE TO WS-BIRTH-DATE
               PERFORM CHECK-BIRTH-DATE
               IF WS-DATE-ERROR NOT = SPACES
                   MOVE WS-DATE-ERROR TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.
           IF TRAN-IS-OK
               IF MT-HIRE-DATE IS NOT NUMERIC
                   MOVE "HIRE DATE NOT NUMERIC" TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               ELSE
                   MOVE MT-HIRE-DATE TO WS-HIRE-DATE
                   MOVE 'N' TO WS-DATES-EST
                   PERFORM CHECK-HIRE-DATE
                   IF WS-DATE-ERROR NOT = SPACES
                       MOVE WS-DATE-ERROR TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
                   END-IF
               END-IF
           END-IF.
           IF TRAN-IS-OK
               MOVE MT-GENDER TO WS-GENDER
               PERFORM CHECK-GENDER-CODE
               IF NOT GENDER-ACCEPTED
                   IF CODE-VALUE-RETIRED
                       MOVE "RETIRED GENDER CODE" TO WS-REJECT-REASON
                   ELSE
                       MOVE "INVALID GENDER CODE" TO WS-REJECT-REASON
                   END-IF
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.
           END-IF.

       BATCH-CREATE.
           MOVE SPACES TO WS-GENDER-ON-FILE.
           MOVE MT-NAME TO WS-NAME.
           PERFORM CHECK-DUPLICATE-NAME.
           IF DUP-NAME-FOUND
           IF TRAN-IS-OK
               MOVE MT-EMP-ID TO EMP-ID
               MOVE MT-NAME TO EMP-NAME
               MOVE WS-BIRTH-DATE TO EMP-BIRTH-DATE
               MOVE WS-GENDER TO EMP-GENDER
               MOVE WS-DEPT TO EMP-DEPT
               MOVE WS-HIRE-DATE TO EMP-HIRE-DATE
               MOVE 'N' TO EMP-DATE-FLAG
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "EMP-ID ALREADY EXISTS"
               END-WRITE
           END-IF.

      * The record's current gender is looked up before the edit so a
      * retired code it already holds still passes.
       BATCH-UPDATE.
           MOVE SPACES TO WS-GENDER-ON-FILE.
           MOVE MT-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-GENDER TO WS-GENDER-ON-FILE
           END-READ.
           PERFORM EDIT-MAINT-FIELDS.
           IF TRAN-IS-OK
               MOVE MT-EMP-ID TO EMP-ID
                   NOT INVALID KEY
                       PERFORM SAVE-BEFORE-IMAGE
                       MOVE MT-NAME TO EMP-NAME
                       MOVE WS-BIRTH-DATE TO EMP-BIRTH-DATE
                       MOVE WS-GENDER TO EMP-GENDER
                       MOVE WS-DEPT TO EMP-DEPT
                       MOVE WS-HIRE-DATE TO EMP-HIRE-DATE
                       MOVE 'N' TO EMP-DATE-FLAG
                       REWRITE EMPLOYEE-RECORD
                           INVALID KEY
                               MOVE "UNABLE TO REWRITE"

       SAVE-BEFORE-IMAGE.
           MOVE EMP-NAME TO WS-BEF-NAME.
           MOVE EMP-BIRTH-DATE TO WS-BEF-BIRTH-DATE.
           MOVE EMP-GENDER TO WS-BEF-GENDER.
           MOVE EMP-DEPT TO WS-BEF-DEPT.
           MOVE EMP-HIRE-DATE TO WS-BEF-HIRE-DATE.
           MOVE EMP-DATE-FLAG TO WS-BEF-DATE-FLAG.
           MOVE EMPLOYEE-RECORD TO WS-OLD-EMP-IMAGE.

      * Caller sets JR-ACTION, JR-BEFORE, and JR-AFTER; the entry is
               MOVE EMP-NAME TO CH-AFTER
               PERFORM WRITE-CHANGE-RECORD
           END-IF.
           IF EMP-BIRTH-DATE NOT = WS-BEF-BIRTH-DATE
               MOVE "BIRTH DATE" TO CH-FIELD
               MOVE WS-BEF-BIRTH-DATE TO CH-BEFORE
               MOVE EMP-BIRTH-DATE TO CH-AFTER
               PERFORM WRITE-CHANGE-RECORD
           END-IF.
           IF EMP-HIRE-DATE NOT = WS-BEF-HIRE-DATE
               MOVE "HIRE DATE" TO CH-FIELD
               MOVE WS-BEF-HIRE-DATE TO CH-BEFORE
               MOVE EMP-HIRE-DATE TO CH-AFTER
               PERFORM WRITE-CHANGE-RECORD
           END-IF.
           IF EMP-DATE-FLAG NOT = WS-BEF-DATE-FLAG
               MOVE "DATE FLAG" TO CH-FIELD
               MOVE WS-BEF-DATE-FLAG TO CH-BEFORE
               MOVE EMP-DATE-FLAG TO CH-AFTER
               PERFORM WRITE-CHANGE-RECORD
           END-IF.
           IF EMP-GENDER NOT = WS-BEF-GENDER
                       IF EMP-NAME(1:WS-NAME-LEN)
                               = WS-NAME(1:WS-NAME-LEN)
                           ADD 1 TO WS-INQ-COUNT
                           MOVE EMP-BIRTH-DATE TO WS-AGE-START
                           PERFORM WORK-OUT-AGE
                           DISPLAY EMP-ID " " EMP-NAME " BORN "
                               EMP-BIRTH-DATE " AGE " WS-AGE " "
                               EMP-GENDER
                       ELSE
                           SET BROWSE-DONE TO TRUE
                       END-IF
                   DISPLAY "Employee id " WS-EMP-ID " not found"
               NOT INVALID KEY
                   PERFORM SAVE-BEFORE-IMAGE
                   MOVE EMP-GENDER TO WS-GENDER-ON-FILE
                   MOVE EMP-ID TO WS-PNL-ID
                   MOVE EMP-NAME TO WS-PNL-NAME
                   MOVE EMP-BIRTH-DATE TO WS-PNL-BIRTH-DATE
                   MOVE EMP-BIRTH-DATE TO WS-AGE-START
                   PERFORM WORK-OUT-AGE
                   MOVE WS-AGE TO WS-PNL-AGE
                   MOVE EMP-GENDER TO WS-PNL-GENDER
                   MOVE EMP-DEPT TO WS-PNL-DEPT
                   MOVE EMP-HIRE-DATE TO WS-PNL-HIRE-DATE
                   IF EMP-DATES-ESTIMATED
                       MOVE 'Y' TO WS-PNL-ESTIMATED
                   ELSE
                       MOVE 'N' TO WS-PNL-ESTIMATED
                   END-IF
                   MOVE "UPDATE AN EMPLOYEE" TO WS-PANEL-TITLE
                   SET PANEL-UPDATE-MODE TO TRUE
                   PERFORM RUN-EMPLOYEE-PANEL
      * record rewritten, whatever was typed over the id field.
                       MOVE WS-EMP-ID TO EMP-ID
                       MOVE WS-PNL-NAME TO WS-NAME
                       MOVE WS-PNL-GENDER TO WS-GENDER
                       MOVE WS-PNL-DEPT TO WS-DEPT
                       MOVE WS-NAME TO EMP-NAME
                       MOVE WS-GENDER TO EMP-GENDER
                       MOVE WS-DEPT TO EMP-DEPT
                       PERFORM MOVE-PANEL-DATES
                       REWRITE EMPLOYEE-RECORD
                           INVALID KEY
                               DISPLAY "Unable to update "
           IF DUP-NAME-FOUND
               DISPLAY "WARNING: " WS-NAME " already exists on file"
           END-IF.
           PERFORM GET-VALID-BIRTH-DATE.
           PERFORM GET-VALID-GENDER.
           PERFORM GET-VALID-DEPT.
           MOVE WS-EFF-DATE TO EP-EFF-DATE.
           MOVE WS-GENDER TO EP-GENDER.
           MOVE WS-DEPT TO EP-DEPT.
           MOVE SPACES TO EP-REASON.
           MOVE WS-BIRTH-DATE TO EP-BIRTH-DATE.
           PERFORM APPEND-PENDING-EMP.
           DISPLAY "Hire queued for " WS-EFF-DATE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
                   MOVE 'T' TO EP-ACTION
                   MOVE WS-EMP-ID TO EP-EMP-ID
                   MOVE EMP-NAME TO EP-NAME
                   MOVE EMP-BIRTH-DATE TO WS-AGE-START
                   PERFORM WORK-OUT-AGE
                   MOVE WS-AGE TO EP-AGE
                   MOVE EMP-GENDER TO EP-GENDER
                   MOVE EMP-DEPT TO EP-DEPT
                   MOVE WS-DEL-REASON TO EP-REASON
                   MOVE EMP-BIRTH-DATE TO EP-BIRTH-DATE
                   PERFORM APPEND-PENDING-EMP
                   DISPLAY "Termination queued for " WS-EFF-DATE
                   MOVE SPACES TO WS-AUDIT-DETAIL
           END-READ.

       APPEND-PENDING-EMP.
           MOVE WS-OPERATOR-ID TO EP-ENTERED-BY.
           OPEN EXTEND PENDING-EMP-FILE.
           IF NOT EMPPEND-OK
               OPEN OUTPUT PENDING-EMP-FILE
           WRITE PENDING-EMP-RECORD.
           CLOSE PENDING-EMP-FILE.

      * Absence is booked against the keyed LEAVEFIL file, one record
      * per absence keyed by employee and first day off. The file is
      * opened only for the length of each action so the LEAVEBAL
      * service can read it for the balance.
       ABSENCE-MENU.
           MOVE 0 TO WS-ABS-CHOICE.
           PERFORM UNTIL ABS-DONE
               DISPLAY "1 = Book absence  2 = Cancel absence"
               DISPLAY "3 = Inquire and balance  4 = Set entitlement"
               DISPLAY "9 = Back to main menu"
               DISPLAY "Select option: "
               ACCEPT WS-ABS-CHOICE
               EVALUATE TRUE
                   WHEN ABS-BOOK
                       PERFORM BOOK-ABSENCE
                   WHEN ABS-CANCEL
                       PERFORM CANCEL-ABSENCE
                   WHEN ABS-INQUIRE
                       PERFORM INQUIRE-ABSENCE
                   WHEN ABS-ENTITLEMENT
                       PERFORM SET-LEAVE-ENTITLEMENT
                   WHEN ABS-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM.

       BOOK-ABSENCE.
           MOVE 'N' TO WS-ABS-PROCEED.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-EMP-ID.
           MOVE WS-EMP-ID TO EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "Employee id " WS-EMP-ID " not found"
               NOT INVALID KEY
                   DISPLAY "Absence type (A = annual, S = sick, "
                       "U = unpaid, O = other): "
                   ACCEPT WS-ABS-TYPE
                   IF ABS-TYPE-VALID
                       SET ABS-PROCEED TO TRUE
                   ELSE
                       DISPLAY "Absence type must be A, S, U, or O"
                   END-IF
           END-READ.
           IF ABS-PROCEED
               PERFORM GET-ABSENCE-DATES
               IF NOT ABS-DATES-OK
                   MOVE 'N' TO WS-ABS-PROCEED
               END-IF
           END-IF.
           IF ABS-PROCEED
               PERFORM OPEN-LEAVE-FILE
               PERFORM CHECK-ABSENCE-OVERLAP
               CLOSE LEAVE-FILE
               IF ABS-OVERLAP-FOUND
                   DISPLAY "Absence overlaps an existing booking, "
                       "cancel that one first"
                   MOVE 'N' TO WS-ABS-PROCEED
               END-IF
           END-IF.
           IF ABS-PROCEED
               PERFORM COUNT-ABSENCE-DAYS
           END-IF.
           IF ABS-PROCEED AND ABS-TYPE-ANNUAL
               PERFORM CHECK-HOLIDAY-BALANCE
               IF NOT ABS-CONFIRMED
                   DISPLAY "Absence not booked"
                   MOVE 'N' TO WS-ABS-PROCEED
               END-IF
           END-IF.
           IF ABS-PROCEED
               PERFORM WRITE-ABSENCE-BOOKING
           END-IF.

      * Days off are business days, so weekends and calendar
      * holidays inside the range do not use up entitlement.
       COUNT-ABSENCE-DAYS.
           MOVE 'P' TO WS-BUS-FUNCTION.
           MOVE SPACES TO WS-BUS-DATE.
           MOVE 0 TO WS-BUS-RESULT.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-ABS-START,
               WS-BUS-DATE, WS-BUS-RESULT.
           MOVE 'B' TO WS-BUS-FUNCTION.
           CALL 'BUSDATE' USING WS-BUS-FUNCTION, WS-BUS-DATE,
               WS-ABS-END, WS-BUS-RESULT.
           IF WS-BUS-RESULT = 0
               DISPLAY "No business days fall in that range"
               MOVE 'N' TO WS-ABS-PROCEED
           END-IF.
           IF WS-BUS-RESULT > 999
               DISPLAY "Absence is too long to book as one record"
               MOVE 'N' TO WS-ABS-PROCEED
           END-IF.

      * A booking that takes annual leave past the balance accrued to
      * its first day is warned, and only goes ahead if the operator
      * confirms it (HR allow leave in advance of accrual).
       CHECK-HOLIDAY-BALANCE.
           MOVE 'Y' TO WS-ABS-CONFIRM.
           MOVE WS-ABS-START TO WS-BAL-AS-OF.
           PERFORM CALL-LEAVE-BALANCE.
           COMPUTE WS-BAL-NEW-BALANCE = WS-BAL-BALANCE - WS-BUS-RESULT.
           IF WS-BAL-NEW-BALANCE < 0
               MOVE WS-BAL-BALANCE TO WS-BAL-SHOW
               DISPLAY "WARNING: " WS-BUS-RESULT " days booked against "
                   "a balance of " WS-BAL-SHOW
               DISPLAY "Book it anyway? (Y/N): "
               ACCEPT WS-ABS-CONFIRM
           END-IF.

       WRITE-ABSENCE-BOOKING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-EMP-ID TO LV-EMP-ID.
           MOVE WS-ABS-START TO LV-START-DATE.
           MOVE WS-ABS-END TO LV-END-DATE.
           MOVE WS-ABS-TYPE TO LV-TYPE.
           MOVE WS-BUS-RESULT TO LV-DAYS.
           SET LV-BOOKED TO TRUE.
           MOVE WS-OPERATOR-ID TO LV-BOOKED-BY.
           MOVE WS-TODAY TO LV-BOOKED-ON.
           PERFORM OPEN-LEAVE-FILE.
           WRITE LEAVE-RECORD.
      * A cancelled booking keeps its key, so booking the same first
      * day again replaces it.
           IF LEAVE-DUPLICATE
               REWRITE LEAVE-RECORD
           END-IF.
           IF LEAVE-OK
               DISPLAY "Absence booked for " WS-EMP-ID ", " LV-DAYS
                   " business days"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "ABSENCE BOOKED EMP-ID=" DELIMITED BY SIZE
                   WS-EMP-ID DELIMITED BY SIZE
                   " TYPE=" DELIMITED BY SIZE
                   WS-ABS-TYPE DELIMITED BY SIZE
                   " FROM=" DELIMITED BY SIZE
                   WS-ABS-START DELIMITED BY SIZE
                   " DAYS=" DELIMITED BY SIZE
                   LV-DAYS DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "SIMPLIO ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM
           ELSE
               DISPLAY "Absence not booked, LEAVEFIL status "
                   WS-LEAVE-STATUS
           END-IF.
           CLOSE LEAVE-FILE.

       GET-ABSENCE-DATES.
           MOVE 'N' TO WS-ABS-DATES-OK.
           DISPLAY "First day of absence (YYYYMMDD): ".
           ACCEPT WS-ABS-START.
           DISPLAY "Last day of absence (YYYYMMDD): ".
           ACCEPT WS-ABS-END.
           IF WS-ABS-START IS NOT NUMERIC
                   OR WS-ABS-END IS NOT NUMERIC
               DISPLAY "Dates must be entered as YYYYMMDD"
           ELSE
               IF WS-ABS-START-MONTH < 1 OR WS-ABS-START-MONTH > 12
                       OR WS-ABS-START-DAY < 1
                       OR WS-ABS-START-DAY > 31
                       OR WS-ABS-END-MONTH < 1
                       OR WS-ABS-END-MONTH > 12
                       OR WS-ABS-END-DAY < 1 OR WS-ABS-END-DAY > 31
                   DISPLAY "Dates must be entered as YYYYMMDD"
               ELSE
                   IF WS-ABS-END < WS-ABS-START
                       DISPLAY "Last day is before the first day"
                   ELSE
                       MOVE 'Y' TO WS-ABS-DATES-OK
                   END-IF
               END-IF
           END-IF.

       OPEN-LEAVE-FILE.
           OPEN I-O LEAVE-FILE.
           IF NOT LEAVE-OK
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF.
           IF NOT LEAVE-OK
               MOVE "SIMPLIO " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN LEAVEFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-LEAVE-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

      * Browses the employee's bookings for a live one whose dates
      * cross the new range.
       CHECK-ABSENCE-OVERLAP.
           MOVE 'N' TO WS-ABS-OVERLAP.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE WS-EMP-ID TO LV-EMP-ID.
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
                       IF LV-EMP-ID NOT = WS-EMP-ID
                           SET BROWSE-DONE TO TRUE
                       ELSE
                           IF LV-BOOKED
                                   AND LV-START-DATE <= WS-ABS-END
                                   AND LV-END-DATE >= WS-ABS-START
                               SET ABS-OVERLAP-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-ABSENCE.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-EMP-ID.
           DISPLAY "First day of the absence to cancel (YYYYMMDD): ".
           ACCEPT WS-ABS-START.
           PERFORM OPEN-LEAVE-FILE.
           MOVE WS-EMP-ID TO LV-EMP-ID.
           MOVE WS-ABS-START TO LV-START-DATE.
           READ LEAVE-FILE
               INVALID KEY
                   DISPLAY "No absence booked for " WS-EMP-ID
                       " from " WS-ABS-START
           END-READ.
           IF LEAVE-OK
               IF LV-CANCELLED
                   DISPLAY "That absence is already cancelled"
               ELSE
                   SET LV-CANCELLED TO TRUE
                   REWRITE LEAVE-RECORD
                   DISPLAY "Absence cancelled"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ABSENCE CANCELLED EMP-ID=" DELIMITED BY SIZE
                       WS-EMP-ID DELIMITED BY SIZE
                       " TYPE=" DELIMITED BY SIZE
                       LV-TYPE DELIMITED BY SIZE
                       " FROM=" DELIMITED BY SIZE
                       WS-ABS-START DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "SIMPLIO ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               END-IF
           END-IF.
           CLOSE LEAVE-FILE.

       INQUIRE-ABSENCE.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-EMP-ID.
           MOVE 0 TO WS-ABS-COUNT.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-OK
               MOVE 'N' TO WS-BROWSE-DONE
               MOVE WS-EMP-ID TO LV-EMP-ID
               MOVE LOW-VALUES TO LV-START-DATE
               START LEAVE-FILE KEY IS NOT LESS THAN LV-KEY
                   INVALID KEY
                       SET BROWSE-DONE TO TRUE
               END-START
               PERFORM UNTIL BROWSE-DONE
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           SET BROWSE-DONE TO TRUE
                       NOT AT END
                           IF LV-EMP-ID NOT = WS-EMP-ID
                               SET BROWSE-DONE TO TRUE
                           ELSE
                               ADD 1 TO WS-ABS-COUNT
                               DISPLAY LV-START-DATE " - " LV-END-DATE
                                   " TYPE " LV-TYPE " DAYS " LV-DAYS
                                   " STATUS " LV-STATUS " BY "
                                   LV-BOOKED-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.
           IF WS-ABS-COUNT = 0
               DISPLAY "No absence on file for " WS-EMP-ID
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-BAL-AS-OF.
           PERFORM CALL-LEAVE-BALANCE.
           MOVE WS-BAL-BALANCE TO WS-BAL-SHOW.
           MOVE WS-BAL-ACCRUED TO WS-BAL-ACCRUED-SHOW.
           DISPLAY "Entitlement " WS-BAL-ENTITLEMENT " accrued "
               WS-BAL-ACCRUED-SHOW " booked " WS-BAL-TAKEN
               " balance " WS-BAL-SHOW.
           IF BAL-STANDARD-USED
               DISPLAY "(standard entitlement, none set for this "
                   "employee)"
           END-IF.

       CALL-LEAVE-BALANCE.
           CALL 'LEAVEBAL' USING WS-EMP-ID, WS-BAL-AS-OF,
               WS-BAL-ENTITLEMENT, WS-BAL-ACCRUED, WS-BAL-TAKEN,
               WS-BAL-BALANCE, WS-BAL-RESULT.

      * Annual entitlements sit on the small LEAVENT file, loaded
      * whole and written back after the change, the way the payroll
      * maintenance programs keep their tables.
       SET-LEAVE-ENTITLEMENT.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Entitlement changes need a supervisor sign-on"
           ELSE
               DISPLAY "Enter employee id: "
               ACCEPT WS-EMP-ID
               DISPLAY "Annual entitlement in days: "
               ACCEPT WS-ENT-DAYS
               PERFORM LOAD-ENTITLEMENT-TABLE
               MOVE 'N' TO WS-ENT-FOUND
               PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > WS-ENT-USED OR ENT-FOUND
                   IF WS-LE-EMP-ID(WS-ENT-SUB) = WS-EMP-ID
                       SET ENT-FOUND TO TRUE
                       SUBTRACT 1 FROM WS-ENT-SUB
                   END-IF
               END-PERFORM
               IF NOT ENT-FOUND AND WS-ENT-USED < 500
                   ADD 1 TO WS-ENT-USED
                   MOVE WS-ENT-USED TO WS-ENT-SUB
                   MOVE WS-EMP-ID TO WS-LE-EMP-ID(WS-ENT-SUB)
                   MOVE 0 TO WS-LE-ANNUAL-DAYS(WS-ENT-SUB)
                   SET ENT-FOUND TO TRUE
               END-IF
               IF ENT-FOUND
                   MOVE WS-LE-ANNUAL-DAYS(WS-ENT-SUB)
                       TO WS-ENT-OLD-DAYS
                   MOVE WS-ENT-DAYS TO WS-LE-ANNUAL-DAYS(WS-ENT-SUB)
                   PERFORM SAVE-ENTITLEMENT-TABLE
               ELSE
                   DISPLAY "Entitlement table is full"
               END-IF
           END-IF.

       LOAD-ENTITLEMENT-TABLE.
           MOVE 0 TO WS-ENT-USED.
           OPEN INPUT ENTITLEMENT-FILE.
           IF ENT-OK
               PERFORM UNTIL ENT-EOF OR WS-ENT-USED = 500
                   READ ENTITLEMENT-FILE
                       AT END
                           SET ENT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENT-USED
                           MOVE ENTITLEMENT-RECORD
                               TO WS-ENT-ENTRY(WS-ENT-USED)
                   END-READ
               END-PERFORM
               CLOSE ENTITLEMENT-FILE
           END-IF.

       SAVE-ENTITLEMENT-TABLE.
           OPEN OUTPUT ENTITLEMENT-FILE.
           IF NOT ENT-OK
               MOVE "SIMPLIO " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN LEAVENT FOR SAVE, STATUS "
                   DELIMITED BY SIZE
                   WS-ENT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-USED
               MOVE WS-ENT-ENTRY(WS-ENT-SUB) TO ENTITLEMENT-RECORD
               WRITE ENTITLEMENT-RECORD
           END-PERFORM.
           CLOSE ENTITLEMENT-FILE.
           DISPLAY "Entitlement for " WS-EMP-ID " set to " WS-ENT-DAYS
               " days, was " WS-ENT-OLD-DAYS.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "LEAVE ENTITLEMENT EMP-ID=" DELIMITED BY SIZE
               WS-EMP-ID DELIMITED BY SIZE
               " OLD=" DELIMITED BY SIZE
               WS-ENT-OLD-DAYS DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               WS-ENT-DAYS DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "SIMPLIO ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.

       DELETE-EMPLOYEE.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Deletes need a supervisor sign-on"
           MOVE WS-DEL-REASON TO EH-REASON.
           MOVE EMP-ID TO EH-EMP-ID.
           MOVE EMP-NAME TO EH-NAME.
           MOVE EMP-BIRTH-DATE TO WS-AGE-START.
           PERFORM WORK-OUT-AGE.
           MOVE WS-AGE TO EH-AGE.
           MOVE EMP-GENDER TO EH-GENDER.
           MOVE EMP-DEPT TO EH-DEPT.
           MOVE EMP-BIRTH-DATE TO EH-BIRTH-DATE.
           MOVE EMP-HIRE-DATE TO EH-HIRE-DATE.
           OPEN EXTEND EMP-HISTORY-FILE.
           IF NOT HIST-OK
               OPEN OUTPUT EMP-HISTORY-FILE
                       NOT AT END
                           IF EH-NAME = WS-NAME
                               SET REHIRE-FOUND TO TRUE
                               IF EH-BIRTH-DATE IS NUMERIC
                                   MOVE EH-BIRTH-DATE
                                       TO WS-PRIOR-BIRTH-DATE
                               ELSE
                                   MOVE 0 TO WS-PRIOR-BIRTH-DATE
                               END-IF
                               MOVE EH-GENDER TO WS-PRIOR-GENDER
                               MOVE EH-DEPT TO WS-PRIOR-DEPT
                           END-IF
                           PERFORM WRITE-ROSTER-HEADER
                       END-IF
                       MOVE EMP-NAME TO WS-DL-NAME
                       MOVE EMP-BIRTH-DATE TO WS-AGE-START
                       PERFORM WORK-OUT-AGE
                       MOVE WS-AGE TO WS-DL-AGE
                       MOVE EMP-GENDER TO WS-DL-GENDER
                       MOVE EMP-DEPT TO WS-DL-DEPT
                       MOVE WS-DETAIL-LINE TO ROSTER-LINE
           MOVE 0 TO CKPT-PREV-ACCOUNT.
           MOVE 0 TO CKPT-ACCOUNT-TOTAL.
           MOVE WS-PAGE-NO TO CKPT-PAGE-NO.
           MOVE 0 TO CKPT-ORIG-TOTAL.
           MOVE SPACES TO CKPT-POST-SOURCE.
           OPEN I-O CHECKPOINT-FILE.
           IF NOT CKPT-OK
               OPEN OUTPUT CHECKPOINT-FILE
                       NOT AT END
                           IF EMP-DEPT = WS-DEPT-CODE(WS-DEPT-SUB)
                               MOVE EMP-NAME TO WS-DL-NAME
                               MOVE EMP-BIRTH-DATE TO WS-AGE-START
                               PERFORM WORK-OUT-AGE
                               MOVE WS-AGE TO WS-DL-AGE
                               MOVE EMP-GENDER TO WS-DL-GENDER
                               MOVE EMP-DEPT TO WS-DL-DEPT
                               MOVE WS-DETAIL-LINE
                           PERFORM FIND-DEPT-CODE
                           IF NOT DEPT-CODE-FOUND
                               MOVE EMP-NAME TO WS-DL-NAME
                               MOVE EMP-BIRTH-DATE TO WS-AGE-START
                               PERFORM WORK-OUT-AGE
                               MOVE WS-AGE TO WS-DL-AGE
                               MOVE EMP-GENDER TO WS-DL-GENDER
                               MOVE EMP-DEPT TO WS-DL-DEPT
                               MOVE WS-DETAIL-LINE
               INTO DEPT-REPORT-LINE.
           WRITE DEPT-REPORT-LINE.

       GET-VALID-BIRTH-DATE.
           MOVE "NOT YET KEYED" TO WS-DATE-ERROR.
           PERFORM UNTIL WS-DATE-ERROR = SPACES
               DISPLAY "Enter your date of birth (YYYYMMDD): "
               ACCEPT WS-BIRTH-DATE
               PERFORM CHECK-BIRTH-DATE
               IF WS-DATE-ERROR NOT = SPACES
                   DISPLAY WS-DATE-ERROR ", please re-enter"
               END-IF
           END-PERFORM.

      * Age in whole years at today's date from WS-AGE-START, zero
      * when the birth date on file is not a usable date.
       WORK-OUT-AGE.
           ACCEPT WS-AGE-AS-OF FROM DATE YYYYMMDD.
           CALL 'AGECALC' USING WS-AGE-START, WS-AGE-AS-OF, WS-AGE,
               WS-AGE-RESULT.
           IF NOT AGE-WORKED-OUT
               MOVE 0 TO WS-AGE
           END-IF.

      * WS-BIRTH-DATE must be a real date that gives an age of 0 to
      * 120 today; WS-DATE-ERROR is left blank when it does, and
      * WS-AGE holds the age.
       CHECK-BIRTH-DATE.
           MOVE SPACES TO WS-DATE-ERROR.
           MOVE WS-BIRTH-DATE TO WS-AGE-START.
           PERFORM WORK-OUT-AGE.
           IF NOT AGE-WORKED-OUT
               MOVE "BIRTH DATE INVALID OR FUTURE" TO WS-DATE-ERROR
           ELSE
               IF NOT WS-AGE-VALID
                   MOVE "AGE OVER 120 FROM BIRTH DATE"
                       TO WS-DATE-ERROR
               END-IF
           END-IF.

      * WS-HIRE-DATE must be a real date no later than today and no
      * earlier than WS-BIRTH-DATE. Only a record whose dates are
      * still flagged as estimated may go without one.
       CHECK-HIRE-DATE.
           MOVE SPACES TO WS-DATE-ERROR.
           IF WS-HIRE-DATE = 0
               IF NOT DATES-STILL-ESTIMATED
                   MOVE "HIRE DATE IS REQUIRED" TO WS-DATE-ERROR
               END-IF
           ELSE
               MOVE WS-HIRE-DATE TO WS-AGE-START
               ACCEPT WS-AGE-AS-OF FROM DATE YYYYMMDD
               CALL 'AGECALC' USING WS-AGE-START, WS-AGE-AS-OF,
                   WS-SERVICE-YEARS, WS-AGE-RESULT
               IF NOT AGE-WORKED-OUT
                   MOVE "HIRE DATE INVALID OR FUTURE"
                       TO WS-DATE-ERROR
               ELSE
                   IF WS-HIRE-DATE < WS-BIRTH-DATE
                       MOVE "HIRE DATE BEFORE BIRTH DATE"
                           TO WS-DATE-ERROR
                   END-IF
               END-IF
           END-IF.

       GET-VALID-GENDER.
           MOVE SPACES TO WS-GENDER-ON-FILE.
           MOVE 'N' TO WS-GENDER-OK.
           PERFORM UNTIL GENDER-ACCEPTED
               DISPLAY "Enter your gender (MALE, FEMA, OTHR): "
               IF GENDER-ACCEPTED
                   CONTINUE
               ELSE
                   IF CODE-VALUE-RETIRED
                       DISPLAY "That gender code is retired, please "
                           "re-enter"
                   ELSE
                       DISPLAY "Invalid gender, please re-enter"
                   END-IF
               END-IF
           END-PERFORM.

      * Validation goes through the CODECHK service so the valid
      * values live on CODEFILE (type GN); the 88-level list is kept
      * only as a fallback for when the code table is unavailable. A
      * retired code (R) passes only on a record that already has it.
       CHECK-GENDER-CODE.
           MOVE 'N' TO WS-GENDER-OK.
           MOVE "GN" TO WS-CODE-TYPE.
           EVALUATE TRUE
               WHEN CODE-VALUE-VALID
                   MOVE 'Y' TO WS-GENDER-OK
               WHEN CODE-VALUE-RETIRED
                   IF WS-GENDER = WS-GENDER-ON-FILE
                           AND WS-GENDER-ON-FILE NOT = SPACES
                       MOVE 'Y' TO WS-GENDER-OK
                   END-IF
               WHEN CODE-TABLE-MISSING
                   IF WS-GENDER-VALID
                       MOVE 'Y' TO WS-GENDER-OK
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "Id or password not accepted, try again"
               END-IF
           END-PERFORM.
           IF OPER-TABLE-MISSING
           MOVE "SIMPLIO " TO RC-PROGRAM-ID.
           SET RC-START-REQUEST TO TRUE.
           MOVE 0 TO RC-RETURN-CODE RC-COUNT.
           MOVE SPACES TO RC-STEP-NAME.
           CALL 'RUNCTL' USING RUN-CONTROL-REQUEST.
           IF RC-BLOCKED
               DISPLAY "RUN-CONTROL WARNING: " RC-BLOCK-REASON
