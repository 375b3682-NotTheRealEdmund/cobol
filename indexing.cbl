      *                journaled to MSTJRNL with the row's before and
      *                after images, so the RECOVERY utility can
      *                rebuild the file from the last backup.
      *   2026-10-15 - Journal line widened with the JRNLREC
      *                before and after images.
      *   2026-10-15 - Starts with an OPERCHK sign-on, and each
      *                queued change carries the id that entered it
      *                on PENDCHG for the SODREPT review.
      *   2026-10-15 - Run-control requests carry a blank step name
      *                (the program runs once a night).
      *   2026-10-15 - A change that takes a value off the table
      *                (immediate or from PENDCHG) is checked first
      *                against the files that use the code type; a
      *                value still in use is blocked unless a
      *                supervisor retires it onto CODERET, where
      *                CODECHK keeps accepting it on existing records
      *                only. Blocked PENDCHG changes stay queued and
      *                are reported. Menu option 4 lists CODERET.
      ******************************************************************
       *> Table elements can also be accessed using index.
       *> An index is a displacement of element from the start of the table.
           SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RETIRED-CODE-FILE ASSIGN TO "CODERET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PENDING-EMP-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPPEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CODE-FILE.
           05 PC-I                  PIC 9.
           05 PC-J                  PIC 9.
           05 PC-VALUE              PIC X(4).
      * Operator who queued the change.
           05 PC-ENTERED-BY         PIC X(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(131).
      * Values taken off CODEFILE while records still carried them.
      * CODECHK refuses them on new records and accepts them only
      * where the record already holds the value.
       FD  RETIRED-CODE-FILE.
       01  RETIRED-CODE-RECORD.
           05 CRT-TYPE              PIC X(2).
           05 CRT-VALUE             PIC X(4).
           05 CRT-RETIRED-DATE      PIC X(8).
           05 CRT-RETIRED-BY        PIC X(8).
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  PENDING-EMP-FILE.
       01  PENDING-EMP-RECORD.
           05 EP-EFF-DATE           PIC X(8).
           05 EP-ACTION             PIC X(1).
               88 EP-HIRE               VALUE 'H'.
           05 EP-EMP-ID             PIC 9(6).
           05 EP-NAME               PIC A(15).
           05 EP-AGE                PIC 9(3).
           05 EP-GENDER             PIC A(4).
           05 EP-DEPT               PIC X(3).
           05 EP-REASON             PIC X(20).
           05 EP-BIRTH-DATE         PIC X(8).
           05 EP-ENTERED-BY         PIC X(8).
       WORKING-STORAGE SECTION.
           COPY JRNLREC.
           01 WS-TABLE.
               88 CHOICE-EDIT           VALUE 1.
               88 CHOICE-LIST           VALUE 2.
               88 CHOICE-PENDING        VALUE 3.
               88 CHOICE-RETIRED        VALUE 4.
               88 CHOICE-DONE           VALUE 9.
           01 WS-PEND-STATUS        PIC X(2).
               88 PEND-OK               VALUES "00", "05".
                   10 WS-PE-I           PIC 9.
                   10 WS-PE-J           PIC 9.
                   10 WS-PE-VALUE       PIC X(4).
                   10 WS-PE-ENTERED-BY  PIC X(8).
           01 WS-PEND-USED          PIC 9(2) VALUE 0.
           01 WS-PEND-SUB           PIC 9(2).
           01 WS-APPLIED-COUNT      PIC 9(2).
           COPY RUNCTLR.
           01 WS-RUN-OVERRIDE       PIC X VALUE 'N'.
               88 RUN-OVERRIDE-OK       VALUE 'Y', 'y'.
           01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
               88 OPERATOR-IS-SUPER     VALUE 2.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           01 WS-RET-STATUS         PIC X(2).
               88 RET-OK                VALUE "00".
               88 RET-EOF               VALUE "10".
           01 WS-RET-TABLE.
               05 WS-RET-ENTRY OCCURS 50 TIMES.
                   10 WS-RT-TYPE        PIC X(2).
                   10 WS-RT-VALUE       PIC X(4).
                   10 WS-RT-DATE        PIC X(8).
                   10 WS-RT-BY          PIC X(8).
           01 WS-RET-USED           PIC 9(2) VALUE 0.
           01 WS-RET-SUB            PIC 9(2).
           01 WS-RET-SLOT           PIC 9(2).
           01 WS-RET-CHANGED        PIC X VALUE 'N'.
               88 RETIRED-CHANGED       VALUE 'Y'.
           01 WS-EMP-STATUS         PIC X(2).
               88 EMP-OK                VALUE "00".
               88 EMP-EOF               VALUE "10".
           01 WS-EMPPEND-STATUS     PIC X(2).
               88 EMPPEND-OK            VALUES "00", "05".
               88 EMPPEND-MISSING       VALUE "35".
               88 EMPPEND-EOF           VALUE "10".
      * Impact check on a value about to leave the table.
           01 WS-CHECK-TYPE         PIC X(2).
           01 WS-OLD-D              PIC X(4).
           01 WS-CHECK-MODE         PIC X VALUE 'T'.
               88 CHECK-AT-TERMINAL     VALUE 'T'.
               88 CHECK-AT-LOAD         VALUE 'L'.
           01 WS-STILL-LISTED       PIC X VALUE 'N'.
               88 VALUE-STILL-LISTED    VALUE 'Y'.
           01 WS-USAGE-STATE        PIC X VALUE 'K'.
               88 USAGE-KNOWN           VALUE 'K'.
               88 USAGE-UNKNOWN         VALUE 'U'.
               88 USAGE-NOT-TRACKED     VALUE 'T'.
           01 WS-USAGE-COUNT        PIC 9(6) VALUE 0.
           01 WS-USAGE-SHOWN        PIC 9(2) VALUE 0.
           01 WS-USAGE-MORE         PIC 9(6).
           01 WS-REMOVAL-DECISION   PIC X VALUE 'A'.
               88 REMOVAL-CLEAR         VALUE 'A'.
               88 REMOVAL-RETIRE        VALUE 'R'.
               88 REMOVAL-BLOCKED       VALUE 'B'.
           01 WS-RETIRE-CONFIRM     PIC X VALUE 'N'.
               88 RETIRE-CONFIRMED      VALUE 'Y', 'y'.
           01 WS-BLOCKED-COUNT      PIC 9(2) VALUE 0.
           01 WS-RET-SHOWN          PIC 9(2) VALUE 0.
           COPY ERRFLDS.
           COPY AUDITEVT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           PERFORM RUNCTL-START-PARA.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-TABLE.
           PERFORM LOAD-RETIRED-CODES.
           PERFORM APPLY-PENDING-CHANGES.
           PERFORM SEARCH-PARA
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Edit an entry  2 = List all entries  "
                   "3 = List pending  4 = List retired  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                       PERFORM A-PARA VARYING I FROM 1 BY 1 UNTIL I>3
                   WHEN CHOICE-PENDING
                       PERFORM LIST-PENDING-PARA
                   WHEN CHOICE-RETIRED
                       PERFORM LIST-RETIRED-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
           PERFORM RUNCTL-END-PARA
           STOP RUN.

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
           IF OPER-TABLE-MISSING
               DISPLAY "Operator file unavailable, role checks "
                   "are off for this session"
               MOVE 2 TO WS-OPERATOR-ROLE
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

           SEARCH-PARA.
           DISPLAY "Enter a code (up to 4 characters): ".
           ACCEPT WS-SEARCH-D.
               ACCEPT WS-EFF-DATE
               IF WS-EFF-DATE = SPACES
                       OR WS-EFF-DATE <= WS-TODAY-DATE
                   SET CHECK-AT-TERMINAL TO TRUE
                   PERFORM CHECK-CODE-REMOVAL
                   IF REMOVAL-BLOCKED
                       DISPLAY "WS-C(" WS-EDIT-I "," WS-EDIT-J
                           ") left as " WS-OLD-D
                   ELSE
                       PERFORM APPLY-EDIT-NOW
                   END-IF
               ELSE
                   PERFORM QUEUE-PENDING-EDIT
               END-IF
           END-IF.

           APPLY-EDIT-NOW.
           PERFORM UPDATE-RETIRED-CODES.
           PERFORM CAPTURE-OLD-ROW.
           MOVE WS-NEW-D TO WS-D(WS-EDIT-I, WS-EDIT-J).
           PERFORM ENFORCE-ROW-ORDER.
               MOVE WS-EDIT-I TO WS-PE-I(WS-PEND-USED)
               MOVE WS-EDIT-J TO WS-PE-J(WS-PEND-USED)
               MOVE WS-NEW-D TO WS-PE-VALUE(WS-PEND-USED)
               MOVE WS-OPERATOR-ID TO WS-PE-ENTERED-BY(WS-PEND-USED)
               PERFORM SAVE-PENDING
               DISPLAY "Change queued for " WS-EFF-DATE
               MOVE SPACES TO WS-AUDIT-DETAIL
           APPLY-PENDING-CHANGES.
           MOVE 0 TO WS-PEND-USED.
           MOVE 0 TO WS-APPLIED-COUNT.
           MOVE 0 TO WS-BLOCKED-COUNT.
           OPEN INPUT PENDING-FILE.
           IF NOT PEND-OK
               CONTINUE
                   CALL 'AUDITLOG' USING "INDEXING", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               END-IF
               IF WS-BLOCKED-COUNT > 0
                   DISPLAY WS-BLOCKED-COUNT " pending change(s) "
                       "blocked by the usage check, left on PENDCHG"
               END-IF
           END-IF.

      * A due change that would take an in-use value off the table is
      * not applied here: it is reported and kept on PENDCHG, and a
      * supervisor retires the value through an immediate edit.
           TAKE-ONE-PENDING.
           MOVE SPACES TO WS-REMOVAL-DECISION.
           IF PC-EFF-DATE <= WS-TODAY-DATE
                   AND PC-I >= 1 AND PC-I <= 3
                   AND PC-J >= 1 AND PC-J <= 2
               MOVE PC-I TO WS-EDIT-I
               MOVE PC-J TO WS-EDIT-J
               MOVE PC-VALUE TO WS-NEW-D
               SET CHECK-AT-LOAD TO TRUE
               PERFORM CHECK-CODE-REMOVAL
           END-IF.
           IF REMOVAL-CLEAR
               PERFORM UPDATE-RETIRED-CODES
               PERFORM CAPTURE-OLD-ROW
               MOVE PC-VALUE TO WS-D(PC-I, PC-J)
               PERFORM ENFORCE-ROW-ORDER
               PERFORM JOURNAL-ROW-EDIT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               IF REMOVAL-BLOCKED
                   ADD 1 TO WS-BLOCKED-COUNT
                   DISPLAY "Pending change EFF " PC-EFF-DATE " WS-A("
                       PC-I ") WS-C(" PC-J ") -> " PC-VALUE " BY "
                       PC-ENTERED-BY " blocked"
               END-IF
               ADD 1 TO WS-PEND-USED
               MOVE PC-EFF-DATE TO WS-PE-EFF-DATE(WS-PEND-USED)
               MOVE PC-I TO WS-PE-I(WS-PEND-USED)
               MOVE PC-J TO WS-PE-J(WS-PEND-USED)
               MOVE PC-VALUE TO WS-PE-VALUE(WS-PEND-USED)
               MOVE PC-ENTERED-BY TO WS-PE-ENTERED-BY(WS-PEND-USED)
           END-IF.

           CAPTURE-OLD-ROW.
           WRITE JOURNAL-LINE FROM JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

      * Before a value leaves the table (replaced by another value or
      * blanked) the files that use its code type are scanned. A value
      * no record carries, or one still on another row or slot of the
      * same type, goes straight through; one still in use is blocked
      * unless a supervisor at the terminal retires it.
           CHECK-CODE-REMOVAL.
           SET REMOVAL-CLEAR TO TRUE.
           MOVE WS-B(WS-EDIT-I) TO WS-CHECK-TYPE.
           MOVE WS-D(WS-EDIT-I, WS-EDIT-J) TO WS-OLD-D.
           IF WS-OLD-D NOT = SPACES AND WS-OLD-D NOT = WS-NEW-D
               PERFORM FIND-VALUE-ELSEWHERE
               IF NOT VALUE-STILL-LISTED
                   DISPLAY "Checking usage of " WS-CHECK-TYPE " "
                       WS-OLD-D " before it leaves the table"
                   PERFORM CHECK-CODE-USAGE
                   IF USAGE-UNKNOWN OR WS-USAGE-COUNT > 0
                       PERFORM DECIDE-IN-USE-REMOVAL
                   END-IF
               END-IF
           END-IF.

           FIND-VALUE-ELSEWHERE.
           MOVE 'N' TO WS-STILL-LISTED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I>3
               PERFORM VARYING J FROM 1 BY 1 UNTIL J>2
                   IF WS-B(I) = WS-CHECK-TYPE
                           AND WS-D(I,J) = WS-OLD-D
                           AND (I NOT = WS-EDIT-I
                               OR J NOT = WS-EDIT-J)
                       SET VALUE-STILL-LISTED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-TAIL-SUB FROM 1 BY 1
                   UNTIL WS-TAIL-SUB > WS-TAIL-USED
               IF WS-TAIL-ROW(WS-TAIL-SUB)(1:2) = WS-CHECK-TYPE
                       AND (WS-TAIL-ROW(WS-TAIL-SUB)(3:4) = WS-OLD-D
                       OR WS-TAIL-ROW(WS-TAIL-SUB)(7:4) = WS-OLD-D)
                   SET VALUE-STILL-LISTED TO TRUE
               END-IF
           END-PERFORM.

      * The files that carry each code type. A type with no entry
      * here is not held on any file and is never blocked; a file
      * that cannot be read leaves the usage unknown, which blocks
      * the same as a value in use.
           CHECK-CODE-USAGE.
           MOVE 0 TO WS-USAGE-COUNT.
           MOVE 0 TO WS-USAGE-SHOWN.
           SET USAGE-KNOWN TO TRUE.
           EVALUATE WS-CHECK-TYPE
               WHEN "GN"
                   PERFORM SCAN-EMPFILE-GENDER
                   PERFORM SCAN-EMPPEND-GENDER
               WHEN OTHER
                   SET USAGE-NOT-TRACKED TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN USAGE-NOT-TRACKED
                   DISPLAY "No files are recorded as using code type "
                       WS-CHECK-TYPE
               WHEN USAGE-UNKNOWN
                   DISPLAY "Usage of " WS-CHECK-TYPE " " WS-OLD-D
                       " could not be fully checked, treated as "
                       "in use"
               WHEN OTHER
                   IF WS-USAGE-COUNT > WS-USAGE-SHOWN
                       COMPUTE WS-USAGE-MORE =
                           WS-USAGE-COUNT - WS-USAGE-SHOWN
                       DISPLAY "  ... and " WS-USAGE-MORE " more"
                   END-IF
                   DISPLAY WS-USAGE-COUNT " record(s) still carry "
                       WS-CHECK-TYPE " " WS-OLD-D
           END-EVALUATE.

           SCAN-EMPFILE-GENDER.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT EMP-OK
               DISPLAY "EMPFILE unavailable, status " WS-EMP-STATUS
               SET USAGE-UNKNOWN TO TRUE
           ELSE
               PERFORM UNTIL EMP-EOF
                   READ EMPLOYEE-MASTER NEXT RECORD
                       AT END
                           SET EMP-EOF TO TRUE
                       NOT AT END
                           IF EMP-GENDER = WS-OLD-D
                               ADD 1 TO WS-USAGE-COUNT
                               IF WS-USAGE-SHOWN < 20
                                   ADD 1 TO WS-USAGE-SHOWN
                                   DISPLAY "  EMPFILE  " EMP-ID " "
                                       EMP-NAME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           END-IF.

      * Hires queued on EMPPEND are written to EMPFILE as keyed, so a
      * queued hire carrying the value counts as a record using it.
           SCAN-EMPPEND-GENDER.
           OPEN INPUT PENDING-EMP-FILE.
           IF EMPPEND-MISSING
               CONTINUE
           ELSE
               IF NOT EMPPEND-OK
                   DISPLAY "EMPPEND unavailable, status "
                       WS-EMPPEND-STATUS
                   SET USAGE-UNKNOWN TO TRUE
               ELSE
                   PERFORM UNTIL EMPPEND-EOF
                       READ PENDING-EMP-FILE
                           AT END
                               SET EMPPEND-EOF TO TRUE
                           NOT AT END
                               IF EP-HIRE AND EP-GENDER = WS-OLD-D
                                   ADD 1 TO WS-USAGE-COUNT
                                   IF WS-USAGE-SHOWN < 20
                                       ADD 1 TO WS-USAGE-SHOWN
                                       DISPLAY "  EMPPEND  " EP-EMP-ID
                                           " " EP-NAME " hire due "
                                           EP-EFF-DATE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-EMP-FILE
               END-IF
           END-IF.

           DECIDE-IN-USE-REMOVAL.
           IF CHECK-AT-LOAD
               SET REMOVAL-BLOCKED TO TRUE
           ELSE
               IF NOT OPERATOR-IS-SUPER
                   DISPLAY "The value is still in use; only a "
                       "supervisor can retire it"
                   SET REMOVAL-BLOCKED TO TRUE
               ELSE
                   DISPLAY "Retire " WS-CHECK-TYPE " " WS-OLD-D
                       "? It will be refused on new records and "
                       "still accepted on existing ones (Y/N): "
                   ACCEPT WS-RETIRE-CONFIRM
                   IF RETIRE-CONFIRMED
                       SET REMOVAL-RETIRE TO TRUE
                   ELSE
                       SET REMOVAL-BLOCKED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF REMOVAL-BLOCKED
               MOVE SPACES TO WS-AUDIT-DETAIL
               IF USAGE-UNKNOWN
                   STRING "BLOCKED ROW" DELIMITED BY SIZE
                       WS-EDIT-I DELIMITED BY SIZE
                       " C" DELIMITED BY SIZE
                       WS-EDIT-J DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CHECK-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OLD-D DELIMITED BY SIZE
                       " USAGE UNKNOWN" DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
               ELSE
                   STRING "BLOCKED ROW" DELIMITED BY SIZE
                       WS-EDIT-I DELIMITED BY SIZE
                       " C" DELIMITED BY SIZE
                       WS-EDIT-J DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CHECK-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-OLD-D DELIMITED BY SIZE
                       " IN USE=" DELIMITED BY SIZE
                       WS-USAGE-COUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
               END-IF
               MOVE "CDBK" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               CALL 'AUDITLOG' USING "INDEXING", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM
           END-IF.

      * Runs before the table is changed: a value coming back onto the
      * table is no longer retired, and a value a supervisor retired
      * is added, so CODERET is right before CODEFILE is saved.
           UPDATE-RETIRED-CODES.
           MOVE 'N' TO WS-RET-CHANGED.
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > WS-RET-USED
               IF WS-RT-TYPE(WS-RET-SUB) = WS-CHECK-TYPE
                       AND WS-RT-VALUE(WS-RET-SUB) = WS-NEW-D
                       AND WS-NEW-D NOT = SPACES
                   DISPLAY WS-CHECK-TYPE " " WS-NEW-D
                       " is back on the table and no longer retired"
                   MOVE SPACES TO WS-RET-ENTRY(WS-RET-SUB)
                   SET RETIRED-CHANGED TO TRUE
               END-IF
           END-PERFORM.
           IF REMOVAL-RETIRE
               PERFORM ADD-RETIRED-CODE
           END-IF.
           IF RETIRED-CHANGED
               PERFORM SAVE-RETIRED-CODES
           END-IF.

           ADD-RETIRED-CODE.
           MOVE 0 TO WS-RET-SLOT.
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > WS-RET-USED
               IF WS-RT-TYPE(WS-RET-SUB) = WS-CHECK-TYPE
                       AND WS-RT-VALUE(WS-RET-SUB) = WS-OLD-D
                   MOVE WS-RET-SUB TO WS-RET-SLOT
               END-IF
               IF WS-RT-TYPE(WS-RET-SUB) = SPACES
                       AND WS-RET-SLOT = 0
                   MOVE WS-RET-SUB TO WS-RET-SLOT
               END-IF
           END-PERFORM.
           IF WS-RET-SLOT = 0
               IF WS-RET-USED = 50
                   MOVE "INDEXING" TO WS-ERROR-PGM
                   MOVE "CODERET RETIRED-VALUE TABLE FULL"
                       TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-RET-USED
               MOVE WS-RET-USED TO WS-RET-SLOT
           END-IF.
           MOVE WS-CHECK-TYPE TO WS-RT-TYPE(WS-RET-SLOT).
           MOVE WS-OLD-D TO WS-RT-VALUE(WS-RET-SLOT).
           MOVE WS-TODAY-DATE TO WS-RT-DATE(WS-RET-SLOT).
           MOVE WS-OPERATOR-ID TO WS-RT-BY(WS-RET-SLOT).
           SET RETIRED-CHANGED TO TRUE.
           DISPLAY WS-CHECK-TYPE " " WS-OLD-D " retired".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "RETIRED " DELIMITED BY SIZE
               WS-CHECK-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OLD-D DELIMITED BY SIZE
               " IN USE=" DELIMITED BY SIZE
               WS-USAGE-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE "CDRT" TO AE-EVENT-CODE.
           CALL 'AUDITLOG' USING "INDEXING", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.

      * A missing CODERET just means nothing has been retired yet.
           LOAD-RETIRED-CODES.
           MOVE 0 TO WS-RET-USED.
           OPEN INPUT RETIRED-CODE-FILE.
           IF RET-OK
               PERFORM UNTIL RET-EOF OR WS-RET-USED = 50
                   READ RETIRED-CODE-FILE
                       AT END
                           SET RET-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RET-USED
                           MOVE CRT-TYPE TO WS-RT-TYPE(WS-RET-USED)
                           MOVE CRT-VALUE TO WS-RT-VALUE(WS-RET-USED)
                           MOVE CRT-RETIRED-DATE
                               TO WS-RT-DATE(WS-RET-USED)
                           MOVE CRT-RETIRED-BY TO WS-RT-BY(WS-RET-USED)
                   END-READ
               END-PERFORM
               CLOSE RETIRED-CODE-FILE
           END-IF.

           SAVE-RETIRED-CODES.
           OPEN OUTPUT RETIRED-CODE-FILE.
           IF NOT RET-OK
               MOVE "INDEXING" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN CODERET FOR SAVE, STATUS "
                   DELIMITED BY SIZE
                   WS-RET-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > WS-RET-USED
               IF WS-RT-TYPE(WS-RET-SUB) NOT = SPACES
                   MOVE WS-RT-TYPE(WS-RET-SUB) TO CRT-TYPE
                   MOVE WS-RT-VALUE(WS-RET-SUB) TO CRT-VALUE
                   MOVE WS-RT-DATE(WS-RET-SUB) TO CRT-RETIRED-DATE
                   MOVE WS-RT-BY(WS-RET-SUB) TO CRT-RETIRED-BY
                   WRITE RETIRED-CODE-RECORD
               END-IF
           END-PERFORM.
           CLOSE RETIRED-CODE-FILE.

           LIST-RETIRED-PARA.
           MOVE 0 TO WS-RET-SHOWN.
           PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > WS-RET-USED
               IF WS-RT-TYPE(WS-RET-SUB) NOT = SPACES
                   ADD 1 TO WS-RET-SHOWN
                   DISPLAY WS-RT-TYPE(WS-RET-SUB) " "
                       WS-RT-VALUE(WS-RET-SUB) " retired "
                       WS-RT-DATE(WS-RET-SUB) " BY "
                       WS-RT-BY(WS-RET-SUB)
               END-IF
           END-PERFORM.
           IF WS-RET-SHOWN = 0
               DISPLAY "No retired values"
           END-IF.

           SAVE-PENDING.
           OPEN OUTPUT PENDING-FILE.
           IF NOT PEND-OK
               MOVE WS-PE-I(WS-PEND-SUB) TO PC-I
               MOVE WS-PE-J(WS-PEND-SUB) TO PC-J
               MOVE WS-PE-VALUE(WS-PEND-SUB) TO PC-VALUE
               MOVE WS-PE-ENTERED-BY(WS-PEND-SUB) TO PC-ENTERED-BY
               WRITE PENDING-RECORD
           END-PERFORM.
           CLOSE PENDING-FILE.
                       " WS-A(" WS-PE-I(WS-PEND-SUB)
                       ") WS-C(" WS-PE-J(WS-PEND-SUB)
                       ") -> " WS-PE-VALUE(WS-PEND-SUB)
                       " BY " WS-PE-ENTERED-BY(WS-PEND-SUB)
               END-PERFORM
           END-IF.

               MOVE "INDEXING" TO RC-PROGRAM-ID.
               SET RC-START-REQUEST TO TRUE.
               MOVE 0 TO RC-RETURN-CODE RC-COUNT.
               MOVE SPACES TO RC-STEP-NAME.
               CALL 'RUNCTL' USING RUN-CONTROL-REQUEST.
               IF RC-BLOCKED
                   DISPLAY "RUN-CONTROL WARNING: " RC-BLOCK-REASON
