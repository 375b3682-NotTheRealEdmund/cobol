      *          termination archives the leaver to EMPHIST with the
      *          reason before deleting it. Future-dated entries stay
      *          queued, and a disposition report goes to EMPEFFRP.
      *          Leavers' outstanding holiday balances are shown on
      *          the report for settlement.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version, so HR can key a whole month's
      *                joiners and leavers in one sitting.
      *   2026-10-15 - Each leaver's outstanding holiday balance at
      *                the termination date, from the LEAVEBAL
      *                service, is printed under the disposition line
      *                so HR can settle it in the final pay.
      *   2026-10-15 - Hires take their birth date from EMPPEND and
      *                the effective date as hire date; the age on
      *                EMPHIST and HREXPORT is worked out from the
      *                birth date, and EMPHIST now carries both dates.
      *   2026-10-15 - EMPPEND entries carry the operator who keyed
      *                them, and the change-history entry written when
      *                one is applied is stamped with that id instead
      *                of BATCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-EFFECTIVE-APPLY.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  PENDING-EMP-FILE.
       01  PENDING-EMP-RECORD.
           05 EP-EFF-DATE           PIC X(8).
           05 EP-GENDER             PIC A(4).
           05 EP-DEPT               PIC X(3).
           05 EP-REASON             PIC X(20).
           05 EP-BIRTH-DATE         PIC X(8).
      * Operator who keyed the hire or termination in SIMPLIO.
           05 EP-ENTERED-BY         PIC X(8).
       FD  EMP-HISTORY-FILE.
       01  EMP-HISTORY-RECORD.
           05 EH-DEL-DATE           PIC X(8).
           05 EH-AGE                PIC 9(3).
           05 EH-GENDER             PIC A(4).
           05 EH-DEPT               PIC X(3).
           05 EH-BIRTH-DATE         PIC 9(8).
           05 EH-HIRE-DATE          PIC 9(8).
       FD  CHANGE-HISTORY-FILE.
       01  CHANGE-HISTORY-RECORD.
           05 CH-DATE               PIC X(8).
       FD  APPLY-REPORT.
       01  REPORT-LINE              PIC X(80).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(131).
       WORKING-STORAGE SECTION.
           COPY JRNLREC.
           COPY HREXPREC.
           88 RPT-OK                 VALUE "00".
       01 WS-JRNL-STATUS        PIC X(2).
           88 JRNL-OK               VALUES "00", "05".
       01 WS-OLD-EMP-IMAGE      PIC X(45).
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 100 TIMES.
               10 WS-EP-EFF-DATE    PIC X(8).
               10 WS-EP-GENDER      PIC A(4).
               10 WS-EP-DEPT        PIC X(3).
               10 WS-EP-REASON      PIC X(20).
               10 WS-EP-BIRTH-DATE  PIC X(8).
               10 WS-EP-ENTERED-BY  PIC X(8).
       01 WS-PEND-USED          PIC 9(3) VALUE 0.
       01 WS-PEND-SUB           PIC 9(3).
       01 WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY OCCURS 100 TIMES PIC X(76).
       01 WS-KEEP-USED          PIC 9(3) VALUE 0.
       01 WS-KEEP-SUB           PIC 9(3).
       01 WS-TODAY              PIC X(8).
       01 WS-APPLIED-COUNT      PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(3) VALUE 0.
       01 WS-DISPOSITION        PIC X(40).
       01 WS-LEAVER-DONE        PIC X VALUE 'N'.
           88 LEAVER-DONE           VALUE 'Y'.
       01 WS-BAL-EMP-ID         PIC 9(6).
       01 WS-BAL-AS-OF          PIC X(8).
       01 WS-BAL-ENTITLEMENT    PIC 9(3).
       01 WS-BAL-ACCRUED        PIC 9(3)V9.
       01 WS-BAL-TAKEN          PIC 9(3).
       01 WS-BAL-BALANCE        PIC S9(3)V9.
       01 WS-BAL-RESULT         PIC X(1).
           88 BAL-LEAVE-MISSING     VALUE 'U'.
       01 WS-BAL-SHOW           PIC -ZZ9.9.
       01 WS-BAL-ACCRUED-SHOW   PIC ZZ9.9.
       01 WS-BAL-TAKEN-SHOW     PIC ZZ9.
       01 WS-AGE-START          PIC X(8).
       01 WS-AGE-AS-OF          PIC X(8).
       01 WS-EMP-AGE            PIC 9(3).
       01 WS-AGE-RESULT         PIC X(1).
           88 AGE-WORKED-OUT        VALUE 'Y'.
       01 WS-EST-BIRTH-DATE.
           05 WS-EST-BIRTH-YEAR     PIC 9(4).
           05 WS-EST-BIRTH-MMDD     PIC X(4) VALUE "0101".
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       APPLY-ONE-PENDING.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE 'N' TO WS-LEAVER-DONE.
           EVALUATE WS-EP-ACTION(WS-PEND-SUB)
               WHEN 'H'
                   PERFORM APPLY-HIRE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF LEAVER-DONE
               PERFORM REPORT-HOLIDAY-BALANCE
           END-IF.

      * The balance is accrued entitlement less annual leave booked
      * for the leave year, as at the termination date; a negative
      * balance is leave taken in advance, to be recovered.
       REPORT-HOLIDAY-BALANCE.
           MOVE WS-EP-EMP-ID(WS-PEND-SUB) TO WS-BAL-EMP-ID.
           MOVE WS-EP-EFF-DATE(WS-PEND-SUB) TO WS-BAL-AS-OF.
           CALL 'LEAVEBAL' USING WS-BAL-EMP-ID, WS-BAL-AS-OF,
               WS-BAL-ENTITLEMENT, WS-BAL-ACCRUED, WS-BAL-TAKEN,
               WS-BAL-BALANCE, WS-BAL-RESULT.
           MOVE SPACES TO REPORT-LINE.
           IF BAL-LEAVE-MISSING
               MOVE "           OUTSTANDING HOLIDAY BALANCE UNKNOWN, "
                   TO REPORT-LINE
               MOVE "LEAVEFIL UNAVAILABLE" TO REPORT-LINE(50:20)
           ELSE
               MOVE WS-BAL-BALANCE TO WS-BAL-SHOW
               MOVE WS-BAL-ACCRUED TO WS-BAL-ACCRUED-SHOW
               MOVE WS-BAL-TAKEN TO WS-BAL-TAKEN-SHOW
               STRING "           OUTSTANDING HOLIDAY BALANCE "
                   DELIMITED BY SIZE
                   WS-BAL-SHOW DELIMITED BY SIZE
                   " DAYS (ACCRUED " DELIMITED BY SIZE
                   WS-BAL-ACCRUED-SHOW DELIMITED BY SIZE
                   " BOOKED " DELIMITED BY SIZE
                   WS-BAL-TAKEN-SHOW DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       APPLY-HIRE.
           MOVE WS-EP-EMP-ID(WS-PEND-SUB) TO EMP-ID.
           MOVE WS-EP-NAME(WS-PEND-SUB) TO EMP-NAME.
           PERFORM SET-HIRE-DATES.
           MOVE WS-EP-GENDER(WS-PEND-SUB) TO EMP-GENDER.
           MOVE WS-EP-DEPT(WS-PEND-SUB) TO EMP-DEPT.
           WRITE EMPLOYEE-RECORD
                       AUDIT-EVENT-PARM
           END-WRITE.

      * The hire date is the effective date of the hire. Entries
      * queued before birth dates were keyed carry only an age, so
      * the birth date is estimated from it and flagged for HR.
       SET-HIRE-DATES.
           MOVE WS-EP-EFF-DATE(WS-PEND-SUB) TO EMP-HIRE-DATE.
           IF WS-EP-BIRTH-DATE(WS-PEND-SUB) IS NUMERIC
               MOVE WS-EP-BIRTH-DATE(WS-PEND-SUB) TO EMP-BIRTH-DATE
               MOVE 'N' TO EMP-DATE-FLAG
           ELSE
               MOVE WS-EP-EFF-DATE(WS-PEND-SUB)(1:4)
                   TO WS-EST-BIRTH-YEAR
               SUBTRACT WS-EP-AGE(WS-PEND-SUB)
                   FROM WS-EST-BIRTH-YEAR
               MOVE WS-EST-BIRTH-DATE TO EMP-BIRTH-DATE
               SET EMP-DATES-ESTIMATED TO TRUE
           END-IF.

       APPLY-TERMINATION.
           MOVE WS-EP-EMP-ID(WS-PEND-SUB) TO EMP-ID.
           READ EMPLOYEE-MASTER
                       NOT INVALID KEY
                           MOVE "TERMINATED AND ARCHIVED"
                               TO WS-DISPOSITION
                           SET LEAVER-DONE TO TRUE
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'D' TO JR-ACTION
                           MOVE WS-OLD-EMP-IMAGE TO JR-BEFORE
           MOVE WS-EP-REASON(WS-PEND-SUB) TO EH-REASON.
           MOVE EMP-ID TO EH-EMP-ID.
           MOVE EMP-NAME TO EH-NAME.
           MOVE EMP-BIRTH-DATE TO WS-AGE-START.
           MOVE WS-EP-EFF-DATE(WS-PEND-SUB) TO WS-AGE-AS-OF.
           PERFORM WORK-OUT-AGE.
           MOVE WS-EMP-AGE TO EH-AGE.
           MOVE EMP-GENDER TO EH-GENDER.
           MOVE EMP-DEPT TO EH-DEPT.
           MOVE EMP-BIRTH-DATE TO EH-BIRTH-DATE.
           MOVE EMP-HIRE-DATE TO EH-HIRE-DATE.
           OPEN EXTEND EMP-HISTORY-FILE.
           IF NOT HIST-OK
               OPEN OUTPUT EMP-HISTORY-FILE
           CLOSE JOURNAL-FILE.

       WRITE-CHANGE-RECORD.
           IF WS-EP-ENTERED-BY(WS-PEND-SUB) = SPACES
               MOVE "BATCH   " TO CH-USER
           ELSE
               MOVE WS-EP-ENTERED-BY(WS-PEND-SUB) TO CH-USER
           END-IF.
           OPEN EXTEND CHANGE-HISTORY-FILE.
           IF NOT CHG-OK
               OPEN OUTPUT CHANGE-HISTORY-FILE
       EXPORT-TO-HR-FILE.
           MOVE EMP-ID TO HR-EXP-EMP-ID.
           MOVE EMP-NAME TO HR-EXP-NAME.
           MOVE EMP-BIRTH-DATE TO WS-AGE-START.
           MOVE WS-TODAY TO WS-AGE-AS-OF.
           PERFORM WORK-OUT-AGE.
           MOVE WS-EMP-AGE TO HR-EXP-AGE.
           MOVE EMP-GENDER TO HR-EXP-GENDER.
           OPEN EXTEND HR-EXPORT-FILE.
           IF NOT HR-OK
           WRITE HR-EXPORT-LINE FROM HR-EXPORT-RECORD.
           CLOSE HR-EXPORT-FILE.

      * Age in whole years from WS-AGE-START to WS-AGE-AS-OF, zero
      * when the birth date on file is not a usable date.
       WORK-OUT-AGE.
           CALL 'AGECALC' USING WS-AGE-START, WS-AGE-AS-OF,
               WS-EMP-AGE, WS-AGE-RESULT.
           IF NOT AGE-WORKED-OUT
               MOVE 0 TO WS-EMP-AGE
           END-IF.

       KEEP-ONE-PENDING.
           ADD 1 TO WS-KEEP-USED.
           MOVE WS-PEND-ENTRY(WS-PEND-SUB)
