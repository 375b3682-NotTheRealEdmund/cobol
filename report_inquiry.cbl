      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inquiry on the RPTREPO report repository. Lists the
      *          reports held for a range of business dates (all of
      *          them, or one report name), and reprints or extracts
      *          any one of them by business date, program and
      *          report name. A reprint goes to RPTPRINT behind two
      *          banner lines saying what it is a reprint of and who
      *          asked for it; an extract goes to RPTEXTR exactly as
      *          the report was first written, for loading elsewhere.
      *          Several reports can be reprinted or extracted in one
      *          session; they follow one another on the file. Any
      *          signed-on operator may list and reprint, except that
      *          the payroll reports (program PAYROLL) are reprinted
      *          or extracted by a supervisor only. Every reprint and
      *          extract is logged on AUDITTRL.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; an earlier day's report could
      *                only be seen if an operator had printed it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-REPO-FILE ASSIGN TO "RPTREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-REPO-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "RPTPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "RPTEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-REPO-FILE.
           COPY RPTREPO.
       FD  REPRINT-FILE.
       01  REPRINT-LINE             PIC X(80).
       FD  EXTRACT-FILE.
       01  EXTRACT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-REPO-STATUS        PIC X(2).
           88 REPO-OK               VALUE "00".
           88 REPO-EOF              VALUE "10".
       01 WS-PRINT-STATUS       PIC X(2).
           88 PRINT-OK              VALUE "00".
       01 WS-EXTR-STATUS        PIC X(2).
           88 EXTR-OK               VALUE "00".
       01 WS-PRINT-OPEN         PIC X VALUE 'N'.
           88 REPRINT-IS-OPEN       VALUE 'Y'.
       01 WS-EXTR-OPEN          PIC X VALUE 'N'.
           88 EXTRACT-IS-OPEN       VALUE 'Y'.
       01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
           88 CHOICE-LIST           VALUE 1.
           88 CHOICE-REPRINT        VALUE 2.
           88 CHOICE-EXTRACT        VALUE 3.
           88 CHOICE-DONE           VALUE 9.
       01 WS-FROM-DATE          PIC X(8).
       01 WS-TO-DATE            PIC X(8).
       01 WS-DATE-ENTRY         PIC X(8).
       01 WS-DATE-TEST          PIC 9(8).
       01 WS-DATE-CHECK         PIC X VALUE 'N'.
           88 DATE-VALID            VALUE 'Y'.
       01 WS-RANGE-CHECK        PIC X VALUE 'N'.
           88 RANGE-VALID           VALUE 'Y'.
       01 WS-FILTER-REPORT      PIC X(8).
       01 WS-LIST-DONE          PIC X VALUE 'N'.
           88 LIST-DONE             VALUE 'Y'.
       01 WS-LIST-COUNT         PIC 9(5).
       01 WS-COPY-DONE          PIC X VALUE 'N'.
           88 COPY-DONE             VALUE 'Y'.
      * The report asked for, and what its directory record says.
       01 WS-PICK-DATE          PIC X(8).
       01 WS-PICK-PROGRAM       PIC X(8).
       01 WS-PICK-REPORT        PIC X(8).
       01 WS-PICK-FOUND         PIC X VALUE 'N'.
           88 PICK-FOUND            VALUE 'Y'.
       01 WS-PICK-LINES         PIC 9(6).
       01 WS-PICK-CAPT-DATE     PIC X(8).
       01 WS-PICK-CAPT-TIME     PIC X(6).
       01 WS-LINES-COPIED       PIC 9(6).
       01 WS-TODAY              PIC X(8).
       01 WS-LIST-LINE.
           05 WS-LL-DATE            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LL-PROGRAM         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LL-REPORT          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LL-LINES           PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LL-CAPT-DATE       PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LL-CAPT-TIME       PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LL-CAPT-BY         PIC X(8).
       01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
           88 OPERATOR-IS-SUPER     VALUE 2.
       01 WS-OPER-RESULT        PIC X(1).
           88 OPERATOR-KNOWN        VALUE 'Y'.
           88 OPER-TABLE-MISSING    VALUE 'U'.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT REPORT-REPO-FILE.
           IF NOT REPO-OK
               DISPLAY "No report repository (RPTREPO status "
                   WS-REPO-STATUS "), nothing held"
               STOP RUN
           END-IF.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = List reports held  2 = Reprint a report"
               DISPLAY "3 = Extract a report  9 = Done"
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM LIST-HELD-REPORTS
                   WHEN CHOICE-REPRINT
                       PERFORM REPRINT-PARA
                   WHEN CHOICE-EXTRACT
                       PERFORM EXTRACT-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choice not understood"
               END-EVALUATE
           END-PERFORM.
           CLOSE REPORT-REPO-FILE.
           IF REPRINT-IS-OPEN
               CLOSE REPRINT-FILE
               DISPLAY "Reprints written to RPTPRINT"
           END-IF.
           IF EXTRACT-IS-OPEN
               CLOSE EXTRACT-FILE
               DISPLAY "Extracts written to RPTEXTR"
           END-IF.
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
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

      * Only the directory records are read for the list; a blank
      * report name lists every report held in the range.
       LIST-HELD-REPORTS.
           PERFORM ACCEPT-DATE-RANGE.
           IF RANGE-VALID
               DISPLAY "Report name (blank = all): "
               MOVE SPACES TO WS-FILTER-REPORT
               ACCEPT WS-FILTER-REPORT
               MOVE 0 TO WS-LIST-COUNT
               MOVE 'N' TO WS-LIST-DONE
               MOVE LOW-VALUES TO RR-KEY
               MOVE WS-FROM-DATE TO RR-BUS-DATE
               START REPORT-REPO-FILE KEY IS NOT LESS THAN RR-KEY
                   INVALID KEY
                       SET LIST-DONE TO TRUE
               END-START
               DISPLAY "DATE      PROGRAM   REPORT     LINES  "
                   "CAPTURED         BY"
               PERFORM UNTIL LIST-DONE
                   READ REPORT-REPO-FILE NEXT RECORD
                       AT END
                           SET LIST-DONE TO TRUE
                       NOT AT END
                           IF RR-BUS-DATE > WS-TO-DATE
                               SET LIST-DONE TO TRUE
                           ELSE
                               IF RR-DIRECTORY
                                   PERFORM LIST-ONE-REPORT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY WS-LIST-COUNT " report(s) held"
           END-IF.

       LIST-ONE-REPORT.
           IF WS-FILTER-REPORT = SPACES
                   OR WS-FILTER-REPORT = RR-REPORT
               ADD 1 TO WS-LIST-COUNT
               MOVE RR-BUS-DATE TO WS-LL-DATE
               MOVE RR-PROGRAM TO WS-LL-PROGRAM
               MOVE RR-REPORT TO WS-LL-REPORT
               MOVE RR-LINE-COUNT TO WS-LL-LINES
               MOVE RR-CAPTURE-DATE TO WS-LL-CAPT-DATE
               MOVE RR-CAPTURE-TIME TO WS-LL-CAPT-TIME
               MOVE RR-CAPTURED-BY TO WS-LL-CAPT-BY
               DISPLAY WS-LIST-LINE
           END-IF.

      * A blank to-date asks for the from-date alone.
       ACCEPT-DATE-RANGE.
           MOVE 'N' TO WS-RANGE-CHECK.
           DISPLAY "From business date (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "To business date (YYYYMMDD, blank = from date): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           MOVE WS-FROM-DATE TO WS-DATE-ENTRY.
           PERFORM CHECK-DATE.
           IF NOT DATE-VALID
               DISPLAY "From date " WS-FROM-DATE " is not a date"
           ELSE
               MOVE WS-TO-DATE TO WS-DATE-ENTRY
               PERFORM CHECK-DATE
               IF NOT DATE-VALID
                   DISPLAY "To date " WS-TO-DATE " is not a date"
               ELSE
                   IF WS-TO-DATE < WS-FROM-DATE
                       DISPLAY "To date is before the from date"
                   ELSE
                       SET RANGE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-DATE.
           MOVE 'N' TO WS-DATE-CHECK.
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-DATE-TEST
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TEST) = 0
                   SET DATE-VALID TO TRUE
               END-IF
           END-IF.

      * The report is named by business date, program and report;
      * its directory record must be on file and, for a payroll
      * report, the operator must be a supervisor.
       PICK-REPORT.
           MOVE 'N' TO WS-PICK-FOUND.
           DISPLAY "Business date (YYYYMMDD): ".
           ACCEPT WS-PICK-DATE.
           DISPLAY "Program: ".
           MOVE SPACES TO WS-PICK-PROGRAM.
           ACCEPT WS-PICK-PROGRAM.
           DISPLAY "Report: ".
           MOVE SPACES TO WS-PICK-REPORT.
           ACCEPT WS-PICK-REPORT.
           MOVE WS-PICK-DATE TO RR-BUS-DATE.
           MOVE WS-PICK-PROGRAM TO RR-PROGRAM.
           MOVE WS-PICK-REPORT TO RR-REPORT.
           MOVE 0 TO RR-LINE-NO.
           READ REPORT-REPO-FILE
               INVALID KEY
                   DISPLAY "No " WS-PICK-REPORT " from "
                       WS-PICK-PROGRAM " held for " WS-PICK-DATE
               NOT INVALID KEY
                   MOVE RR-LINE-COUNT TO WS-PICK-LINES
                   MOVE RR-CAPTURE-DATE TO WS-PICK-CAPT-DATE
                   MOVE RR-CAPTURE-TIME TO WS-PICK-CAPT-TIME
                   IF WS-PICK-PROGRAM = "PAYROLL"
                           AND NOT OPERATOR-IS-SUPER
                           AND NOT OPER-TABLE-MISSING
                       DISPLAY "Payroll reports are reprinted by a "
                           "supervisor only"
                   ELSE
                       SET PICK-FOUND TO TRUE
                   END-IF
           END-READ.

       REPRINT-PARA.
           PERFORM PICK-REPORT.
           IF PICK-FOUND
               IF NOT REPRINT-IS-OPEN
                   OPEN OUTPUT REPRINT-FILE
                   IF NOT PRINT-OK
                       MOVE "RPTINQ  " TO WS-ERROR-PGM
                       STRING "UNABLE TO OPEN RPTPRINT, STATUS "
                           DELIMITED BY SIZE
                           WS-PRINT-STATUS DELIMITED BY SIZE
                           INTO WS-ERROR-MSG
                       MOVE 8 TO WS-ERROR-CODE
                       PERFORM ABEND-PARA
                   END-IF
                   SET REPRINT-IS-OPEN TO TRUE
               END-IF
               MOVE SPACES TO REPRINT-LINE
               STRING "*** REPRINT OF " DELIMITED BY SIZE
                   WS-PICK-REPORT DELIMITED BY SPACE
                   " FROM " DELIMITED BY SIZE
                   WS-PICK-PROGRAM DELIMITED BY SPACE
                   " FOR BUSINESS DATE " DELIMITED BY SIZE
                   WS-PICK-DATE DELIMITED BY SIZE
                   ", CAPTURED " DELIMITED BY SIZE
                   WS-PICK-CAPT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PICK-CAPT-TIME DELIMITED BY SIZE
                   INTO REPRINT-LINE
               WRITE REPRINT-LINE
               MOVE SPACES TO REPRINT-LINE
               STRING "*** REPRINTED " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO REPRINT-LINE
               WRITE REPRINT-LINE
               PERFORM COPY-REPORT-LINES
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "REPRINT " DELIMITED BY SIZE
                   WS-PICK-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PICK-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PICK-REPORT DELIMITED BY SIZE
                   " LINES=" DELIMITED BY SIZE
                   WS-LINES-COPIED DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "RPTINQ  ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               DISPLAY WS-LINES-COPIED " line(s) reprinted"
           END-IF.

       EXTRACT-PARA.
           PERFORM PICK-REPORT.
           IF PICK-FOUND
               IF NOT EXTRACT-IS-OPEN
                   OPEN OUTPUT EXTRACT-FILE
                   IF NOT EXTR-OK
                       MOVE "RPTINQ  " TO WS-ERROR-PGM
                       STRING "UNABLE TO OPEN RPTEXTR, STATUS "
                           DELIMITED BY SIZE
                           WS-EXTR-STATUS DELIMITED BY SIZE
                           INTO WS-ERROR-MSG
                       MOVE 8 TO WS-ERROR-CODE
                       PERFORM ABEND-PARA
                   END-IF
                   SET EXTRACT-IS-OPEN TO TRUE
               END-IF
               PERFORM COPY-REPORT-LINES
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "EXTRACT " DELIMITED BY SIZE
                   WS-PICK-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PICK-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PICK-REPORT DELIMITED BY SIZE
                   " LINES=" DELIMITED BY SIZE
                   WS-LINES-COPIED DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "RPTINQ  ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               DISPLAY WS-LINES-COPIED " line(s) extracted"
           END-IF.

      * The lines follow the directory record in key order; a
      * reprint and an extract differ only in where they go.
       COPY-REPORT-LINES.
           MOVE 0 TO WS-LINES-COPIED.
           MOVE 'N' TO WS-COPY-DONE.
           MOVE WS-PICK-DATE TO RR-BUS-DATE.
           MOVE WS-PICK-PROGRAM TO RR-PROGRAM.
           MOVE WS-PICK-REPORT TO RR-REPORT.
           MOVE 1 TO RR-LINE-NO.
           START REPORT-REPO-FILE KEY IS NOT LESS THAN RR-KEY
               INVALID KEY
                   SET COPY-DONE TO TRUE
           END-START.
           PERFORM UNTIL COPY-DONE
               READ REPORT-REPO-FILE NEXT RECORD
                   AT END
                       SET COPY-DONE TO TRUE
                   NOT AT END
                       IF RR-BUS-DATE NOT = WS-PICK-DATE
                               OR RR-PROGRAM NOT = WS-PICK-PROGRAM
                               OR RR-REPORT NOT = WS-PICK-REPORT
                           SET COPY-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-LINES-COPIED
                           IF CHOICE-REPRINT
                               WRITE REPRINT-LINE FROM RR-LINE
                           ELSE
                               WRITE EXTRACT-LINE FROM RR-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LINES-COPIED NOT = WS-PICK-LINES
               DISPLAY "Warning: " WS-LINES-COPIED " line(s) found, "
                   "the directory says " WS-PICK-LINES
           END-IF.

           COPY ERRHAND.
       END PROGRAM REPORT-INQUIRY.
