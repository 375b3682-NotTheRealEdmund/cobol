      ******************************************************************
      * Author:
      * Date:
      * Purpose: Captures the reports a batch step has just written
      *          into the RPTREPO report repository, so any prior
      *          day's output can be listed and reprinted through
      *          RPTINQ after the next run has overwritten it. Each
      *          SYSIN card names the program that wrote a report
      *          (columns 1-8) and the report (columns 10-17); the
      *          report is read from the DD of the same name and held
      *          under the business date, the program and the report
      *          name, one record per line, behind a directory
      *          record giving the capture time and line count. A
      *          report captured again on the same business date (a
      *          rerun) replaces the earlier copy. A blank card or
      *          END finishes. A report that cannot be read is shown
      *          and the step ends with return code 4; the others are
      *          still captured. Retention is by report name on
      *          RETPOL and is applied by HOUSEKP.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; each run overwrote the one copy
      *                of every report and a query about an earlier
      *                day's output could not be answered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CAPTURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-REPO-FILE ASSIGN TO "RPTREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-REPO-STATUS.
           SELECT CAPTURE-FILE ASSIGN TO WS-CAPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-REPO-FILE.
           COPY RPTREPO.
       FD  CAPTURE-FILE.
       01  CAPTURE-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-REPO-STATUS        PIC X(2).
           88 REPO-OK               VALUE "00".
           88 REPO-NOT-FOUND        VALUE "35".
           88 REPO-EOF              VALUE "10".
       01 WS-CAPT-STATUS        PIC X(2).
           88 CAPT-OK               VALUE "00".
           88 CAPT-EOF              VALUE "10".
       01 WS-CAPT-NAME          PIC X(8).
       01 WS-CARD.
           05 WS-CD-PROGRAM         PIC X(8).
           05 FILLER                PIC X(1).
           05 WS-CD-REPORT          PIC X(8).
           05 FILLER                PIC X(63).
       01 WS-CARD-DONE          PIC X VALUE 'N'.
           88 CARDS-DONE            VALUE 'Y'.
       01 WS-BUS-DATE           PIC X(8).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-LINE-NO            PIC 9(6).
       01 WS-PRIOR-DONE         PIC X VALUE 'N'.
           88 PRIOR-DONE            VALUE 'Y'.
       01 WS-REPLACED-COUNT     PIC 9(5) VALUE 0.
       01 WS-CAPTURED-COUNT     PIC 9(5) VALUE 0.
       01 WS-MISSED-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-LINES        PIC 9(7) VALUE 0.
       01 WS-RESULT-CODE        PIC 9(4) VALUE 0.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN I-O REPORT-REPO-FILE.
           IF REPO-NOT-FOUND
               OPEN OUTPUT REPORT-REPO-FILE
               CLOSE REPORT-REPO-FILE
               OPEN I-O REPORT-REPO-FILE
           END-IF.
           IF NOT REPO-OK
               MOVE "RPTCAPT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RPTREPO, STATUS "
                   DELIMITED BY SIZE
                   WS-REPO-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL CARDS-DONE
               MOVE SPACES TO WS-CARD
               ACCEPT WS-CARD
               IF WS-CARD = SPACES OR WS-CD-PROGRAM = "END"
                   SET CARDS-DONE TO TRUE
               ELSE
                   PERFORM CAPTURE-ONE-REPORT
               END-IF
           END-PERFORM.
           CLOSE REPORT-REPO-FILE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "REPORTS CAPTURED=" DELIMITED BY SIZE
               WS-CAPTURED-COUNT DELIMITED BY SIZE
               " LINES=" DELIMITED BY SIZE
               WS-TOTAL-LINES DELIMITED BY SIZE
               " MISSED=" DELIMITED BY SIZE
               WS-MISSED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           IF WS-MISSED-COUNT > 0
               SET AE-SEV-WARNING TO TRUE
               MOVE 4 TO WS-RESULT-CODE
           END-IF.
           CALL 'AUDITLOG' USING "RPTCAPT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           DISPLAY WS-CAPTURED-COUNT " report(s) captured for "
               WS-BUS-DATE ", " WS-MISSED-COUNT " missed, "
               WS-REPLACED-COUNT " earlier copy(ies) replaced".
           MOVE WS-RESULT-CODE TO RETURN-CODE.
           STOP RUN.

       CAPTURE-ONE-REPORT.
           IF WS-CD-PROGRAM = SPACES OR WS-CD-REPORT = SPACES
               DISPLAY "Card not understood, program and report "
                   "both needed: " WS-CARD
               ADD 1 TO WS-MISSED-COUNT
           ELSE
               MOVE WS-CD-REPORT TO WS-CAPT-NAME
               OPEN INPUT CAPTURE-FILE
               IF NOT CAPT-OK
                   DISPLAY "Report " WS-CD-REPORT " from "
                       WS-CD-PROGRAM " not available, status "
                       WS-CAPT-STATUS
                   ADD 1 TO WS-MISSED-COUNT
               ELSE
                   PERFORM REMOVE-PRIOR-CAPTURE
                   PERFORM STORE-REPORT-LINES
                   CLOSE CAPTURE-FILE
                   PERFORM STORE-DIRECTORY
                   ADD 1 TO WS-CAPTURED-COUNT
                   ADD WS-LINE-NO TO WS-TOTAL-LINES
                   DISPLAY "Captured " WS-CD-REPORT " from "
                       WS-CD-PROGRAM ", " WS-LINE-NO " line(s)"
               END-IF
           END-IF.

      * A second capture on the same business date is a rerun; its
      * copy replaces the first rather than being merged with it.
       REMOVE-PRIOR-CAPTURE.
           MOVE 'N' TO WS-PRIOR-DONE.
           MOVE WS-BUS-DATE TO RR-BUS-DATE.
           MOVE WS-CD-PROGRAM TO RR-PROGRAM.
           MOVE WS-CD-REPORT TO RR-REPORT.
           MOVE 0 TO RR-LINE-NO.
           START REPORT-REPO-FILE KEY IS NOT LESS THAN RR-KEY
               INVALID KEY
                   SET PRIOR-DONE TO TRUE
           END-START.
           PERFORM UNTIL PRIOR-DONE
               READ REPORT-REPO-FILE NEXT RECORD
                   AT END
                       SET PRIOR-DONE TO TRUE
                   NOT AT END
                       IF RR-BUS-DATE = WS-BUS-DATE
                               AND RR-PROGRAM = WS-CD-PROGRAM
                               AND RR-REPORT = WS-CD-REPORT
                           IF RR-DIRECTORY
                               ADD 1 TO WS-REPLACED-COUNT
                           END-IF
                           DELETE REPORT-REPO-FILE RECORD
                       ELSE
                           SET PRIOR-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-REPO-STATUS.

       STORE-REPORT-LINES.
           MOVE 0 TO WS-LINE-NO.
           PERFORM UNTIL CAPT-EOF
               READ CAPTURE-FILE
                   AT END
                       SET CAPT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       MOVE WS-BUS-DATE TO RR-BUS-DATE
                       MOVE WS-CD-PROGRAM TO RR-PROGRAM
                       MOVE WS-CD-REPORT TO RR-REPORT
                       MOVE WS-LINE-NO TO RR-LINE-NO
                       MOVE CAPTURE-LINE TO RR-LINE
                       PERFORM WRITE-REPO-RECORD
               END-READ
           END-PERFORM.

       STORE-DIRECTORY.
           MOVE WS-BUS-DATE TO RR-BUS-DATE.
           MOVE WS-CD-PROGRAM TO RR-PROGRAM.
           MOVE WS-CD-REPORT TO RR-REPORT.
           MOVE 0 TO RR-LINE-NO.
           MOVE SPACES TO RR-LINE.
           ACCEPT RR-CAPTURE-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOW-TIME(1:6) TO RR-CAPTURE-TIME.
           MOVE WS-LINE-NO TO RR-LINE-COUNT.
           MOVE AE-USER TO RR-CAPTURED-BY.
           PERFORM WRITE-REPO-RECORD.

       WRITE-REPO-RECORD.
           WRITE REPORT-REPO-RECORD
               INVALID KEY
                   MOVE "RPTCAPT " TO WS-ERROR-PGM
                   STRING "UNABLE TO STORE " DELIMITED BY SIZE
                       WS-CD-REPORT DELIMITED BY SPACE
                       " ON RPTREPO, STATUS " DELIMITED BY SIZE
                       WS-REPO-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
           END-WRITE.

           COPY ERRHAND.
       END PROGRAM REPORT-CAPTURE.
