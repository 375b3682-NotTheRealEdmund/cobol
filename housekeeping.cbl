      *          record on these files carries its date in the first
      *          eight bytes, which is what the cutoff test relies
      *          on. A file with no policy record is left alone.
      *          The same run clears expired reports out of the
      *          RPTREPO report repository: a RETPOL record whose file
      *          name is a report name sets how many months that
      *          report is held, a record named REPORTS sets it for
      *          every report without its own, and a report with
      *          neither is kept. Expired reports are deleted, not
      *          archived; the repository is the archive copy.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version; the movement report was already
      *   2026-09-02 - The archive destination on the policy record
      *                is honoured now; the built-in names only back
      *                up a blank RP-DEST.
      *   2026-10-15 - Expired reports are deleted from the RPTREPO
      *                report repository by report-name retention on
      *                RETPOL; the policy table holds 50 entries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEPING.
           SELECT WORK-FILE ASSIGN TO "HSKPTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REPORT-REPO-FILE ASSIGN TO "RPTREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-REPO-STATUS.
           SELECT CUTOVER-REPORT ASSIGN TO "HSKPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       01  ARCHIVE-LINE             PIC X(85).
       FD  WORK-FILE.
       01  WORK-LINE                PIC X(85).
       FD  REPORT-REPO-FILE.
           COPY RPTREPO.
       FD  CUTOVER-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           88 WORK-EOF              VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-REPO-STATUS        PIC X(2).
           88 REPO-OK               VALUE "00".
           88 REPO-EOF              VALUE "10".
       01 WS-LIVE-NAME          PIC X(8).
       01 WS-ARCH-NAME          PIC X(8).
       01 WS-POLICY-TABLE.
           05 WS-POL-ENTRY OCCURS 50 TIMES.
               10 WS-RP-FILE        PIC X(8).
               10 WS-RP-MONTHS      PIC 9(3).
               10 WS-RP-DEST        PIC X(8).
       01 WS-MOVED-COUNT        PIC 9(7).
       01 WS-KEPT-COUNT         PIC 9(7).
       01 WS-TOTAL-MOVED        PIC 9(7) VALUE 0.
      * Report repository purge: the report currently being read
      * and whether its retention has run out.
       01 WS-GROUP-KEY.
           05 WS-GROUP-DATE         PIC X(8).
           05 WS-GROUP-PROGRAM      PIC X(8).
           05 WS-GROUP-REPORT       PIC X(8).
       01 WS-GROUP-EXPIRED      PIC X VALUE 'N'.
           88 GROUP-EXPIRED         VALUE 'Y'.
       01 WS-PURGE-DONE         PIC X VALUE 'N'.
           88 PURGE-DONE            VALUE 'Y'.
       01 WS-DEFAULT-POL-SUB    PIC 9(2).
       01 WS-RPTS-PURGED        PIC 9(5) VALUE 0.
       01 WS-RPTS-KEPT          PIC 9(5) VALUE 0.
       01 WS-LINES-PURGED       PIC 9(7) VALUE 0.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       UNTIL WS-FILE-SUB > 4
                   PERFORM HOUSEKEEP-ONE-FILE
               END-PERFORM
               PERFORM PURGE-REPORT-REPOSITORY
           END-IF.
           MOVE WS-TOTAL-MOVED TO BT-TOTAL-COUNT.
           MOVE WS-TOTAL-MOVED TO BT-CONTROL-TOTAL.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "HOUSEKEEPING ARCHIVED=" DELIMITED BY SIZE
               WS-TOTAL-MOVED DELIMITED BY SIZE
               " REPORTS PURGED=" DELIMITED BY SIZE
               WS-RPTS-PURGED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "HOUSEKP ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
               DISPLAY "Unable to open RETPOL, nothing will be "
                   "archived"
           ELSE
               PERFORM UNTIL POL-EOF OR WS-POL-USED = 50
                   READ POLICY-FILE
                       AT END
                           SET POL-EOF TO TRUE
           MOVE "00" TO WS-WORK-STATUS.
           MOVE "00" TO WS-LIVE-STATUS.

      * One pass in key order. A report's lines follow its directory
      * record, so the retention decision is taken whenever the
      * business date, program or report changes and applies to
      * every record until the next change.
       PURGE-REPORT-REPOSITORY.
           OPEN I-O REPORT-REPO-FILE.
           IF NOT REPO-OK
               MOVE SPACES TO REPORT-LINE
               STRING "RPTREPO NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-REPO-STATUS DELIMITED BY SIZE
                   ", NO REPORTS PURGED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM FIND-DEFAULT-REPORT-POLICY
               MOVE HIGH-VALUES TO WS-GROUP-KEY
               MOVE 'N' TO WS-PURGE-DONE
               MOVE LOW-VALUES TO RR-KEY
               START REPORT-REPO-FILE KEY IS NOT LESS THAN RR-KEY
                   INVALID KEY
                       SET PURGE-DONE TO TRUE
               END-START
               PERFORM UNTIL PURGE-DONE
                   READ REPORT-REPO-FILE NEXT RECORD
                       AT END
                           SET PURGE-DONE TO TRUE
                       NOT AT END
                           PERFORM PURGE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE REPORT-REPO-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "RPTREPO: REPORTS DELETED " DELIMITED BY SIZE
                   WS-RPTS-PURGED DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-LINES-PURGED DELIMITED BY SIZE
                   " LINES), KEPT " DELIMITED BY SIZE
                   WS-RPTS-KEPT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PURGE-ONE-RECORD.
           IF RR-BUS-DATE NOT = WS-GROUP-DATE
                   OR RR-PROGRAM NOT = WS-GROUP-PROGRAM
                   OR RR-REPORT NOT = WS-GROUP-REPORT
               MOVE RR-BUS-DATE TO WS-GROUP-DATE
               MOVE RR-PROGRAM TO WS-GROUP-PROGRAM
               MOVE RR-REPORT TO WS-GROUP-REPORT
               PERFORM DECIDE-REPORT-RETENTION
           END-IF.
           IF GROUP-EXPIRED
               DELETE REPORT-REPO-FILE RECORD
               IF NOT RR-DIRECTORY
                   ADD 1 TO WS-LINES-PURGED
               END-IF
           END-IF.

      * The report's own policy wins over the REPORTS default; with
      * neither the report is kept.
       DECIDE-REPORT-RETENTION.
           MOVE 'N' TO WS-GROUP-EXPIRED.
           MOVE 0 TO WS-POL-FOUND-SUB.
           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                   UNTIL WS-POL-SUB > WS-POL-USED
               IF WS-RP-FILE(WS-POL-SUB) = WS-GROUP-REPORT
                   MOVE WS-POL-SUB TO WS-POL-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-POL-FOUND-SUB = 0
               MOVE WS-DEFAULT-POL-SUB TO WS-POL-FOUND-SUB
           END-IF.
           IF WS-POL-FOUND-SUB NOT = 0
               PERFORM COMPUTE-CUTOFF-MONTH
               IF WS-GROUP-DATE(1:6) < WS-CUTOFF-MONTH
                   SET GROUP-EXPIRED TO TRUE
               END-IF
           END-IF.
           IF GROUP-EXPIRED
               ADD 1 TO WS-RPTS-PURGED
           ELSE
               ADD 1 TO WS-RPTS-KEPT
           END-IF.

       FIND-DEFAULT-REPORT-POLICY.
           MOVE 0 TO WS-DEFAULT-POL-SUB.
           PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                   UNTIL WS-POL-SUB > WS-POL-USED
               IF WS-RP-FILE(WS-POL-SUB) = "REPORTS"
                   MOVE WS-POL-SUB TO WS-DEFAULT-POL-SUB
               END-IF
           END-PERFORM.

           COPY ERRHAND.
       END PROGRAM HOUSEKEEPING.
