      *                file is opened for output, so a missing work
      *                file can no longer leave the live audit trail
      *                truncated empty.
      *   2026-10-15 - Carries the AUDITTRL chain across the cutover:
      *                the archived month's first and last sequence
      *                numbers and its closing chain hash are kept on
      *                ARCHCTL, which is where AUDCHAIN picks up the
      *                link into the next generation and the live
      *                file. A month can only be archived from the
      *                head of the trail, so every generation is one
      *                unbroken run of the chain.
      *   2026-10-15 - A blank month archives the month before the
      *                run date, for the scheduled first-business-day
      *                run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-TRAIL-ARCHIVE.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(126).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE              PIC X(126).
       FD  WORK-FILE.
       01  WORK-LINE                 PIC X(126).
       FD  ARCHIVE-CONTROL.
       01  ARCHIVE-CONTROL-RECORD.
           05 AC-MONTH              PIC X(6).
           05 AC-RUN-DATE           PIC X(8).
           05 AC-COUNT              PIC 9(7).
      * The run of the chain in the generation: first and last
      * sequence numbers and the last entry's chain hash. Zero and
      * blank for a month archived before the chain, or with no
      * chained entries in it.
           05 AC-FIRST-SEQ          PIC 9(9).
           05 AC-LAST-SEQ           PIC 9(9).
           05 AC-LAST-HASH          PIC X(24).
       FD  ARCHIVE-REPORT.
       01  REPORT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-ARCH-MONTH         PIC X(6).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RD-YEAR            PIC 9(4).
           05 WS-RD-MONTH           PIC 9(2).
           05 WS-RD-DAY             PIC 9(2).
       01 WS-ALREADY-DONE       PIC X VALUE 'N'.
           88 MONTH-ALREADY-DONE    VALUE 'Y'.
       01 WS-ARCHIVED-COUNT     PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT         PIC 9(7) VALUE 0.
       01 WS-VERIFY-COUNT       PIC 9(7) VALUE 0.
       01 WS-FIRST-SEQ          PIC 9(9) VALUE 0.
       01 WS-LAST-SEQ           PIC 9(9) VALUE 0.
       01 WS-LAST-HASH          PIC X(24) VALUE SPACES.
       01 WS-OUT-OF-ORDER       PIC X VALUE 'N'.
           88 MONTH-NOT-AT-HEAD     VALUE 'Y'.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Month to archive (YYYYMM): ".
           ACCEPT WS-ARCH-MONTH.
           IF WS-ARCH-MONTH = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               IF WS-RD-MONTH = 1
                   SUBTRACT 1 FROM WS-RD-YEAR
                   MOVE 12 TO WS-RD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-RD-MONTH
               END-IF
               MOVE WS-RUN-DATE(1:6) TO WS-ARCH-MONTH
           END-IF.
           PERFORM CHECK-MONTH-NOT-DONE.
           IF MONTH-ALREADY-DONE
               DISPLAY "Month " WS-ARCH-MONTH " was already "
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM COPY-MONTH-TO-ARCHIVE
               IF MONTH-NOT-AT-HEAD
                   MOVE "AUDARCH " TO WS-ERROR-PGM
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING "MONTH " DELIMITED BY SIZE
                       WS-ARCH-MONTH DELIMITED BY SIZE
                       " NOT AT AUDITTRL HEAD, ARCHIVE EARLIER FIRST"
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               PERFORM VERIFY-ARCHIVE-COUNT
               IF WS-VERIFY-COUNT NOT = WS-ARCHIVED-COUNT
                   MOVE "AUDARCH " TO WS-ERROR-PGM
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AR-DATE(1:6) = WS-ARCH-MONTH
                           IF WS-KEPT-COUNT > 0
                               SET MONTH-NOT-AT-HEAD TO TRUE
                           END-IF
                           ADD 1 TO WS-ARCHIVED-COUNT
                           IF AR-SEQ IS NUMERIC
                               IF WS-FIRST-SEQ = 0
                                   MOVE AR-SEQ TO WS-FIRST-SEQ
                               END-IF
                               MOVE AR-SEQ TO WS-LAST-SEQ
                               MOVE AR-CHAIN-HASH TO WS-LAST-HASH
                           END-IF
                           WRITE ARCHIVE-LINE FROM AUDIT-RECORD
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
           MOVE WS-ARCH-MONTH TO AC-MONTH.
           ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-ARCHIVED-COUNT TO AC-COUNT.
           MOVE WS-FIRST-SEQ TO AC-FIRST-SEQ.
           MOVE WS-LAST-SEQ TO AC-LAST-SEQ.
           MOVE WS-LAST-HASH TO AC-LAST-HASH.
           WRITE ARCHIVE-CONTROL-RECORD.
           CLOSE ARCHIVE-CONTROL.

               " VERIFIED BY COUNT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LAST-SEQ = 0
               MOVE "NO CHAINED ENTRIES IN THE MONTH" TO REPORT-LINE
           ELSE
               STRING "CHAIN SEQ " DELIMITED BY SIZE
                   WS-FIRST-SEQ DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-LAST-SEQ DELIMITED BY SIZE
                   " CLOSING HASH " DELIMITED BY SIZE
                   WS-LAST-HASH DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-ARCHIVED-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-ARCHIVED-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
