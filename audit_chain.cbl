      ******************************************************************
      * Author:
      * Date:
      * Purpose: Audit-trail chain verification. Walks AUDITTRL (and,
      *          for FULL, every AUDARCHV generation first) checking
      *          that each entry's sequence number follows the one
      *          before and that its chain hash is CHNHASH of the
      *          entry before's hash and its own content. Generations
      *          may arrive in any order: each one has to start where
      *          an earlier cutover on ARCHCTL ended and end where its
      *          own cutover did, and every generation ARCHCTL knows
      *          of after the oldest one present has to be there. The
      *          live file has to follow on from the last cutover and
      *          end at the chain head on AUDHEAD. Every broken or
      *          missing link is listed on AUDCHNRP, the first one is
      *          logged on AUDITTRL as an error under event code CHNB,
      *          and the run ends with return code 8 so the JCL
      *          blocks the chain the way a broken master seal does.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; one deleted ABND line could hide
      *                a failure from AUDITSCN and the dashboard.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCHIVE-CONTROL ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CHAIN-HEAD-FILE ASSIGN TO "AUDHEAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.
           SELECT CHAIN-REPORT ASSIGN TO "AUDCHNRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(126).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE              PIC X(126).
       FD  ARCHIVE-CONTROL.
       01  ARCHIVE-CONTROL-RECORD.
           05 AC-MONTH              PIC X(6).
           05 AC-RUN-DATE           PIC X(8).
           05 AC-COUNT              PIC 9(7).
           05 AC-FIRST-SEQ          PIC 9(9).
           05 AC-LAST-SEQ           PIC 9(9).
           05 AC-LAST-HASH          PIC X(24).
       FD  CHAIN-HEAD-FILE.
       01  CHAIN-HEAD-RECORD.
           05 AH-SEQ                PIC 9(9).
           05 AH-CHAIN-HASH         PIC X(24).
       FD  CHAIN-REPORT.
       01  REPORT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-AUDIT-STATUS       PIC X(2).
           88 AUDIT-OK              VALUE "00".
           88 AUDIT-EOF             VALUE "10".
       01 WS-CTL-STATUS         PIC X(2).
           88 CTL-OK                VALUE "00".
           88 CTL-EOF               VALUE "10".
       01 WS-HEAD-STATUS        PIC X(2).
           88 HEAD-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-FUNCTION           PIC X(4).
           88 FUNC-LIVE             VALUE "LIVE".
           88 FUNC-FULL             VALUE "FULL".
       01 WS-TODAY              PIC X(8).
      * The cutovers that carried chained entries, in ARCHCTL (and so
      * sequence) order, looked up by the last sequence number each
      * one archived.
       01 WS-ARCH-USED          PIC 9(3) VALUE 0.
       01 WS-ARCH-TABLE.
           05 WS-ARCH-ENTRY OCCURS 1 TO 240 TIMES
                   DEPENDING ON WS-ARCH-USED
                   ASCENDING KEY IS WS-AC-LAST-SEQ
                   INDEXED BY WS-ARCH-IDX.
               10 WS-AC-MONTH       PIC X(6).
               10 WS-AC-FIRST-SEQ   PIC 9(9).
               10 WS-AC-LAST-SEQ    PIC 9(9).
               10 WS-AC-LAST-HASH   PIC X(24).
               10 WS-AC-SEEN        PIC X(1).
                   88 GENERATION-SEEN       VALUE 'Y'.
       01 WS-ARCH-SUB           PIC 9(3).
       01 WS-OLDEST-SEEN        PIC 9(3).
       01 WS-FIND-SEQ           PIC 9(9).
       01 WS-ARCH-FOUND         PIC X VALUE 'N'.
           88 CUTOVER-FOUND         VALUE 'Y'.
       01 WS-HEAD-SEQ           PIC 9(9) VALUE 0.
       01 WS-HEAD-HASH          PIC X(24) VALUE SPACES.
       01 WS-HEAD-READ          PIC X VALUE 'N'.
           88 CHAIN-HEAD-READ       VALUE 'Y'.
      * Where the walk has got to in the stream being read.
       01 WS-STREAM             PIC X(8).
           88 STREAM-IS-ARCHIVE     VALUE "AUDARCHV".
       01 WS-CHAIN-STARTED      PIC X VALUE 'N'.
           88 CHAIN-STARTED         VALUE 'Y'.
       01 WS-PREV-SEQ           PIC 9(9).
       01 WS-PREV-HASH          PIC X(24).
       01 WS-LINK-HASH          PIC X(24).
       01 WS-WORK-HASH          PIC X(24).
       01 WS-LINK-KNOWN         PIC X VALUE 'N'.
           88 LINK-KNOWN            VALUE 'Y'.
      * Per-stream counts: 1 the archive generations, 2 the live file.
       01 WS-COUNT-TABLE.
           05 WS-COUNT-ENTRY OCCURS 2 TIMES.
               10 WS-CT-READ        PIC 9(9).
               10 WS-CT-ENTRIES     PIC 9(9).
               10 WS-CT-CHAINED     PIC 9(9).
               10 WS-CT-UNCHAINED   PIC 9(9).
               10 WS-CT-BREAKS      PIC 9(5).
       01 WS-CT-SUB             PIC 9(1).
       01 WS-BREAK-TOTAL        PIC 9(5) VALUE 0.
       01 WS-BREAK-SEQ          PIC 9(9).
       01 WS-BREAK-REASON       PIC X(40).
       01 WS-FIRST-BREAK.
           05 WS-FB-STREAM          PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FB-SEQ             PIC 9(9).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FB-REASON          PIC X(37).
       01 WS-BREAK-LINE.
           05 WS-BL-STREAM          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BL-SEQ             PIC Z(8)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BL-REASON          PIC X(40).
       01 WS-COUNT-LINE.
           05 WS-CL-STREAM          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-ENTRIES         PIC Z(8)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-CHAINED         PIC Z(8)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-UNCHAINED       PIC Z(8)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-BREAKS          PIC Z(4)9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Function (LIVE or FULL): ".
           ACCEPT WS-FUNCTION.
           IF NOT FUNC-LIVE AND NOT FUNC-FULL
               DISPLAY "Unknown function " WS-FUNCTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1 UNTIL WS-CT-SUB > 2
               MOVE 0 TO WS-CT-READ(WS-CT-SUB)
               MOVE 0 TO WS-CT-ENTRIES(WS-CT-SUB)
               MOVE 0 TO WS-CT-CHAINED(WS-CT-SUB)
               MOVE 0 TO WS-CT-UNCHAINED(WS-CT-SUB)
               MOVE 0 TO WS-CT-BREAKS(WS-CT-SUB)
           END-PERFORM.
           MOVE SPACES TO WS-FB-STREAM WS-FB-REASON.
           MOVE 0 TO WS-FB-SEQ.
           PERFORM LOAD-CUTOVERS.
           PERFORM LOAD-CHAIN-HEAD.
           OPEN OUTPUT CHAIN-REPORT.
           IF NOT RPT-OK
               MOVE "AUDCHAIN" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN AUDCHNRP, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "AUDCHAIN" TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AUDIT TRAIL CHAIN VERIFICATION (" DELIMITED BY SIZE
               WS-FUNCTION DELIMITED BY SIZE
               ") AS AT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILE             SEQ  BROKEN OR MISSING LINK"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF FUNC-FULL
               PERFORM WALK-ARCHIVE-GENERATIONS
           END-IF.
           PERFORM WALK-LIVE-FILE.
           IF WS-BREAK-TOTAL = 0
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-CHAIN-SUMMARY.
           MOVE WS-CT-ENTRIES(1) TO BT-TOTAL-COUNT.
           ADD WS-CT-ENTRIES(2) TO BT-TOTAL-COUNT.
           MOVE WS-BREAK-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CHAIN-REPORT.
           IF WS-BREAK-TOTAL > 0
               DISPLAY "AUDIT TRAIL CHAIN BROKEN, CHAIN BLOCKED"
               DISPLAY "First break: " WS-FIRST-BREAK
               MOVE SPACES TO WS-AUDIT-DETAIL
               MOVE WS-FIRST-BREAK TO WS-AUDIT-DETAIL
               MOVE "CHNB" TO AE-EVENT-CODE
               SET AE-SEV-ERROR TO TRUE
               CALL 'AUDITLOG' USING "AUDCHAIN", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Audit trail chain verified"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "AUDIT CHAIN VERIFIED " DELIMITED BY SIZE
                   WS-FUNCTION DELIMITED BY SIZE
                   " HEAD=" DELIMITED BY SIZE
                   WS-PREV-SEQ DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "AUDCHAIN", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
           END-IF.
           STOP RUN.

      * Months archived before the chain (or with nothing chained in
      * them) have no sequence range and take no part in the links.
       LOAD-CUTOVERS.
           MOVE 0 TO WS-ARCH-USED.
           OPEN INPUT ARCHIVE-CONTROL.
           IF CTL-OK
               PERFORM UNTIL CTL-EOF
                   READ ARCHIVE-CONTROL
                       AT END
                           SET CTL-EOF TO TRUE
                       NOT AT END
                           IF AC-LAST-SEQ IS NUMERIC
                                   AND AC-LAST-SEQ > 0
                               PERFORM TAKE-ONE-CUTOVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CONTROL
           END-IF.

       TAKE-ONE-CUTOVER.
           IF WS-ARCH-USED = 240
               MOVE "AUDCHAIN" TO WS-ERROR-PGM
               MOVE "ARCHCTL TABLE FULL" TO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ADD 1 TO WS-ARCH-USED.
           MOVE AC-MONTH TO WS-AC-MONTH(WS-ARCH-USED).
           MOVE AC-FIRST-SEQ TO WS-AC-FIRST-SEQ(WS-ARCH-USED).
           MOVE AC-LAST-SEQ TO WS-AC-LAST-SEQ(WS-ARCH-USED).
           MOVE AC-LAST-HASH TO WS-AC-LAST-HASH(WS-ARCH-USED).
           MOVE 'N' TO WS-AC-SEEN(WS-ARCH-USED).

       LOAD-CHAIN-HEAD.
           OPEN INPUT CHAIN-HEAD-FILE.
           IF HEAD-OK
               READ CHAIN-HEAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AH-SEQ IS NUMERIC
                           MOVE AH-SEQ TO WS-HEAD-SEQ
                           MOVE AH-CHAIN-HASH TO WS-HEAD-HASH
                           SET CHAIN-HEAD-READ TO TRUE
                       END-IF
               END-READ
               CLOSE CHAIN-HEAD-FILE
           END-IF.

      * The cutover that archived up to WS-FIND-SEQ, if there is one.
       FIND-CUTOVER.
           MOVE 'N' TO WS-ARCH-FOUND.
           IF WS-ARCH-USED > 0
               SEARCH ALL WS-ARCH-ENTRY
                   WHEN WS-AC-LAST-SEQ(WS-ARCH-IDX) = WS-FIND-SEQ
                       SET CUTOVER-FOUND TO TRUE
                       SET WS-ARCH-SUB TO WS-ARCH-IDX
               END-SEARCH
           END-IF.

       WALK-ARCHIVE-GENERATIONS.
           MOVE "AUDARCHV" TO WS-STREAM.
           MOVE 1 TO WS-CT-SUB.
           MOVE 'N' TO WS-CHAIN-STARTED.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT AUDIT-OK
               MOVE 0 TO WS-BREAK-SEQ
               MOVE "NO ARCHIVE GENERATIONS COULD BE READ"
                   TO WS-BREAK-REASON
               PERFORM RECORD-BREAK
           ELSE
               PERFORM UNTIL AUDIT-EOF
                   READ ARCHIVE-FILE INTO AUDIT-RECORD
                       AT END
                           SET AUDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               IF CHAIN-STARTED
                   PERFORM END-OF-GENERATION
               END-IF
               PERFORM CHECK-GENERATIONS-PRESENT
           END-IF.

      * Generations can roll off the end of the archive; only those
      * cut over after the oldest one still present have to be
      * there.
       CHECK-GENERATIONS-PRESENT.
           MOVE 0 TO WS-OLDEST-SEEN.
           PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
                   UNTIL WS-ARCH-SUB > WS-ARCH-USED
                   OR WS-OLDEST-SEEN > 0
               IF GENERATION-SEEN(WS-ARCH-SUB)
                   MOVE WS-ARCH-SUB TO WS-OLDEST-SEEN
               END-IF
           END-PERFORM.
           IF WS-OLDEST-SEEN > 0
               PERFORM VARYING WS-ARCH-SUB FROM WS-OLDEST-SEEN BY 1
                       UNTIL WS-ARCH-SUB > WS-ARCH-USED
                   IF NOT GENERATION-SEEN(WS-ARCH-SUB)
                       MOVE WS-AC-FIRST-SEQ(WS-ARCH-SUB)
                           TO WS-BREAK-SEQ
                       MOVE SPACES TO WS-BREAK-REASON
                       STRING "GENERATION FOR " DELIMITED BY SIZE
                           WS-AC-MONTH(WS-ARCH-SUB)
                           DELIMITED BY SIZE
                           " MISSING OR CUT SHORT" DELIMITED BY SIZE
                           INTO WS-BREAK-REASON
                       PERFORM RECORD-BREAK
                   END-IF
               END-PERFORM
           END-IF.

       WALK-LIVE-FILE.
           MOVE "AUDITTRL" TO WS-STREAM.
           MOVE 2 TO WS-CT-SUB.
           MOVE 'N' TO WS-CHAIN-STARTED.
           MOVE 0 TO WS-PREV-SEQ.
           OPEN INPUT AUDIT-FILE.
           IF NOT AUDIT-OK
               MOVE "AUDCHAIN" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN AUDITTRL, STATUS "
                   DELIMITED BY SIZE
                   WS-AUDIT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM END-OF-LIVE-FILE.

      * Entries written before the chain are only allowed ahead of
      * the first chained one.
       CHECK-ONE-ENTRY.
           ADD 1 TO WS-CT-ENTRIES(WS-CT-SUB).
           IF AR-SEQ IS NUMERIC
               ADD 1 TO WS-CT-CHAINED(WS-CT-SUB)
               PERFORM CHECK-CHAINED-ENTRY
           ELSE
               ADD 1 TO WS-CT-UNCHAINED(WS-CT-SUB)
               IF CHAIN-STARTED
                   MOVE WS-PREV-SEQ TO WS-BREAK-SEQ
                   MOVE "UNCHAINED ENTRY AFTER THIS ONE"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.

       CHECK-CHAINED-ENTRY.
           MOVE 'N' TO WS-LINK-KNOWN.
           IF CHAIN-STARTED AND AR-SEQ = WS-PREV-SEQ + 1
               MOVE WS-PREV-HASH TO WS-LINK-HASH
               SET LINK-KNOWN TO TRUE
           ELSE
               IF CHAIN-STARTED AND NOT STREAM-IS-ARCHIVE
                   MOVE AR-SEQ TO WS-BREAK-SEQ
                   MOVE SPACES TO WS-BREAK-REASON
                   STRING "DOES NOT FOLLOW SEQ " DELIMITED BY SIZE
                       WS-PREV-SEQ DELIMITED BY SIZE
                       INTO WS-BREAK-REASON
                   PERFORM RECORD-BREAK
               ELSE
                   IF CHAIN-STARTED
                       PERFORM END-OF-GENERATION
                   END-IF
                   PERFORM START-OF-RUN
               END-IF
           END-IF.
           IF LINK-KNOWN
               CALL 'CHNHASH' USING WS-LINK-HASH,
                   AUDIT-RECORD(1:102), WS-WORK-HASH
               IF WS-WORK-HASH NOT = AR-CHAIN-HASH
                   MOVE AR-SEQ TO WS-BREAK-SEQ
                   MOVE "HASH DOES NOT LINK TO THE ENTRY BEFORE"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.
           SET CHAIN-STARTED TO TRUE.
           MOVE AR-SEQ TO WS-PREV-SEQ.
           MOVE AR-CHAIN-HASH TO WS-PREV-HASH.

      * The first chained entry of a generation, or of the live file,
      * links to the cutover that archived the entry before it; the
      * live file has to follow the latest cutover. Sequence 1 is the
      * start of the chain and links to nothing.
       START-OF-RUN.
           IF AR-SEQ = 1
               MOVE SPACES TO WS-LINK-HASH
               SET LINK-KNOWN TO TRUE
               IF WS-ARCH-USED > 0 AND NOT STREAM-IS-ARCHIVE
                   MOVE AR-SEQ TO WS-BREAK-SEQ
                   MOVE "CHAIN RESTARTED AFTER AN ARCHIVE CUTOVER"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-BREAK
               END-IF
           ELSE
               COMPUTE WS-FIND-SEQ = AR-SEQ - 1
               PERFORM FIND-CUTOVER
               IF CUTOVER-FOUND
                       AND (STREAM-IS-ARCHIVE
                       OR WS-ARCH-SUB = WS-ARCH-USED)
                   MOVE WS-AC-LAST-HASH(WS-ARCH-SUB) TO WS-LINK-HASH
                   SET LINK-KNOWN TO TRUE
               ELSE
                   MOVE AR-SEQ TO WS-BREAK-SEQ
                   MOVE "ENTRIES MISSING BEFORE THIS ONE"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.

      * A generation has to end exactly where its cutover said it
      * did, on the same chain hash.
       END-OF-GENERATION.
           MOVE WS-PREV-SEQ TO WS-FIND-SEQ.
           PERFORM FIND-CUTOVER.
           IF CUTOVER-FOUND
                   AND WS-AC-LAST-HASH(WS-ARCH-SUB) = WS-PREV-HASH
               SET GENERATION-SEEN(WS-ARCH-SUB) TO TRUE
           ELSE
               MOVE WS-PREV-SEQ TO WS-BREAK-SEQ
               MOVE "GENERATION DOES NOT END ON A CUTOVER"
                   TO WS-BREAK-REASON
               PERFORM RECORD-BREAK
           END-IF.

      * The live file has to end on the chain head AUDITLOG last
      * wrote; with nothing chained on it, the head is where the last
      * cutover ended.
       END-OF-LIVE-FILE.
           IF NOT CHAIN-STARTED
               IF WS-ARCH-USED > 0
                   MOVE WS-AC-LAST-SEQ(WS-ARCH-USED) TO WS-PREV-SEQ
                   MOVE WS-AC-LAST-HASH(WS-ARCH-USED) TO WS-PREV-HASH
               ELSE
                   MOVE 0 TO WS-PREV-SEQ
                   MOVE SPACES TO WS-PREV-HASH
               END-IF
           END-IF.
           IF CHAIN-HEAD-READ
               IF WS-HEAD-SEQ NOT = WS-PREV-SEQ
                       OR WS-HEAD-HASH NOT = WS-PREV-HASH
                   MOVE WS-PREV-SEQ TO WS-BREAK-SEQ
                   MOVE SPACES TO WS-BREAK-REASON
                   STRING "LIVE FILE ENDS HERE, HEAD IS "
                       DELIMITED BY SIZE
                       WS-HEAD-SEQ DELIMITED BY SIZE
                       INTO WS-BREAK-REASON
                   PERFORM RECORD-BREAK
               END-IF
           END-IF.

       RECORD-BREAK.
           ADD 1 TO WS-CT-BREAKS(WS-CT-SUB).
           ADD 1 TO WS-BREAK-TOTAL.
           IF WS-BREAK-TOTAL = 1
               MOVE WS-STREAM TO WS-FB-STREAM
               MOVE WS-BREAK-SEQ TO WS-FB-SEQ
               MOVE WS-BREAK-REASON TO WS-FB-REASON
           END-IF.
           MOVE WS-STREAM TO WS-BL-STREAM.
           MOVE WS-BREAK-SEQ TO WS-BL-SEQ.
           MOVE WS-BREAK-REASON TO WS-BL-REASON.
           MOVE WS-BREAK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CHAIN-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILE         ENTRIES    CHAINED  UNCHAINED  BREAKS"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF FUNC-FULL
               MOVE "AUDARCHV" TO WS-CL-STREAM
               MOVE 1 TO WS-CT-SUB
               PERFORM WRITE-COUNT-LINE
           END-IF.
           MOVE "AUDITTRL" TO WS-CL-STREAM.
           MOVE 2 TO WS-CT-SUB.
           PERFORM WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUTOVERS ON ARCHCTL " DELIMITED BY SIZE
               WS-ARCH-USED DELIMITED BY SIZE
               "  CHAIN HEAD ON AUDHEAD " DELIMITED BY SIZE
               WS-HEAD-SEQ DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-BREAK-TOTAL = 0
               MOVE "CHAIN INTACT" TO REPORT-LINE
           ELSE
               STRING "FIRST BREAK " DELIMITED BY SIZE
                   WS-FIRST-BREAK DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-CT-ENTRIES(WS-CT-SUB) TO WS-CL-ENTRIES.
           MOVE WS-CT-CHAINED(WS-CT-SUB) TO WS-CL-CHAINED.
           MOVE WS-CT-UNCHAINED(WS-CT-SUB) TO WS-CL-UNCHAINED.
           MOVE WS-CT-BREAKS(WS-CT-SUB) TO WS-CL-BREAKS.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM AUDIT-CHAIN-VERIFY.
