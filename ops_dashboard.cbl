      *                id now, so the overdue count reads it with
      *                the same START/READ NEXT walk used for the
      *                run-status and checkpoint files.
      *   2026-10-15 - CKPTFILE record widened for the original-
      *                currency subtotal ADDTWO now checkpoints.
      *   2026-10-15 - PENDCHG record widened for the id of the
      *                operator who queued each change.
      *   2026-10-15 - AUDITTRL line widened for the sequence number
      *                and chain hash AUDITLOG now stamps.
      *   2026-10-15 - Last night's elapsed time per step against its
      *                average, the chain's elapsed time and slippage
      *                and the step that caused it, from the STEPTSUM
      *                summary STEPTIME writes; an overrun is AMBER.
      *   2026-10-15 - The paging alerts raised since the previous
      *                business date (ALERTOUT), each with who
      *                acknowledged it and when from the gateway's
      *                ALERTACK file; an unacknowledged alert is
      *                AMBER.
      *   2026-10-15 - The number of cross-master integrity rules the
      *                XREFCHK sweep found broken at error severity
      *                (its XREF audit entries); any is RED.
      *   2026-10-15 - CARRYFWD read with its currency and SUSPENSE at
      *                its full width, so each item counts once.
      *   2026-10-15 - CKPTFILE record widened for the posting source
      *                ADDTWO now checkpoints.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-DASHBOARD.
           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-STATUS.
           SELECT STEP-TIME-FILE ASSIGN TO "STEPTSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STIME-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERT-ACK-FILE ASSIGN TO "ALERTACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT DASHBOARD-REPORT ASSIGN TO "DASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-RECORD.
           05 CKF-PROGRAM-ID        PIC X(8).
           05 FILLER                PIC X(62).
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(126).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE             PIC X(61).
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           05 CF-KEY                PIC 9(6).
                                        SEPARATE.
           05 CF-AGE                PIC 9(2).
           05 CF-RUN-DATE           PIC X(8).
           05 CF-CURRENCY           PIC X(3).
       FD  HR-PENDING-FILE.
       01  HR-PENDING-RECORD.
           05 HP-EMP-ID             PIC 9(6).
           05 PC-I                  PIC 9.
           05 PC-J                  PIC 9.
           05 PC-VALUE              PIC X(4).
           05 PC-ENTERED-BY         PIC X(8).
       FD  STEP-TIME-FILE.
           COPY STEPTREC.
       FD  ALERT-FILE.
           COPY ALERTREC.
      * Written back by the paging gateway when the on-call engineer
      * acknowledges a page.
       FD  ALERT-ACK-FILE.
       01  ALERT-ACK-RECORD.
           05 AK-ALERT-ID           PIC 9(9).
           05 AK-ACK-BY             PIC X(8).
           05 AK-ACK-DATE           PIC X(8).
           05 AK-ACK-TIME           PIC X(6).
       FD  DASHBOARD-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PCHG-STATUS        PIC X(2).
           88 PCHG-OK               VALUE "00".
           88 PCHG-EOF              VALUE "10".
       01 WS-STIME-STATUS       PIC X(2).
           88 STIME-OK              VALUE "00".
           88 STIME-EOF             VALUE "10".
       01 WS-ALERT-STATUS       PIC X(2).
           88 ALERT-OK              VALUE "00".
           88 ALERT-EOF             VALUE "10".
       01 WS-ACK-STATUS         PIC X(2).
           88 ACK-OK                VALUE "00".
           88 ACK-EOF               VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-BUS-DATE           PIC X(8).
       01 WS-CKPT-COUNT         PIC 9(3) VALUE 0.
       01 WS-ERR-COUNT          PIC 9(5) VALUE 0.
       01 WS-WARN-COUNT         PIC 9(5) VALUE 0.
       01 WS-XREF-COUNT         PIC 9(5) VALUE 0.
       01 WS-SUSP-COUNT         PIC 9(5) VALUE 0.
       01 WS-CARRY-COUNT        PIC 9(5) VALUE 0.
       01 WS-OLDEST-AGE         PIC 9(2) VALUE 0.
           05 WS-SL-RC              PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SL-VERDICT         PIC X(5).
       01 WS-TIME-LINE.
           05 WS-TL-PGM             PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-TL-STEP            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-TL-ELAPSED         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-TL-AVERAGE         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-TL-VERDICT         PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-TL-NOTE            PIC X(12).
       01 WS-TIMED-COUNT        PIC 9(3) VALUE 0.
       01 WS-DUR-SECS           PIC 9(5).
       01 WS-DUR-TEXT.
           05 WS-DUR-HH             PIC 9(2).
           05 FILLER                PIC X(1) VALUE ":".
           05 WS-DUR-MM             PIC 9(2).
           05 FILLER                PIC X(1) VALUE ":".
           05 WS-DUR-SS             PIC 9(2).
       01 WS-DUR-SIGN           PIC X(1).
      * The alerts raised since the previous business date; more than
      * the table holds are counted but not listed.
       01 WS-ALERT-TABLE.
           05 WS-ALERT-ENTRY OCCURS 50 TIMES.
               10 WS-AT-ALERT       PIC X(99).
               10 WS-AT-ACK-BY      PIC X(8).
               10 WS-AT-ACK-DATE    PIC X(8).
               10 WS-AT-ACK-TIME    PIC X(6).
       01 WS-ALERT-USED         PIC 9(2) VALUE 0.
       01 WS-ALERT-SUB          PIC 9(2).
       01 WS-ALERT-COUNT        PIC 9(5) VALUE 0.
       01 WS-UNACK-COUNT        PIC 9(5) VALUE 0.
       01 WS-ALERT-FROM         PIC X(8).
       01 WS-ALERT-LINE.
           05 WS-AL-DATE            PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-TIME            PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-PGM             PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-EVENT           PIC X(4).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-GROUP           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-ACK-BY          PIC X(16).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-ACK-DATE        PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-AL-ACK-TIME        PIC X(5).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           WRITE REPORT-LINE.
           PERFORM REPORT-RUN-STATUS.
           PERFORM REPORT-STEP-STATUS.
           PERFORM REPORT-STEP-TIMES.
           PERFORM REPORT-CHECKPOINTS.
           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM REPORT-ALERTS.
           PERFORM COUNT-BACKLOGS.
           PERFORM REPORT-BACKLOGS.
           MOVE SPACES TO REPORT-LINE.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * STEPTSUM holds the last window STEPTIME timed: a line per
      * step and a total line. A step over its average by more than
      * the STEPTIME threshold is AMBER, as is one that never ended
      * (RUNSTAT shows whether it is still down).
       REPORT-STEP-TIMES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT STEP-TIME-FILE.
           IF NOT STIME-OK
               MOVE "NO STEP TIMINGS (STEPTSUM)" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "PROGRAM   STEP      ELAPSED   AVERAGE   VERDICT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM UNTIL STIME-EOF
                   READ STEP-TIME-FILE
                       AT END
                           SET STIME-EOF TO TRUE
                       NOT AT END
                           IF ST-STEP-LINE
                               PERFORM REPORT-ONE-STEP-TIME
                           ELSE
                               PERFORM REPORT-WINDOW-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-TIME-FILE
           END-IF.

       REPORT-ONE-STEP-TIME.
           ADD 1 TO WS-TIMED-COUNT.
           MOVE SPACES TO WS-TIME-LINE.
           MOVE ST-PROGRAM-ID TO WS-TL-PGM.
           MOVE ST-STEP-NAME TO WS-TL-STEP.
           MOVE "GREEN" TO WS-VERDICT.
           IF NOT ST-NO-END
               MOVE ST-ELAPSED TO WS-DUR-SECS
               PERFORM FORMAT-DUR-TEXT
               MOVE WS-DUR-TEXT TO WS-TL-ELAPSED
           END-IF.
           IF ST-RUNS > 0
               MOVE ST-AVERAGE TO WS-DUR-SECS
               PERFORM FORMAT-DUR-TEXT
               MOVE WS-DUR-TEXT TO WS-TL-AVERAGE
           ELSE
               MOVE "FIRST RUN" TO WS-TL-NOTE
           END-IF.
           EVALUATE TRUE
               WHEN ST-OVERRUN
                   MOVE "AMBER" TO WS-VERDICT
                   MOVE "OVERRUN" TO WS-TL-NOTE
               WHEN ST-NO-END
                   MOVE "AMBER" TO WS-VERDICT
                   MOVE "NEVER ENDED" TO WS-TL-NOTE
               WHEN ST-STILL-RUNNING
                   MOVE "RUNNING" TO WS-TL-NOTE
           END-EVALUATE.
           PERFORM WORSEN-OVERALL.
           MOVE WS-VERDICT TO WS-TL-VERDICT.
           MOVE WS-TIME-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-WINDOW-TIME.
           IF STT-WINDOW-OPEN OR STT-WINDOW-CLOSED
               MOVE SPACES TO REPORT-LINE
               MOVE STT-ELAPSED TO WS-DUR-SECS
               PERFORM FORMAT-DUR-TEXT
               IF STT-WINDOW-OPEN
                   STRING "CHAIN PROJECTED " DELIMITED BY SIZE
                       WS-DUR-TEXT DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING "CHAIN ELAPSED   " DELIMITED BY SIZE
                       WS-DUR-TEXT DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               IF STT-AVERAGE > 0
                   MOVE STT-AVERAGE TO WS-DUR-SECS
                   PERFORM FORMAT-DUR-TEXT
                   MOVE "AVERAGE" TO REPORT-LINE(27:7)
                   MOVE WS-DUR-TEXT TO REPORT-LINE(35:8)
                   IF STT-SLIPPAGE < 0
                       MOVE "-" TO WS-DUR-SIGN
                       COMPUTE WS-DUR-SECS = 0 - STT-SLIPPAGE
                   ELSE
                       MOVE "+" TO WS-DUR-SIGN
                       MOVE STT-SLIPPAGE TO WS-DUR-SECS
                   END-IF
                   PERFORM FORMAT-DUR-TEXT
                   MOVE "SLIPPAGE" TO REPORT-LINE(45:8)
                   MOVE WS-DUR-SIGN TO REPORT-LINE(54:1)
                   MOVE WS-DUR-TEXT TO REPORT-LINE(55:8)
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF STT-SLIPPAGE > 0 AND STT-SLIP-PROGRAM NOT = SPACES
                   MOVE STT-SLIP-EXCESS TO WS-DUR-SECS
                   PERFORM FORMAT-DUR-TEXT
                   STRING "SLIPPAGE CAUSED BY " DELIMITED BY SIZE
                       STT-SLIP-PROGRAM DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       STT-SLIP-STEP DELIMITED BY SPACE
                       " (+" DELIMITED BY SIZE
                       WS-DUR-TEXT DELIMITED BY SIZE
                       " OVER ITS AVERAGE)" DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   MOVE "NO SLIPPAGE AGAINST THE CHAIN AVERAGE"
                       TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           ELSE
               MOVE "NO BATCH WINDOW TIMED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       FORMAT-DUR-TEXT.
           COMPUTE WS-DUR-HH = WS-DUR-SECS / 3600.
           COMPUTE WS-DUR-MM = (WS-DUR-SECS - WS-DUR-HH * 3600) / 60.
           COMPUTE WS-DUR-SS =
               WS-DUR-SECS - WS-DUR-HH * 3600 - WS-DUR-MM * 60.

      * A checkpoint still on file means a batch run stopped partway
      * and was never resumed or cleaned up.
       REPORT-CHECKPOINTS.
                           IF AR-DATE = WS-BUS-DATE
                               IF AR-SEVERITY = 'E'
                                   ADD 1 TO WS-ERR-COUNT
                                   IF AR-EVENT-CODE = "XREF"
                                       ADD 1 TO WS-XREF-COUNT
                                   END-IF
                               END-IF
                               IF AR-SEVERITY = 'W'
                                   ADD 1 TO WS-WARN-COUNT
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      * Each XREF error is one integrity rule broken; the breaks
      * themselves are listed on XREFRPT.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-XREF-COUNT TO WS-COUNT-DISP.
           IF WS-XREF-COUNT > 0
               MOVE "RED" TO WS-VERDICT
               PERFORM WORSEN-OVERALL
               STRING "INTEGRITY RULES BROKEN: " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   "  RED - SEE XREFRPT" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "INTEGRITY RULES BROKEN: " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   "  GREEN" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      * A page nobody acknowledged is AMBER; the error behind it has
      * already made the audit line RED.
       REPORT-ALERTS.
           MOVE WS-PREV-BUS-DATE TO WS-ALERT-FROM.
           IF WS-ALERT-FROM = SPACES
               MOVE WS-BUS-DATE TO WS-ALERT-FROM
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAGING ALERTS RAISED SINCE " DELIMITED BY SIZE
               WS-ALERT-FROM DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT ALERT-FILE.
           IF NOT ALERT-OK
               MOVE "NO ALERT FILE (ALERTOUT)" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL ALERT-EOF
                   READ ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           IF PG-DATE >= WS-ALERT-FROM
                                   AND PG-DATE <= WS-BUS-DATE
                               PERFORM TAKE-ONE-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
               PERFORM MATCH-ALERT-ACKS
               PERFORM LIST-ALERTS
           END-IF.

       TAKE-ONE-ALERT.
           ADD 1 TO WS-ALERT-COUNT.
           IF WS-ALERT-USED < 50
               ADD 1 TO WS-ALERT-USED
               MOVE PAGE-ALERT-RECORD TO WS-AT-ALERT(WS-ALERT-USED)
               MOVE SPACES TO WS-AT-ACK-BY(WS-ALERT-USED)
                   WS-AT-ACK-DATE(WS-ALERT-USED)
                   WS-AT-ACK-TIME(WS-ALERT-USED)
           END-IF.

       MATCH-ALERT-ACKS.
           OPEN INPUT ALERT-ACK-FILE.
           IF ACK-OK
               PERFORM UNTIL ACK-EOF
                   READ ALERT-ACK-FILE
                       AT END
                           SET ACK-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
                                   UNTIL WS-ALERT-SUB > WS-ALERT-USED
                               MOVE WS-AT-ALERT(WS-ALERT-SUB)
                                   TO PAGE-ALERT-RECORD
                               IF PG-ALERT-ID = AK-ALERT-ID
                                   MOVE AK-ACK-BY
                                       TO WS-AT-ACK-BY(WS-ALERT-SUB)
                                   MOVE AK-ACK-DATE
                                       TO WS-AT-ACK-DATE(WS-ALERT-SUB)
                                   MOVE AK-ACK-TIME
                                       TO WS-AT-ACK-TIME(WS-ALERT-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ALERT-ACK-FILE
           END-IF.

       LIST-ALERTS.
           IF WS-ALERT-COUNT = 0
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "DATE     TIME  PROGRAM  EVNT GROUP    ACKNOWLEDGED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
                       UNTIL WS-ALERT-SUB > WS-ALERT-USED
                   PERFORM LIST-ONE-ALERT
               END-PERFORM
               IF WS-ALERT-COUNT > WS-ALERT-USED
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-ALERT-COUNT TO WS-COUNT-DISP
                   STRING "ONLY THE FIRST 50 OF " DELIMITED BY SIZE
                       WS-COUNT-DISP DELIMITED BY SIZE
                       " ALERTS LISTED, SEE ALERTOUT"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE
               MOVE WS-UNACK-COUNT TO WS-COUNT-DISP
               STRING "ALERTS NOT ACKNOWLEDGED: " DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LIST-ONE-ALERT.
           MOVE WS-AT-ALERT(WS-ALERT-SUB) TO PAGE-ALERT-RECORD.
           MOVE SPACES TO WS-ALERT-LINE.
           MOVE PG-DATE TO WS-AL-DATE.
           STRING PG-TIME(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               PG-TIME(3:2) DELIMITED BY SIZE
               INTO WS-AL-TIME.
           MOVE PG-PROGRAM-ID TO WS-AL-PGM.
           MOVE PG-EVENT-CODE TO WS-AL-EVENT.
           MOVE PG-GROUP TO WS-AL-GROUP.
           IF WS-AT-ACK-BY(WS-ALERT-SUB) = SPACES
               MOVE "NOT ACKNOWLEDGED" TO WS-AL-ACK-BY
               ADD 1 TO WS-UNACK-COUNT
               MOVE "AMBER" TO WS-VERDICT
               PERFORM WORSEN-OVERALL
           ELSE
               MOVE WS-AT-ACK-BY(WS-ALERT-SUB) TO WS-AL-ACK-BY
               MOVE WS-AT-ACK-DATE(WS-ALERT-SUB) TO WS-AL-ACK-DATE
               STRING WS-AT-ACK-TIME(WS-ALERT-SUB)(1:2)
                   DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-AT-ACK-TIME(WS-ALERT-SUB)(3:2)
                   DELIMITED BY SIZE
                   INTO WS-AL-ACK-TIME
           END-IF.
           MOVE WS-ALERT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE PG-DETAIL TO REPORT-LINE(7:56).
           WRITE REPORT-LINE.

       COUNT-BACKLOGS.
           OPEN INPUT SUSPENSE-FILE.
