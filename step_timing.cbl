      ******************************************************************
      * Author:
      * Date:
      * Purpose: Step elapsed times for the batch window. Reads the
      *          RUNHIST run history that RUNCTL and RUNCTLUT append
      *          to, pairs each step's start with its end inside the
      *          window the night's BATCHWIN start and end bracket,
      *          and sets every step's elapsed time against its own
      *          average over the previous twenty nights it ran. The
      *          last window on file is the one reported; the earlier
      *          ones only feed the averages. A step more than the
      *          SYSIN percentage over its average (and at least a
      *          minute over, so a ten-second step is not flagged for
      *          running fifteen) is reported as an overrun and gets
      *          an OVRN warning entry on the audit trail. While the
      *          window is still open the chain's finish is projected
      *          from the time now and the averages of the steps still
      *          to run (those that ran the night before but not yet
      *          tonight); once it is closed the actual close is shown.
      *          Either way the window's elapsed time is set against
      *          its average and the step furthest over its own
      *          average is named as the cause of any slippage. The
      *          report goes to STEPTMRP and a summary of it to
      *          STEPTSUM for the morning dashboard. Ends with 4 when
      *          a step overran or there is no window on RUNHIST.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; a slow night was only noticed
      *                when the online day started late.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-TIMING-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TIMING-REPORT ASSIGN TO "STEPTMRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT TIMING-SUMMARY ASSIGN TO "STEPTSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.
       FD  TIMING-REPORT.
       01  REPORT-LINE              PIC X(80).
       FD  TIMING-SUMMARY.
           COPY STEPTREC.
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-HIST-STATUS        PIC X(2).
           88 HIST-OK               VALUE "00".
           88 HIST-EOF              VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-SUM-STATUS         PIC X(2).
           88 SUM-OK                VALUE "00".
       01 WS-OVER-PCT-IN        PIC X(3).
       01 WS-OVER-PCT           PIC 9(3).
      * Below this many seconds over its average a step is never
      * reported as an overrun, whatever the percentage.
       01 WS-MIN-OVER-SECS      PIC 9(3) VALUE 60.
       01 WS-HIST-READ          PIC X VALUE 'N'.
           88 HISTORY-READ          VALUE 'Y'.
       01 WS-HIST-COUNT         PIC 9(7) VALUE 0.
       01 WS-TODAY              PIC X(8).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-SECS           PIC 9(11).
      * A RUNHIST date and time, and the same instant as seconds
      * since the start of the calendar INTEGER-OF-DATE counts from.
       01 WS-STAMP.
           05 WS-STAMP-DATE         PIC X(8).
           05 WS-STAMP-TIME.
               10 WS-STAMP-HH           PIC 9(2).
               10 WS-STAMP-MM           PIC 9(2).
               10 WS-STAMP-SS           PIC 9(2).
               10 WS-STAMP-CC           PIC 9(2).
       01 WS-STAMP-DATE-NUM REDEFINES WS-STAMP PIC 9(8).
       01 WS-STAMP-SECS         PIC 9(11).
       01 WS-STAMP-VALID        PIC X.
           88 STAMP-VALID           VALUE 'Y'.
      * The window now being read; the last one read is the night
      * reported on.
       01 WS-WINDOW-STATE       PIC X VALUE 'N'.
           88 NO-WINDOW-YET         VALUE 'N'.
           88 WINDOW-OPEN           VALUE 'O'.
           88 WINDOW-CLOSED         VALUE 'C'.
       01 WS-NIGHT-NUM          PIC 9(5) VALUE 0.
       01 WS-WIN-OPEN-DATE      PIC X(8).
       01 WS-WIN-OPEN-TIME      PIC X(8).
       01 WS-WIN-OPEN-SECS      PIC 9(11).
       01 WS-WIN-CLOSE-DATE     PIC X(8).
       01 WS-WIN-CLOSE-TIME     PIC X(8).
       01 WS-WIN-CLOSE-SECS     PIC 9(11).
       01 WS-WIN-ELAPSED        PIC 9(7).
      * Every step that has run in a window, with its last twenty
      * elapsed times kept round-robin and the window it last ran
      * in; the window itself has a ring of its own.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 60 TIMES.
               10 WS-SK-PROGRAM     PIC X(8).
               10 WS-SK-STEP        PIC X(8).
               10 WS-SK-RUNS        PIC 9(2).
               10 WS-SK-NEXT        PIC 9(2).
               10 WS-SK-LAST-NIGHT  PIC 9(5).
               10 WS-SK-TIME OCCURS 20 TIMES PIC 9(5).
       01 WS-STEP-USED          PIC 9(3) VALUE 0.
       01 WS-STEP-SUB           PIC 9(3).
       01 WS-FOUND-STEP         PIC 9(3).
       01 WS-RING-SUB           PIC 9(2).
       01 WS-WIN-RING.
           05 WS-WIN-RUNS           PIC 9(2) VALUE 0.
           05 WS-WIN-NEXT           PIC 9(2) VALUE 1.
           05 WS-WIN-TIME OCCURS 20 TIMES PIC 9(5).
      * The steps of the window being read, in the order they started.
      * A start opens an entry as running; the end completes it with
      * the step name the end carries. A program that starts again
      * while still running never ended the first time.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 60 TIMES.
               10 WS-NT-PROGRAM     PIC X(8).
               10 WS-NT-STEP        PIC X(8).
               10 WS-NT-START-TIME  PIC X(8).
               10 WS-NT-END-TIME    PIC X(8).
               10 WS-NT-START-SECS  PIC 9(11).
               10 WS-NT-ELAPSED     PIC 9(5).
               10 WS-NT-STATE       PIC X(1).
                   88 NT-RUNNING            VALUE 'R'.
                   88 NT-ENDED              VALUE 'E'.
                   88 NT-NO-END             VALUE 'X'.
               10 WS-NT-AVERAGE     PIC 9(5).
               10 WS-NT-RUNS        PIC 9(2).
               10 WS-NT-OVER-PCT    PIC S9(4).
               10 WS-NT-FLAG        PIC X(1).
       01 WS-NIGHT-USED         PIC 9(3) VALUE 0.
       01 WS-NIGHT-SUB          PIC 9(3).
       01 WS-FOUND-NIGHT        PIC 9(3).
       01 WS-RING-TOTAL         PIC 9(7).
       01 WS-ELAPSED-WORK       PIC 9(11).
       01 WS-RING-AVERAGE       PIC 9(5).
       01 WS-EXCESS             PIC S9(7).
       01 WS-PCT-WORK           PIC S9(7).
       01 WS-REMAINING-SECS     PIC 9(7).
       01 WS-FINISH-SECS        PIC 9(11).
       01 WS-FINISH-DATE        PIC X(8).
       01 WS-FINISH-TIME        PIC X(8).
       01 WS-WIN-AVERAGE        PIC 9(5).
       01 WS-SLIPPAGE           PIC S9(7).
       01 WS-SLIP-SUB           PIC 9(3).
       01 WS-SLIP-EXCESS        PIC S9(7).
       01 WS-TO-RUN-COUNT       PIC 9(3).
       01 WS-OVERRUN-COUNT      PIC 9(3) VALUE 0.
       01 WS-RESULT-CODE        PIC 9(2) VALUE 0.
      * Seconds back to a date and an HHMMSS00 time.
       01 WS-DAY-NUMBER         PIC 9(7).
       01 WS-DAY-SECS           PIC 9(5).
       01 WS-CLOCK-OUT.
           05 WS-CO-HH              PIC 9(2).
           05 WS-CO-MM              PIC 9(2).
           05 WS-CO-SS              PIC 9(2).
           05 WS-CO-CC              PIC 9(2).
       01 WS-DATE-OUT           PIC 9(8).
      * A duration or a time of day as HH:MM:SS for the report.
       01 WS-FMT-SECS           PIC 9(7).
       01 WS-FMT-HOURS          PIC 9(3).
       01 WS-FMT-TEXT.
           05 WS-FMT-HH             PIC 9(2).
           05 FILLER                PIC X(1) VALUE ":".
           05 WS-FMT-MM             PIC 9(2).
           05 FILLER                PIC X(1) VALUE ":".
           05 WS-FMT-SS             PIC 9(2).
       01 WS-CLOCK-IN           PIC X(8).
       01 WS-CLOCK-IN-PARTS REDEFINES WS-CLOCK-IN.
           05 WS-CI-HH              PIC X(2).
           05 WS-CI-MM              PIC X(2).
           05 WS-CI-SS              PIC X(2).
           05 FILLER                PIC X(2).
       01 WS-CLOCK-TEXT         PIC X(8).
       01 WS-DETAIL-LINE.
           05 WS-DL-PROGRAM         PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-STEP            PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-START           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-END             PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-ELAPSED         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-AVERAGE         PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-RUNS            PIC Z9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-OVER-PCT        PIC ----9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-FLAG            PIC X(8).
       01 WS-TO-RUN-LINE.
           05 WS-TL-PROGRAM         PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-TL-STEP            PIC X(8).
           05 FILLER                PIC X(24) VALUE SPACES.
           05 WS-TL-AVERAGE         PIC X(8).
       01 WS-PCT-DISPLAY        PIC ZZ9.
       01 WS-COUNT-DISPLAY      PIC ZZ9.
       01 WS-SIGN-TEXT          PIC X(1).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Overrun warning percent (blank = 25): ".
           ACCEPT WS-OVER-PCT-IN.
           MOVE 25 TO WS-OVER-PCT.
           IF WS-OVER-PCT-IN NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-OVER-PCT-IN) = 0
                   COMPUTE WS-OVER-PCT =
                       FUNCTION NUMVAL(WS-OVER-PCT-IN)
               ELSE
                   DISPLAY "Percent " WS-OVER-PCT-IN
                       " not understood, 25 used"
               END-IF
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY TO WS-STAMP-DATE.
           MOVE WS-NOW-TIME TO WS-STAMP-TIME.
           PERFORM STAMP-TO-SECONDS.
           MOVE WS-STAMP-SECS TO WS-NOW-SECS.
           PERFORM READ-RUN-HISTORY.
           IF NOT NO-WINDOW-YET
               PERFORM ANALYSE-LAST-WINDOW
           END-IF.
           PERFORM WRITE-TIMING-REPORT.
           PERFORM WRITE-TIMING-SUMMARY.
           PERFORM LOG-OVERRUNS.
           MOVE WS-RESULT-CODE TO RETURN-CODE.
           STOP RUN.

       READ-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE.
           IF HIST-OK
               SET HISTORY-READ TO TRUE
               PERFORM UNTIL HIST-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-COUNT
                           PERFORM TAKE-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF.

      * A record with a date or time that cannot be read is skipped;
      * so is a step outside an open window (a run by hand in the
      * day), which says nothing about the night.
       TAKE-ONE-HISTORY.
           MOVE RH-DATE TO WS-STAMP-DATE.
           MOVE RH-TIME TO WS-STAMP-TIME.
           PERFORM STAMP-TO-SECONDS.
           IF STAMP-VALID
               IF RH-PROGRAM-ID = "BATCHWIN"
                   IF RH-START-EVENT
                       PERFORM TAKE-WINDOW-OPEN
                   ELSE
                       PERFORM TAKE-WINDOW-CLOSE
                   END-IF
               ELSE
                   IF WINDOW-OPEN
                       IF RH-START-EVENT
                           PERFORM TAKE-STEP-START
                       ELSE
                           PERFORM TAKE-STEP-END
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STAMP-TO-SECONDS.
           MOVE 'N' TO WS-STAMP-VALID.
           MOVE 0 TO WS-STAMP-SECS.
           IF WS-STAMP-DATE IS NUMERIC
                   AND WS-STAMP-TIME IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE-NUM) = 0
                   SET STAMP-VALID TO TRUE
                   COMPUTE WS-STAMP-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-NUM)
                       * 86400 + WS-STAMP-HH * 3600
                       + WS-STAMP-MM * 60 + WS-STAMP-SS
               END-IF
           END-IF.

      * A new window folds the one before it into the averages.
       TAKE-WINDOW-OPEN.
           IF NOT NO-WINDOW-YET
               PERFORM FOLD-WINDOW
           END-IF.
           ADD 1 TO WS-NIGHT-NUM.
           SET WINDOW-OPEN TO TRUE.
           MOVE RH-DATE TO WS-WIN-OPEN-DATE.
           MOVE RH-TIME TO WS-WIN-OPEN-TIME.
           MOVE WS-STAMP-SECS TO WS-WIN-OPEN-SECS.
           MOVE 0 TO WS-NIGHT-USED WS-WIN-ELAPSED.
           MOVE SPACES TO WS-WIN-CLOSE-DATE WS-WIN-CLOSE-TIME.

       TAKE-WINDOW-CLOSE.
           IF WINDOW-OPEN
               SET WINDOW-CLOSED TO TRUE
               MOVE RH-DATE TO WS-WIN-CLOSE-DATE
               MOVE RH-TIME TO WS-WIN-CLOSE-TIME
               MOVE WS-STAMP-SECS TO WS-WIN-CLOSE-SECS
               IF WS-WIN-CLOSE-SECS > WS-WIN-OPEN-SECS
                   COMPUTE WS-WIN-ELAPSED =
                       WS-WIN-CLOSE-SECS - WS-WIN-OPEN-SECS
               END-IF
           END-IF.

       TAKE-STEP-START.
           PERFORM FIND-RUNNING-ENTRY.
           IF WS-FOUND-NIGHT > 0
               SET NT-NO-END(WS-FOUND-NIGHT) TO TRUE
           END-IF.
           IF WS-NIGHT-USED = 60
               MOVE "STEPTIME" TO WS-ERROR-PGM
               MOVE "STEP TABLE FULL FOR ONE WINDOW" TO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ADD 1 TO WS-NIGHT-USED.
           MOVE WS-NIGHT-USED TO WS-NIGHT-SUB.
           MOVE RH-PROGRAM-ID TO WS-NT-PROGRAM(WS-NIGHT-SUB).
           MOVE RH-STEP-NAME TO WS-NT-STEP(WS-NIGHT-SUB).
           MOVE RH-TIME TO WS-NT-START-TIME(WS-NIGHT-SUB).
           MOVE SPACES TO WS-NT-END-TIME(WS-NIGHT-SUB).
           MOVE WS-STAMP-SECS TO WS-NT-START-SECS(WS-NIGHT-SUB).
           MOVE 0 TO WS-NT-ELAPSED(WS-NIGHT-SUB).
           SET NT-RUNNING(WS-NIGHT-SUB) TO TRUE.

      * An end with no start in the window cannot be timed.
       TAKE-STEP-END.
           PERFORM FIND-RUNNING-ENTRY.
           IF WS-FOUND-NIGHT > 0
               MOVE WS-FOUND-NIGHT TO WS-NIGHT-SUB
               MOVE RH-STEP-NAME TO WS-NT-STEP(WS-NIGHT-SUB)
               MOVE RH-TIME TO WS-NT-END-TIME(WS-NIGHT-SUB)
               SET NT-ENDED(WS-NIGHT-SUB) TO TRUE
               IF WS-STAMP-SECS > WS-NT-START-SECS(WS-NIGHT-SUB)
                   COMPUTE WS-NT-ELAPSED(WS-NIGHT-SUB) =
                       WS-STAMP-SECS - WS-NT-START-SECS(WS-NIGHT-SUB)
               END-IF
           END-IF.

       FIND-RUNNING-ENTRY.
           MOVE 0 TO WS-FOUND-NIGHT.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-USED
               IF WS-NT-PROGRAM(WS-NIGHT-SUB) = RH-PROGRAM-ID
                       AND NT-RUNNING(WS-NIGHT-SUB)
                   MOVE WS-NIGHT-SUB TO WS-FOUND-NIGHT
               END-IF
           END-PERFORM.

      * Only steps that ended count towards their averages, and only a
      * window that was closed towards the window's.
       FOLD-WINDOW.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-USED
               IF NT-ENDED(WS-NIGHT-SUB)
                   PERFORM FIND-STEP
                   IF WS-FOUND-STEP = 0
                       PERFORM ADD-STEP
                   END-IF
                   MOVE WS-FOUND-STEP TO WS-STEP-SUB
                   MOVE WS-SK-NEXT(WS-STEP-SUB) TO WS-RING-SUB
                   MOVE WS-NT-ELAPSED(WS-NIGHT-SUB)
                       TO WS-SK-TIME(WS-STEP-SUB, WS-RING-SUB)
                   IF WS-SK-RUNS(WS-STEP-SUB) < 20
                       ADD 1 TO WS-SK-RUNS(WS-STEP-SUB)
                   END-IF
                   IF WS-RING-SUB = 20
                       MOVE 1 TO WS-SK-NEXT(WS-STEP-SUB)
                   ELSE
                       ADD 1 TO WS-SK-NEXT(WS-STEP-SUB)
                   END-IF
                   MOVE WS-NIGHT-NUM TO WS-SK-LAST-NIGHT(WS-STEP-SUB)
               END-IF
           END-PERFORM.
           IF WINDOW-CLOSED
               MOVE WS-WIN-ELAPSED TO WS-WIN-TIME(WS-WIN-NEXT)
               IF WS-WIN-RUNS < 20
                   ADD 1 TO WS-WIN-RUNS
               END-IF
               IF WS-WIN-NEXT = 20
                   MOVE 1 TO WS-WIN-NEXT
               ELSE
                   ADD 1 TO WS-WIN-NEXT
               END-IF
           END-IF.

      * Looks up the program and step of WS-NIGHT-SUB.
       FIND-STEP.
           MOVE 0 TO WS-FOUND-STEP.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-USED
                       OR WS-FOUND-STEP > 0
               IF WS-SK-PROGRAM(WS-STEP-SUB) =
                       WS-NT-PROGRAM(WS-NIGHT-SUB)
                       AND WS-SK-STEP(WS-STEP-SUB) =
                       WS-NT-STEP(WS-NIGHT-SUB)
                   MOVE WS-STEP-SUB TO WS-FOUND-STEP
               END-IF
           END-PERFORM.

       ADD-STEP.
           IF WS-STEP-USED = 60
               MOVE "STEPTIME" TO WS-ERROR-PGM
               MOVE "STEP HISTORY TABLE FULL" TO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ADD 1 TO WS-STEP-USED.
           MOVE WS-STEP-USED TO WS-FOUND-STEP.
           MOVE WS-NT-PROGRAM(WS-NIGHT-SUB)
               TO WS-SK-PROGRAM(WS-STEP-USED).
           MOVE WS-NT-STEP(WS-NIGHT-SUB) TO WS-SK-STEP(WS-STEP-USED).
           MOVE 0 TO WS-SK-RUNS(WS-STEP-USED).
           MOVE 1 TO WS-SK-NEXT(WS-STEP-USED).

      * Average of the ring at WS-STEP-SUB into WS-RING-AVERAGE.
       AVERAGE-STEP-RING.
           MOVE 0 TO WS-RING-TOTAL WS-RING-AVERAGE.
           PERFORM VARYING WS-RING-SUB FROM 1 BY 1
                   UNTIL WS-RING-SUB > WS-SK-RUNS(WS-STEP-SUB)
               ADD WS-SK-TIME(WS-STEP-SUB, WS-RING-SUB)
                   TO WS-RING-TOTAL
           END-PERFORM.
           IF WS-SK-RUNS(WS-STEP-SUB) > 0
               COMPUTE WS-RING-AVERAGE ROUNDED =
                   WS-RING-TOTAL / WS-SK-RUNS(WS-STEP-SUB)
           END-IF.

      * The last window read is the night reported on. A step still
      * running when its window closed never ended; one running in a
      * window still open is timed to now.
       ANALYSE-LAST-WINDOW.
           MOVE 0 TO WS-REMAINING-SECS WS-SLIP-SUB WS-SLIP-EXCESS.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-USED
               IF NT-RUNNING(WS-NIGHT-SUB) AND WINDOW-CLOSED
                   SET NT-NO-END(WS-NIGHT-SUB) TO TRUE
               END-IF
               IF NT-RUNNING(WS-NIGHT-SUB)
                       AND WS-NOW-SECS > WS-NT-START-SECS(WS-NIGHT-SUB)
                   COMPUTE WS-ELAPSED-WORK =
                       WS-NOW-SECS - WS-NT-START-SECS(WS-NIGHT-SUB)
                   IF WS-ELAPSED-WORK > 99999
                       MOVE 99999 TO WS-ELAPSED-WORK
                   END-IF
                   MOVE WS-ELAPSED-WORK TO WS-NT-ELAPSED(WS-NIGHT-SUB)
               END-IF
               PERFORM ASSESS-ONE-STEP
           END-PERFORM.
           MOVE 0 TO WS-WIN-AVERAGE WS-RING-TOTAL.
           PERFORM VARYING WS-RING-SUB FROM 1 BY 1
                   UNTIL WS-RING-SUB > WS-WIN-RUNS
               ADD WS-WIN-TIME(WS-RING-SUB) TO WS-RING-TOTAL
           END-PERFORM.
           IF WS-WIN-RUNS > 0
               COMPUTE WS-WIN-AVERAGE ROUNDED =
                   WS-RING-TOTAL / WS-WIN-RUNS
           END-IF.
           IF WINDOW-CLOSED
               MOVE WS-WIN-CLOSE-SECS TO WS-FINISH-SECS
           ELSE
               PERFORM PROJECT-STEPS-TO-RUN
               COMPUTE WS-FINISH-SECS =
                   WS-NOW-SECS + WS-REMAINING-SECS
               IF WS-FINISH-SECS > WS-WIN-OPEN-SECS
                   COMPUTE WS-WIN-ELAPSED =
                       WS-FINISH-SECS - WS-WIN-OPEN-SECS
               END-IF
           END-IF.
           COMPUTE WS-DAY-NUMBER = WS-FINISH-SECS / 86400.
           COMPUTE WS-DAY-SECS =
               WS-FINISH-SECS - WS-DAY-NUMBER * 86400.
           PERFORM SECONDS-TO-STAMP.
           MOVE WS-DATE-OUT TO WS-FINISH-DATE.
           MOVE WS-CLOCK-OUT TO WS-FINISH-TIME.
           IF WS-WIN-RUNS > 0
               COMPUTE WS-SLIPPAGE = WS-WIN-ELAPSED - WS-WIN-AVERAGE
           ELSE
               MOVE 0 TO WS-SLIPPAGE
           END-IF.

      * Sets the average, runs, percentage over and flag of the step
      * at WS-NIGHT-SUB, and keeps the one furthest over its average.
       ASSESS-ONE-STEP.
           MOVE 0 TO WS-NT-AVERAGE(WS-NIGHT-SUB)
               WS-NT-RUNS(WS-NIGHT-SUB) WS-NT-OVER-PCT(WS-NIGHT-SUB).
           MOVE SPACE TO WS-NT-FLAG(WS-NIGHT-SUB).
           PERFORM FIND-STEP.
           IF WS-FOUND-STEP > 0
               MOVE WS-FOUND-STEP TO WS-STEP-SUB
               PERFORM AVERAGE-STEP-RING
               MOVE WS-RING-AVERAGE TO WS-NT-AVERAGE(WS-NIGHT-SUB)
               MOVE WS-SK-RUNS(WS-STEP-SUB) TO WS-NT-RUNS(WS-NIGHT-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN NT-NO-END(WS-NIGHT-SUB)
                   MOVE 'X' TO WS-NT-FLAG(WS-NIGHT-SUB)
                   MOVE 0 TO WS-NT-ELAPSED(WS-NIGHT-SUB)
               WHEN NT-RUNNING(WS-NIGHT-SUB)
                   MOVE 'R' TO WS-NT-FLAG(WS-NIGHT-SUB)
                   IF WS-NT-AVERAGE(WS-NIGHT-SUB) >
                           WS-NT-ELAPSED(WS-NIGHT-SUB)
                       COMPUTE WS-REMAINING-SECS = WS-REMAINING-SECS
                           + WS-NT-AVERAGE(WS-NIGHT-SUB)
                           - WS-NT-ELAPSED(WS-NIGHT-SUB)
                   END-IF
           END-EVALUATE.
           IF WS-NT-RUNS(WS-NIGHT-SUB) > 0
                   AND NOT NT-NO-END(WS-NIGHT-SUB)
               COMPUTE WS-EXCESS = WS-NT-ELAPSED(WS-NIGHT-SUB)
                   - WS-NT-AVERAGE(WS-NIGHT-SUB)
               IF WS-NT-AVERAGE(WS-NIGHT-SUB) > 0
                   COMPUTE WS-PCT-WORK ROUNDED = WS-EXCESS * 100
                       / WS-NT-AVERAGE(WS-NIGHT-SUB)
               ELSE
                   MOVE 9999 TO WS-PCT-WORK
               END-IF
               IF WS-PCT-WORK > 9999
                   MOVE 9999 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO WS-NT-OVER-PCT(WS-NIGHT-SUB)
               IF WS-EXCESS > WS-SLIP-EXCESS
                   MOVE WS-EXCESS TO WS-SLIP-EXCESS
                   MOVE WS-NIGHT-SUB TO WS-SLIP-SUB
               END-IF
               IF NT-ENDED(WS-NIGHT-SUB)
                       AND WS-EXCESS >= WS-MIN-OVER-SECS
                       AND WS-PCT-WORK > WS-OVER-PCT
                   MOVE 'W' TO WS-NT-FLAG(WS-NIGHT-SUB)
                   ADD 1 TO WS-OVERRUN-COUNT
               END-IF
           END-IF.

      * Steps that ran in the window before this one but have not yet
      * started in this one are still to run.
       PROJECT-STEPS-TO-RUN.
           MOVE 0 TO WS-TO-RUN-COUNT.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-USED
               IF WS-SK-LAST-NIGHT(WS-STEP-SUB) = WS-NIGHT-NUM - 1
                   PERFORM FIND-TONIGHT-RUN
                   IF WS-FOUND-NIGHT = 0
                       ADD 1 TO WS-TO-RUN-COUNT
                       PERFORM AVERAGE-STEP-RING
                       ADD WS-RING-AVERAGE TO WS-REMAINING-SECS
                   END-IF
               END-IF
           END-PERFORM.

      * Whether the step at WS-STEP-SUB has started in this window.
      * A program whose end request names the pass (ADDTWO) has no
      * step name while it runs, so the pass it is running still
      * counts as to run, at its full average.
       FIND-TONIGHT-RUN.
           MOVE 0 TO WS-FOUND-NIGHT.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-USED
               IF WS-NT-PROGRAM(WS-NIGHT-SUB) =
                       WS-SK-PROGRAM(WS-STEP-SUB)
                       AND WS-NT-STEP(WS-NIGHT-SUB) =
                       WS-SK-STEP(WS-STEP-SUB)
                   MOVE WS-NIGHT-SUB TO WS-FOUND-NIGHT
               END-IF
           END-PERFORM.

      * WS-DAY-NUMBER (an INTEGER-OF-DATE day) and WS-DAY-SECS into
      * WS-DATE-OUT and WS-CLOCK-OUT.
       SECONDS-TO-STAMP.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER) TO WS-DATE-OUT.
           COMPUTE WS-CO-HH = WS-DAY-SECS / 3600.
           COMPUTE WS-CO-MM = (WS-DAY-SECS - WS-CO-HH * 3600) / 60.
           COMPUTE WS-CO-SS =
               WS-DAY-SECS - WS-CO-HH * 3600 - WS-CO-MM * 60.
           MOVE 0 TO WS-CO-CC.

       FORMAT-DURATION.
           COMPUTE WS-FMT-HOURS = WS-FMT-SECS / 3600.
           IF WS-FMT-HOURS > 99
               MOVE 99 TO WS-FMT-HH
               MOVE 59 TO WS-FMT-MM WS-FMT-SS
           ELSE
               MOVE WS-FMT-HOURS TO WS-FMT-HH
               COMPUTE WS-FMT-MM =
                   (WS-FMT-SECS - WS-FMT-HOURS * 3600) / 60
               COMPUTE WS-FMT-SS = WS-FMT-SECS - WS-FMT-HOURS * 3600
                   - WS-FMT-MM * 60
           END-IF.

       FORMAT-CLOCK.
           MOVE SPACES TO WS-CLOCK-TEXT.
           IF WS-CLOCK-IN NOT = SPACES
               STRING WS-CI-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CI-MM DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CI-SS DELIMITED BY SIZE
                   INTO WS-CLOCK-TEXT
           END-IF.

       WRITE-TIMING-REPORT.
           OPEN OUTPUT TIMING-REPORT.
           IF NOT RPT-OK
               MOVE "STEPTIME" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STEPTMRP, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "STEPTIME" TO BH-JOB-NAME.
           MOVE WS-HIST-COUNT TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NO-WINDOW-YET
               IF HISTORY-READ
                   MOVE "NO BATCH WINDOW ON RUNHIST, NOTHING TO TIME"
                       TO REPORT-LINE
               ELSE
                   MOVE "RUNHIST UNAVAILABLE, NOTHING TO TIME"
                       TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               MOVE 4 TO WS-RESULT-CODE
           ELSE
               PERFORM WRITE-WINDOW-DETAIL
           END-IF.
           MOVE WS-NIGHT-USED TO BT-TOTAL-COUNT.
           MOVE WS-OVERRUN-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE TIMING-REPORT.

       WRITE-WINDOW-DETAIL.
           MOVE WS-WIN-OPEN-TIME TO WS-CLOCK-IN.
           PERFORM FORMAT-CLOCK.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEP ELAPSED TIMES, WINDOW OPENED "
               DELIMITED BY SIZE
               WS-WIN-OPEN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CLOCK-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVER-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERRUN WHEN MORE THAN " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PCT-DISPLAY) DELIMITED BY SIZE
               "% AND 60 SECONDS OVER THE STEP'S AVERAGE"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROGRAM  STEP     START    END       "
               DELIMITED BY SIZE
               "ELAPSED   AVERAGE RUNS OVER%" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-USED
               PERFORM WRITE-STEP-LINE
           END-PERFORM.
           IF WS-NIGHT-USED = 0
               MOVE "NO RUN-CONTROLLED STEP HAS STARTED IN THE WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WINDOW-OPEN
               PERFORM WRITE-STEPS-TO-RUN
           END-IF.
           PERFORM WRITE-WINDOW-TOTALS.

       WRITE-STEP-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-NT-PROGRAM(WS-NIGHT-SUB) TO WS-DL-PROGRAM.
           MOVE WS-NT-STEP(WS-NIGHT-SUB) TO WS-DL-STEP.
           MOVE WS-NT-START-TIME(WS-NIGHT-SUB) TO WS-CLOCK-IN.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK-TEXT TO WS-DL-START.
           MOVE WS-NT-END-TIME(WS-NIGHT-SUB) TO WS-CLOCK-IN.
           PERFORM FORMAT-CLOCK.
           MOVE WS-CLOCK-TEXT TO WS-DL-END.
           IF NOT NT-NO-END(WS-NIGHT-SUB)
               MOVE WS-NT-ELAPSED(WS-NIGHT-SUB) TO WS-FMT-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-FMT-TEXT TO WS-DL-ELAPSED
           END-IF.
           MOVE WS-NT-RUNS(WS-NIGHT-SUB) TO WS-DL-RUNS.
           IF WS-NT-RUNS(WS-NIGHT-SUB) > 0
               MOVE WS-NT-AVERAGE(WS-NIGHT-SUB) TO WS-FMT-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-FMT-TEXT TO WS-DL-AVERAGE
               IF NOT NT-NO-END(WS-NIGHT-SUB)
                   MOVE WS-NT-OVER-PCT(WS-NIGHT-SUB) TO WS-DL-OVER-PCT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-NT-FLAG(WS-NIGHT-SUB) = 'W'
                   MOVE "OVERRUN" TO WS-DL-FLAG
               WHEN WS-NT-FLAG(WS-NIGHT-SUB) = 'R'
                   MOVE "RUNNING" TO WS-DL-FLAG
               WHEN WS-NT-FLAG(WS-NIGHT-SUB) = 'X'
                   MOVE "NO END" TO WS-DL-FLAG
               WHEN WS-NT-RUNS(WS-NIGHT-SUB) = 0
                   MOVE "NEW" TO WS-DL-FLAG
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-STEPS-TO-RUN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STEPS STILL TO RUN (RAN IN THE WINDOW BEFORE)"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-USED
               IF WS-SK-LAST-NIGHT(WS-STEP-SUB) = WS-NIGHT-NUM - 1
                   PERFORM FIND-TONIGHT-RUN
                   IF WS-FOUND-NIGHT = 0
                       MOVE SPACES TO WS-TO-RUN-LINE
                       MOVE WS-SK-PROGRAM(WS-STEP-SUB) TO WS-TL-PROGRAM
                       MOVE WS-SK-STEP(WS-STEP-SUB) TO WS-TL-STEP
                       PERFORM AVERAGE-STEP-RING
                       MOVE WS-RING-AVERAGE TO WS-FMT-SECS
                       PERFORM FORMAT-DURATION
                       MOVE WS-FMT-TEXT TO WS-TL-AVERAGE
                       MOVE WS-TO-RUN-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TO-RUN-COUNT = 0
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-WINDOW-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FINISH-TIME TO WS-CLOCK-IN.
           PERFORM FORMAT-CLOCK.
           MOVE SPACES TO REPORT-LINE.
           IF WINDOW-CLOSED
               STRING "WINDOW CLOSED            " DELIMITED BY SIZE
                   WS-FINISH-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CLOCK-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "WINDOW OPEN, PROJECTED   " DELIMITED BY SIZE
                   WS-FINISH-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CLOCK-TEXT DELIMITED BY SIZE
                   " FINISH" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-WIN-ELAPSED TO WS-FMT-SECS.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO REPORT-LINE.
           STRING "WINDOW ELAPSED           " DELIMITED BY SIZE
               WS-FMT-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-WIN-RUNS = 0
               MOVE "NO EARLIER CLOSED WINDOW TO AVERAGE"
                   TO REPORT-LINE
           ELSE
               MOVE WS-WIN-AVERAGE TO WS-FMT-SECS
               PERFORM FORMAT-DURATION
               MOVE WS-WIN-RUNS TO WS-COUNT-DISPLAY
               STRING "WINDOW AVERAGE           " DELIMITED BY SIZE
                   WS-FMT-TEXT DELIMITED BY SIZE
                   " OVER " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                   " NIGHT(S)" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF WS-SLIPPAGE < 0
               MOVE "-" TO WS-SIGN-TEXT
               COMPUTE WS-FMT-SECS = 0 - WS-SLIPPAGE
           ELSE
               MOVE "+" TO WS-SIGN-TEXT
               MOVE WS-SLIPPAGE TO WS-FMT-SECS
           END-IF.
           PERFORM FORMAT-DURATION.
           MOVE SPACES TO REPORT-LINE.
           STRING "SLIPPAGE AGAINST AVERAGE " DELIMITED BY SIZE
               WS-SIGN-TEXT DELIMITED BY SIZE
               WS-FMT-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-SLIP-SUB = 0
               MOVE "NO STEP RAN OVER ITS AVERAGE" TO REPORT-LINE
           ELSE
               MOVE WS-SLIP-EXCESS TO WS-FMT-SECS
               PERFORM FORMAT-DURATION
               STRING "FURTHEST OVER AVERAGE    " DELIMITED BY SIZE
                   WS-NT-PROGRAM(WS-SLIP-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NT-STEP(WS-SLIP-SUB) DELIMITED BY SIZE
                   " +" DELIMITED BY SIZE
                   WS-FMT-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-OVERRUN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEPS OVERRUN            " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OVERRUN-COUNT > 0
               MOVE 4 TO WS-RESULT-CODE
           END-IF.

      * One S line for each step of the window and a T line for the
      * window; with no window only the T line, its state blank.
       WRITE-TIMING-SUMMARY.
           OPEN OUTPUT TIMING-SUMMARY.
           IF NOT SUM-OK
               MOVE "STEPTIME" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STEPTSUM, STATUS "
                   DELIMITED BY SIZE
                   WS-SUM-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-USED
               MOVE SPACES TO STEP-TIME-RECORD
               SET ST-STEP-LINE TO TRUE
               MOVE WS-NT-PROGRAM(WS-NIGHT-SUB) TO ST-PROGRAM-ID
               MOVE WS-NT-STEP(WS-NIGHT-SUB) TO ST-STEP-NAME
               MOVE WS-NT-ELAPSED(WS-NIGHT-SUB) TO ST-ELAPSED
               MOVE WS-NT-AVERAGE(WS-NIGHT-SUB) TO ST-AVERAGE
               MOVE WS-NT-RUNS(WS-NIGHT-SUB) TO ST-RUNS
               MOVE WS-NT-FLAG(WS-NIGHT-SUB) TO ST-FLAG
               WRITE STEP-TIME-RECORD
           END-PERFORM.
           MOVE SPACES TO STEP-TIME-TOTAL.
           MOVE 'T' TO STT-TYPE.
           MOVE 0 TO STT-ELAPSED STT-AVERAGE STT-SLIPPAGE
               STT-SLIP-EXCESS.
           MOVE WS-OVERRUN-COUNT TO STT-OVERRUN-COUNT.
           IF NOT NO-WINDOW-YET
               MOVE WS-WIN-OPEN-DATE TO STT-OPEN-DATE
               MOVE WS-WIN-OPEN-TIME TO STT-OPEN-TIME
               IF WINDOW-CLOSED
                   SET STT-WINDOW-CLOSED TO TRUE
               ELSE
                   SET STT-WINDOW-OPEN TO TRUE
               END-IF
               MOVE WS-WIN-ELAPSED TO STT-ELAPSED
               MOVE WS-WIN-AVERAGE TO STT-AVERAGE
               MOVE WS-FINISH-DATE TO STT-FINISH-DATE
               MOVE WS-FINISH-TIME TO STT-FINISH-TIME
               MOVE WS-SLIPPAGE TO STT-SLIPPAGE
               IF WS-SLIP-SUB > 0
                   MOVE WS-NT-PROGRAM(WS-SLIP-SUB) TO STT-SLIP-PROGRAM
                   MOVE WS-NT-STEP(WS-SLIP-SUB) TO STT-SLIP-STEP
                   MOVE WS-SLIP-EXCESS TO STT-SLIP-EXCESS
               END-IF
           END-IF.
           WRITE STEP-TIME-TOTAL.
           CLOSE TIMING-SUMMARY.

       LOG-OVERRUNS.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-USED
               IF WS-NT-FLAG(WS-NIGHT-SUB) = 'W'
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "OVERRUN " DELIMITED BY SIZE
                       WS-NT-PROGRAM(WS-NIGHT-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NT-STEP(WS-NIGHT-SUB) DELIMITED BY SIZE
                       " SECS=" DELIMITED BY SIZE
                       WS-NT-ELAPSED(WS-NIGHT-SUB) DELIMITED BY SIZE
                       " AVG=" DELIMITED BY SIZE
                       WS-NT-AVERAGE(WS-NIGHT-SUB) DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   MOVE "OVRN" TO AE-EVENT-CODE
                   SET AE-SEV-WARNING TO TRUE
                   CALL 'AUDITLOG' USING "STEPTIME", WS-AUDIT-DETAIL,
                       AUDIT-EVENT-PARM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "STEP TIMES WINDOW=" DELIMITED BY SIZE
               WS-WIN-OPEN-DATE DELIMITED BY SIZE
               " STEPS=" DELIMITED BY SIZE
               WS-NIGHT-USED DELIMITED BY SIZE
               " OVERRUNS=" DELIMITED BY SIZE
               WS-OVERRUN-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "STEPTIME", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           DISPLAY "Step times written to STEPTMRP, "
               WS-OVERRUN-COUNT " overrun(s)".

           COPY ERRHAND.
       END PROGRAM STEP-TIMING-REPORT.
