      * Tectonics: cobc
      * Modification History:
      *   2026-08-22 - First version, written alongside RUNCTL.
      *   2026-10-15 - Opening and closing the batch window are also
      *                appended to the RUNHIST run history, as a start
      *                and an end under BATCHWIN, so the step timing
      *                report can tell one night's window from the
      *                next.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL-UTILITY.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-PROGRAM-ID
               FILE STATUS IS WS-RUN-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE.
           05 RS-END-TIME           PIC X(8).
           05 RS-RETURN-CODE        PIC 9(4).
           05 RS-COUNT              PIC 9(7).
       FD  RUN-HISTORY-FILE.
           COPY RUNHREC.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-RUN-STATUS          PIC X(2).
           88 RUN-OK                 VALUE "00".
           88 RUN-EOF                VALUE "10".
       01 WS-HIST-STATUS         PIC X(2).
           88 HIST-OK                VALUE "00".
       01 WS-HIST-EVENT          PIC X(1).
       01 WS-HIST-DATE           PIC X(8).
       01 WS-HIST-TIME           PIC X(8).
       01 WS-CHOICE              PIC 9 VALUE 0.
           88 CHOICE-LIST            VALUE 1.
           88 CHOICE-OPEN-WINDOW     VALUE 2.
               INVALID KEY
                   REWRITE RUN-STATUS-RECORD
           END-WRITE.
           MOVE "S" TO WS-HIST-EVENT.
           MOVE RS-START-DATE TO WS-HIST-DATE.
           MOVE RS-START-TIME TO WS-HIST-TIME.
           CLOSE RUN-STATUS-FILE.
           PERFORM APPEND-WINDOW-HISTORY.

       UPSERT-WINDOW-ENDED.
           PERFORM OPEN-RUNSTAT-IO.
               INVALID KEY
                   REWRITE RUN-STATUS-RECORD
           END-WRITE.
           MOVE "E" TO WS-HIST-EVENT.
           MOVE RS-END-DATE TO WS-HIST-DATE.
           MOVE RS-END-TIME TO WS-HIST-TIME.
           CLOSE RUN-STATUS-FILE.
           PERFORM APPEND-WINDOW-HISTORY.

      * The event, date and time are set by the caller from the
      * BATCHWIN entry just written, so RUNSTAT and RUNHIST agree.
       APPEND-WINDOW-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF NOT HIST-OK
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           IF HIST-OK
               MOVE "BATCHWIN" TO RH-PROGRAM-ID
               MOVE SPACES TO RH-STEP-NAME
               MOVE WS-HIST-EVENT TO RH-EVENT
               MOVE WS-HIST-DATE TO RH-DATE
               MOVE WS-HIST-TIME TO RH-TIME
               MOVE 0 TO RH-RETURN-CODE RH-COUNT
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "RUNHIST not written, status " WS-HIST-STATUS
           END-IF.

       OPEN-RUNSTAT-IO.
           OPEN I-O RUN-STATUS-FILE.
