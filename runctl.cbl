      * Tectonics: cobc
      * Modification History:
      *   2026-08-22 - First version.
      *   2026-10-15 - Every start and end request is also appended,
      *                with its date and time, to the RUNHIST run
      *                history for the step timing report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
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
       01 WS-RUN-STATUS          PIC X(2).
           88 RUN-OK                 VALUE "00".
           88 RUN-EOF                VALUE "10".
       01 WS-HIST-STATUS         PIC X(2).
           88 HIST-OK                VALUE "00".
       01 WS-SCAN-DONE           PIC X.
           88 SCAN-DONE              VALUE 'Y'.
       01 WS-BLOCKED             PIC X.
               END-IF
               CLOSE RUN-STATUS-FILE
           END-IF.
           PERFORM APPEND-RUN-HISTORY.
           GOBACK.

       START-REQUEST-PARA.
                       END-IF
               END-READ
           END-PERFORM.

      * The history is kept whether or not RUNSTAT could be used, so a
      * night's timings survive a damaged status file. A history that
      * cannot be written is not allowed to stop the caller.
       APPEND-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF NOT HIST-OK
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           IF HIST-OK
               MOVE RC-PROGRAM-ID TO RH-PROGRAM-ID
               MOVE RC-STEP-NAME TO RH-STEP-NAME
               MOVE RC-FUNCTION TO RH-EVENT
               ACCEPT RH-DATE FROM DATE YYYYMMDD
               ACCEPT RH-TIME FROM TIME
               MOVE RC-RETURN-CODE TO RH-RETURN-CODE
               MOVE RC-COUNT TO RH-COUNT
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.
       END PROGRAM RUNCTL.
