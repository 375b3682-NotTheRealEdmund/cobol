      *                the informational default after each entry so
      *                a notable event never bleeds into the caller's
      *                next routine log line.
      *   2026-10-15 - Every entry is now numbered and chained to the
      *                one before it (AR-SEQ and AR-CHAIN-HASH, from
      *                CHNHASH). The head of the chain is kept on
      *                AUDHEAD so each entry does not have to read the
      *                trail; when AUDHEAD is missing the head is
      *                taken from the last entry on AUDITTRL.
      *   2026-10-15 - An error-severity entry also raises a paging
      *                alert on ALERTOUT for the on-call gateway,
      *                routed to the group ALERTRTE gives for the
      *                program and event code. A repeat of the same
      *                program and event within the route's interval
      *                (30 minutes when the route gives none) is not
      *                paged again; the audit entry is still written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITLOG.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD-FILE ASSIGN TO "AUDHEAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.
           SELECT ALERT-ROUTE-FILE ASSIGN TO "ALERTRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(126).
       01  AUDIT-LINE-CHAIN.
           05 FILLER                 PIC X(93).
           05 AL-SEQ                 PIC X(9).
           05 AL-CHAIN-HASH          PIC X(24).
       FD  CHAIN-HEAD-FILE.
       01  CHAIN-HEAD-RECORD.
           05 AH-SEQ                 PIC 9(9).
           05 AH-CHAIN-HASH          PIC X(24).
      * One route per line: program and event code, either of them
      * blank or * for any; the group to page; and the suppression
      * interval in minutes (blank for the 30-minute default, 000 to
      * page every repeat).
       FD  ALERT-ROUTE-FILE.
       01  ALERT-ROUTE-RECORD.
           05 RT-PROGRAM-ID          PIC X(8).
           05 RT-EVENT-CODE          PIC X(4).
           05 RT-GROUP               PIC X(8).
           05 RT-INTERVAL            PIC X(3).
       FD  ALERT-FILE.
           COPY ALERTREC.
       WORKING-STORAGE SECTION.
           COPY AUDITREC.
       01 WS-AUDIT-STATUS        PIC X(2).
           88 AUDIT-OK               VALUES "00", "05".
           88 AUDIT-EOF              VALUE "10".
       01 WS-HEAD-STATUS         PIC X(2).
           88 HEAD-OK                VALUES "00", "05".
       01 WS-HEAD-FOUND          PIC X VALUE 'N'.
           88 CHAIN-HEAD-FOUND       VALUE 'Y'.
       01 WS-LAST-SEQ            PIC 9(9).
       01 WS-LAST-HASH           PIC X(24).
       01 WS-ROUTE-STATUS        PIC X(2).
           88 ROUTE-OK               VALUE "00".
           88 ROUTE-EOF              VALUE "10".
       01 WS-ALERT-STATUS        PIC X(2).
           88 ALERT-OK               VALUES "00", "05".
           88 ALERT-EOF              VALUE "10".
      * The route chosen so far and how closely it matched: 4 for the
      * program and event, 3 for the program, 2 for the event, 1 for
      * a catch-all line.
       01 WS-ALERT-GROUP         PIC X(8).
       01 WS-ALERT-INTERVAL      PIC 9(3).
       01 WS-ROUTE-RANK          PIC 9(1).
       01 WS-LINE-RANK           PIC 9(1).
       01 WS-ALERT-DATE          PIC 9(8).
       01 WS-ALERT-TIME.
           05 WS-AT-HH               PIC 9(2).
           05 WS-AT-MM               PIC 9(2).
           05 WS-AT-SS               PIC 9(2).
       01 WS-ALERT-SECS          PIC 9(11).
       01 WS-THIS-SECS           PIC 9(11).
       01 WS-LAST-ALERT-SECS     PIC 9(11).
       01 WS-LAST-ALERT-FOUND    PIC X VALUE 'N'.
           88 LAST-ALERT-FOUND       VALUE 'Y'.
       LINKAGE SECTION.
       01 LS-PROGRAM-ID          PIC X(8).
       01 LS-DETAIL              PIC X(56).
      * unprintable so the entry always writes cleanly.
           INSPECT AR-DETAIL REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AR-PROGRAM-ID REPLACING ALL LOW-VALUE BY SPACE.
           PERFORM FIND-CHAIN-HEAD.
           ADD 1 TO WS-LAST-SEQ GIVING AR-SEQ.
           CALL 'CHNHASH' USING WS-LAST-HASH, AUDIT-RECORD(1:102),
               AR-CHAIN-HASH.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-LINE FROM AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           OPEN OUTPUT CHAIN-HEAD-FILE.
           IF HEAD-OK
               MOVE AR-SEQ TO AH-SEQ
               MOVE AR-CHAIN-HASH TO AH-CHAIN-HASH
               WRITE CHAIN-HEAD-RECORD
               CLOSE CHAIN-HEAD-FILE
           END-IF.
           IF AR-SEVERITY = 'E'
               PERFORM RAISE-PAGING-ALERT
           END-IF.
      * Reset the caller's event code and severity to the
      * informational default; callers only set them for notable
      * events. The user stays, it was set once at sign-on.
           MOVE "INFO" TO LS-EVENT-CODE.
           MOVE 'I' TO LS-SEVERITY.
           GOBACK.

      * The last sequence number and chain hash written, from AUDHEAD
      * or, failing that, from the last chained entry on the trail;
      * zero and blank when nothing has been chained yet.
       FIND-CHAIN-HEAD.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE SPACES TO WS-LAST-HASH.
           MOVE 'N' TO WS-HEAD-FOUND.
           OPEN INPUT CHAIN-HEAD-FILE.
           IF HEAD-OK
               READ CHAIN-HEAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AH-SEQ IS NUMERIC
                           MOVE AH-SEQ TO WS-LAST-SEQ
                           MOVE AH-CHAIN-HASH TO WS-LAST-HASH
                           SET CHAIN-HEAD-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE CHAIN-HEAD-FILE
           END-IF.
           IF NOT CHAIN-HEAD-FOUND
               OPEN INPUT AUDIT-FILE
               IF AUDIT-OK
                   PERFORM UNTIL AUDIT-EOF
                       READ AUDIT-FILE
                           AT END
                               SET AUDIT-EOF TO TRUE
                           NOT AT END
                               IF AL-SEQ IS NUMERIC
                                   MOVE AL-SEQ TO WS-LAST-SEQ
                                   MOVE AL-CHAIN-HASH TO WS-LAST-HASH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

      * The alert goes out unless the last one for the same program
      * and event is within the route's interval. A missing ALERTOUT
      * is created; one that cannot be written at all is reported on
      * the job log, since the caller has nowhere to put it.
       RAISE-PAGING-ALERT.
           PERFORM FIND-ALERT-ROUTE.
           MOVE AR-DATE TO WS-ALERT-DATE.
           MOVE AR-TIME(1:6) TO WS-ALERT-TIME.
           COMPUTE WS-THIS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-ALERT-DATE) * 86400
               + WS-AT-HH * 3600 + WS-AT-MM * 60 + WS-AT-SS.
           PERFORM FIND-LAST-ALERT.
           IF LAST-ALERT-FOUND
                   AND WS-THIS-SECS >= WS-LAST-ALERT-SECS
                   AND WS-THIS-SECS - WS-LAST-ALERT-SECS <
                       WS-ALERT-INTERVAL * 60
               CONTINUE
           ELSE
               OPEN EXTEND ALERT-FILE
               IF NOT ALERT-OK
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF ALERT-OK
                   MOVE AR-SEQ TO PG-ALERT-ID
                   MOVE AR-DATE TO PG-DATE
                   MOVE AR-TIME(1:6) TO PG-TIME
                   MOVE AR-PROGRAM-ID TO PG-PROGRAM-ID
                   MOVE AR-EVENT-CODE TO PG-EVENT-CODE
                   MOVE WS-ALERT-GROUP TO PG-GROUP
                   MOVE AR-DETAIL TO PG-DETAIL
                   WRITE PAGE-ALERT-RECORD
                   CLOSE ALERT-FILE
               ELSE
                   DISPLAY "ALERT NOT RAISED, ALERTOUT STATUS "
                       WS-ALERT-STATUS ": " AR-PROGRAM-ID " "
                       AR-EVENT-CODE " " AR-DETAIL
               END-IF
           END-IF.

      * The closest matching route wins; with no ALERTRTE, or no line
      * that matches, the alert goes to ONCALL.
       FIND-ALERT-ROUTE.
           MOVE "ONCALL" TO WS-ALERT-GROUP.
           MOVE 30 TO WS-ALERT-INTERVAL.
           MOVE 0 TO WS-ROUTE-RANK.
           OPEN INPUT ALERT-ROUTE-FILE.
           IF ROUTE-OK
               PERFORM UNTIL ROUTE-EOF
                   READ ALERT-ROUTE-FILE
                       AT END
                           SET ROUTE-EOF TO TRUE
                       NOT AT END
                           PERFORM RANK-ALERT-ROUTE
                   END-READ
               END-PERFORM
               CLOSE ALERT-ROUTE-FILE
           END-IF.

       RANK-ALERT-ROUTE.
           MOVE 0 TO WS-LINE-RANK.
           IF RT-PROGRAM-ID = AR-PROGRAM-ID
               IF RT-EVENT-CODE = AR-EVENT-CODE
                   MOVE 4 TO WS-LINE-RANK
               ELSE
                   IF RT-EVENT-CODE = SPACES OR RT-EVENT-CODE = "*"
                       MOVE 3 TO WS-LINE-RANK
                   END-IF
               END-IF
           ELSE
               IF RT-PROGRAM-ID = SPACES OR RT-PROGRAM-ID = "*"
                   IF RT-EVENT-CODE = AR-EVENT-CODE
                       MOVE 2 TO WS-LINE-RANK
                   ELSE
                       IF RT-EVENT-CODE = SPACES
                               OR RT-EVENT-CODE = "*"
                           MOVE 1 TO WS-LINE-RANK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-LINE-RANK > WS-ROUTE-RANK
                   AND RT-GROUP NOT = SPACES
               MOVE WS-LINE-RANK TO WS-ROUTE-RANK
               MOVE RT-GROUP TO WS-ALERT-GROUP
               IF RT-INTERVAL IS NUMERIC
                   MOVE RT-INTERVAL TO WS-ALERT-INTERVAL
               ELSE
                   MOVE 30 TO WS-ALERT-INTERVAL
               END-IF
           END-IF.

      * When the same program last raised the same event; the file is
      * in time order, so the last one read is the latest.
       FIND-LAST-ALERT.
           MOVE 'N' TO WS-LAST-ALERT-FOUND.
           MOVE 0 TO WS-LAST-ALERT-SECS.
           OPEN INPUT ALERT-FILE.
           IF ALERT-OK
               PERFORM UNTIL ALERT-EOF
                   READ ALERT-FILE
                       AT END
                           SET ALERT-EOF TO TRUE
                       NOT AT END
                           IF PG-PROGRAM-ID = AR-PROGRAM-ID
                                   AND PG-EVENT-CODE = AR-EVENT-CODE
                                   AND PG-DATE IS NUMERIC
                                   AND PG-TIME IS NUMERIC
                               MOVE PG-DATE TO WS-ALERT-DATE
                               MOVE PG-TIME TO WS-ALERT-TIME
                               COMPUTE WS-LAST-ALERT-SECS =
                                   FUNCTION INTEGER-OF-DATE(
                                   WS-ALERT-DATE) * 86400
                                   + WS-AT-HH * 3600 + WS-AT-MM * 60
                                   + WS-AT-SS
                               SET LAST-ALERT-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.
       END PROGRAM AUDITLOG.
