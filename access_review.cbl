      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly operator access review. Lists every
      *          operator on OPERFILE who has not been retired - id,
      *          name, role, person or batch id, status and last
      *          sign-on date - with KEEP and REVOKE boxes for the
      *          managers to tick, then lists again everyone who has
      *          not signed on within the OPERPARM dormant period
      *          (default 90 days; counted from the date the id was
      *          added when it has never been used). Revocations are
      *          made afterwards by a supervisor in OPERMNT. The run
      *          is logged on AUDITTRL under event code OPRV, as a
      *          warning (return code 4) when anyone is dormant.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; nobody reviewed who still had a
      *                sign-on to the suite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PARAM-FILE ASSIGN TO "OPERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "ACCREVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  PARAM-FILE.
       01  OPER-PARAM-RECORD.
           05 OX-PWD-DAYS           PIC 9(3).
           05 OX-LOCK-TRIES         PIC 9(2).
           05 OX-DORMANT-DAYS       PIC 9(3).
       FD  REVIEW-REPORT-FILE.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-OPER-STATUS        PIC X(2).
           88 OPER-OK               VALUE "00".
           88 OPER-EOF              VALUE "10".
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR         PIC 9(4).
           05 WS-TODAY-MONTH        PIC 9(2).
           05 FILLER                PIC 9(2).
       01 WS-QUARTER            PIC 9(1).
       01 WS-DORMANT-DAYS       PIC 9(3) VALUE 90.
       01 WS-SINCE-DATE         PIC 9(8).
       01 WS-DAYS-SINCE         PIC S9(7).
       01 WS-DORMANT-FLAG       PIC X VALUE 'N'.
           88 OPERATOR-DORMANT      VALUE 'Y'.
      * The dormant operators, kept for the second list.
       01 WS-DORMANT-TABLE.
           05 WS-DORMANT-ENTRY OCCURS 500 TIMES.
               10 WS-DT-ID          PIC X(8).
               10 WS-DT-NAME        PIC X(20).
               10 WS-DT-LAST-SIGNON PIC 9(8).
               10 WS-DT-ADDED       PIC 9(8).
               10 WS-DT-DAYS        PIC S9(7).
       01 WS-DORMANT-USED       PIC 9(3) VALUE 0.
       01 WS-DORMANT-SUB        PIC 9(3).
       01 WS-LISTED-COUNT       PIC 9(4) VALUE 0.
       01 WS-ACTIVE-COUNT       PIC 9(4) VALUE 0.
       01 WS-LOCKED-COUNT       PIC 9(4) VALUE 0.
       01 WS-SUSPENDED-COUNT    PIC 9(4) VALUE 0.
       01 WS-SUPER-COUNT        PIC 9(4) VALUE 0.
       01 WS-RETIRED-COUNT      PIC 9(4) VALUE 0.
       01 WS-DORMANT-COUNT      PIC 9(4) VALUE 0.
       01 WS-DETAIL-LINE.
           05 WS-DL-ID              PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-NAME            PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-ROLE            PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-TYPE            PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-STATUS          PIC X(9).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-LAST-SIGNON     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-FLAG            PIC X(7).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-KEEP            PIC X(4) VALUE "[  ]".
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-REVOKE          PIC X(6) VALUE "[    ]".
       01 WS-DORMANT-LINE.
           05 WS-DR-ID              PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DR-NAME            PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DR-LAST-SIGNON     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DR-ADDED           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DR-DAYS            PIC ZZZZZZ9.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-QUARTER = (WS-TODAY-MONTH + 2) / 3.
           PERFORM LOAD-REVIEW-PARAMETERS.
           OPEN INPUT OPERATOR-FILE.
           IF NOT OPER-OK
               MOVE "OPERREV " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN OPERFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-OPER-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF NOT RPT-OK
               MOVE "OPERREV " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN ACCREVRP, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "OPERREV " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATOR ACCESS REVIEW FOR QUARTER "
               DELIMITED BY SIZE
               WS-QUARTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY-YEAR DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TICK KEEP TO CONFIRM THE ACCESS OR REVOKE TO REMOVE IT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ID       NAME" TO REPORT-LINE.
           MOVE "ROLE  TYPE  STATUS    LAST ON" TO REPORT-LINE(31:29).
           MOVE "NOTE    KEEP REVOKE" TO REPORT-LINE(62:19).
           WRITE REPORT-LINE.
           PERFORM UNTIL OPER-EOF
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       SET OPER-EOF TO TRUE
                   NOT AT END
                       IF OP-RETIRED
                           ADD 1 TO WS-RETIRED-COUNT
                       ELSE
                           PERFORM REVIEW-ONE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           PERFORM WRITE-DORMANT-LIST.
           PERFORM WRITE-REVIEW-SUMMARY.
           MOVE WS-LISTED-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-DORMANT-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REVIEW-REPORT-FILE.
           DISPLAY "Access review written to ACCREVRP, "
               WS-LISTED-COUNT " operator(s) listed, "
               WS-DORMANT-COUNT " with no sign-on in "
               WS-DORMANT-DAYS " days".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "ACCESS REVIEW Q" DELIMITED BY SIZE
               WS-QUARTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TODAY-YEAR DELIMITED BY SIZE
               " LISTED=" DELIMITED BY SIZE
               WS-LISTED-COUNT DELIMITED BY SIZE
               " DORMANT=" DELIMITED BY SIZE
               WS-DORMANT-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE "OPRV" TO AE-EVENT-CODE.
           IF WS-DORMANT-COUNT > 0
               SET AE-SEV-WARNING TO TRUE
           END-IF.
           CALL 'AUDITLOG' USING "OPERREV ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           IF WS-DORMANT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-REVIEW-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF PARM-OK
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OX-DORMANT-DAYS IS NUMERIC
                               AND OX-DORMANT-DAYS > 0
                           MOVE OX-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * An operator is dormant when the last sign-on - or, for an id
      * never used, the date it was added - is more than the dormant
      * period ago, or when neither date is known.
       REVIEW-ONE-OPERATOR.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE OP-ID TO WS-DL-ID.
           MOVE OP-NAME TO WS-DL-NAME.
           IF OP-ROLE = 2
               MOVE "SUPER" TO WS-DL-ROLE
               ADD 1 TO WS-SUPER-COUNT
           ELSE
               MOVE "OPER" TO WS-DL-ROLE
           END-IF.
           IF OP-BATCH-ID
               MOVE "BATCH" TO WS-DL-TYPE
           ELSE
               MOVE "STAFF" TO WS-DL-TYPE
           END-IF.
           EVALUATE TRUE
               WHEN OP-ACTIVE
                   MOVE "ACTIVE" TO WS-DL-STATUS
                   ADD 1 TO WS-ACTIVE-COUNT
               WHEN OP-LOCKED
                   MOVE "LOCKED" TO WS-DL-STATUS
                   ADD 1 TO WS-LOCKED-COUNT
               WHEN OP-SUSPENDED
                   MOVE "SUSPENDED" TO WS-DL-STATUS
                   ADD 1 TO WS-SUSPENDED-COUNT
               WHEN OTHER
                   MOVE OP-STATUS TO WS-DL-STATUS
           END-EVALUATE.
           IF OP-LAST-SIGNON = 0
               MOVE "NEVER" TO WS-DL-LAST-SIGNON
               MOVE OP-ADDED-DATE TO WS-SINCE-DATE
           ELSE
               MOVE OP-LAST-SIGNON TO WS-DL-LAST-SIGNON
               MOVE OP-LAST-SIGNON TO WS-SINCE-DATE
           END-IF.
           MOVE 'N' TO WS-DORMANT-FLAG.
           MOVE 0 TO WS-DAYS-SINCE.
           IF WS-SINCE-DATE = 0
               MOVE 'Y' TO WS-DORMANT-FLAG
           ELSE
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE)
               IF WS-DAYS-SINCE > WS-DORMANT-DAYS
                   MOVE 'Y' TO WS-DORMANT-FLAG
               END-IF
           END-IF.
           IF OPERATOR-DORMANT
               MOVE "DORMANT" TO WS-DL-FLAG
               ADD 1 TO WS-DORMANT-COUNT
               IF WS-DORMANT-USED < 500
                   ADD 1 TO WS-DORMANT-USED
                   MOVE OP-ID TO WS-DT-ID(WS-DORMANT-USED)
                   MOVE OP-NAME TO WS-DT-NAME(WS-DORMANT-USED)
                   MOVE OP-LAST-SIGNON
                       TO WS-DT-LAST-SIGNON(WS-DORMANT-USED)
                   MOVE OP-ADDED-DATE TO WS-DT-ADDED(WS-DORMANT-USED)
                   MOVE WS-DAYS-SINCE TO WS-DT-DAYS(WS-DORMANT-USED)
               END-IF
           ELSE
               MOVE SPACES TO WS-DL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-DORMANT-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATORS WITH NO SIGN-ON IN THE LAST "
               DELIMITED BY SIZE
               WS-DORMANT-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DORMANT-COUNT = 0
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "ID       NAME" TO REPORT-LINE
               MOVE "LAST ON  ADDED       DAYS" TO REPORT-LINE(31:25)
               WRITE REPORT-LINE
               PERFORM VARYING WS-DORMANT-SUB FROM 1 BY 1
                       UNTIL WS-DORMANT-SUB > WS-DORMANT-USED
                   MOVE WS-DT-ID(WS-DORMANT-SUB) TO WS-DR-ID
                   MOVE WS-DT-NAME(WS-DORMANT-SUB) TO WS-DR-NAME
                   IF WS-DT-LAST-SIGNON(WS-DORMANT-SUB) = 0
                       MOVE "NEVER" TO WS-DR-LAST-SIGNON
                   ELSE
                       MOVE WS-DT-LAST-SIGNON(WS-DORMANT-SUB)
                           TO WS-DR-LAST-SIGNON
                   END-IF
                   IF WS-DT-ADDED(WS-DORMANT-SUB) = 0
                       MOVE "UNKNOWN" TO WS-DR-ADDED
                   ELSE
                       MOVE WS-DT-ADDED(WS-DORMANT-SUB)
                           TO WS-DR-ADDED
                   END-IF
                   MOVE WS-DT-DAYS(WS-DORMANT-SUB) TO WS-DR-DAYS
                   MOVE WS-DORMANT-LINE TO REPORT-LINE
                   IF WS-DT-DAYS(WS-DORMANT-SUB) = 0
                       MOVE SPACES TO REPORT-LINE(49:7)
                   END-IF
                   WRITE REPORT-LINE
               END-PERFORM
               IF WS-DORMANT-COUNT > WS-DORMANT-USED
                   MOVE SPACES TO REPORT-LINE
                   STRING "LIST CUT SHORT AT " DELIMITED BY SIZE
                       WS-DORMANT-USED DELIMITED BY SIZE
                       ", EVERY ONE IS FLAGGED ABOVE" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPERATORS LISTED " DELIMITED BY SIZE
               WS-LISTED-COUNT DELIMITED BY SIZE
               "  ACTIVE " DELIMITED BY SIZE
               WS-ACTIVE-COUNT DELIMITED BY SIZE
               "  LOCKED " DELIMITED BY SIZE
               WS-LOCKED-COUNT DELIMITED BY SIZE
               "  SUSPENDED " DELIMITED BY SIZE
               WS-SUSPENDED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUPERVISORS " DELIMITED BY SIZE
               WS-SUPER-COUNT DELIMITED BY SIZE
               "  DORMANT " DELIMITED BY SIZE
               WS-DORMANT-COUNT DELIMITED BY SIZE
               "  RETIRED (NOT LISTED) " DELIMITED BY SIZE
               WS-RETIRED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED BY ______________________  DATE __________"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVOCATIONS MADE IN OPERMNT BY ____________________"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM ACCESS-REVIEW.
