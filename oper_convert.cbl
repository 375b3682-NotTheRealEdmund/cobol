      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the hand-edited operator file
      *          to the keyed operator master kept by OPERMNT. The
      *          old file is read as OPEROLD and every operator is
      *          written to a new, empty OPERFILE as active, with the
      *          temporary password given on SYSIN (hashed by
      *          PWDHASH). Everyone must change it at their first
      *          sign-on; the BATCH id that the nightly chain signs
      *          on as becomes a batch service id, whose password does
      *          not expire, and a supervisor should reset it in
      *          OPERMNT and put the new one on the protected batch
      *          sign-on dataset straight after the conversion. Every
      *          converted operator is listed on OPERCVRP. The run
      *          refuses to start (return code 8) when OPERFILE
      *          already holds records, so it cannot overwrite a
      *          converted master.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, for the move to passwords and
      *                a maintained operator master.
      *   2026-10-15 - Every converted operator starts with no employee
      *                id; a supervisor sets each person's in OPERMNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPERATOR-FILE ASSIGN TO "OPEROLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CONVERT-REPORT ASSIGN TO "OPERCVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OPERATOR-FILE.
       01  OLD-OPERATOR-RECORD.
           05 OO-ID                 PIC X(8).
           05 OO-NAME               PIC X(20).
           05 OO-ROLE               PIC X(1).
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  CONVERT-REPORT.
       01  CONVERT-REPORT-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-OLD-STATUS         PIC X(2).
           88 OLD-OK                VALUE "00".
           88 OLD-EOF               VALUE "10".
       01 WS-OPER-STATUS        PIC X(2).
           88 OPER-OK               VALUES "00", "05".
           88 OPER-EOF              VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-TODAY              PIC 9(8).
       01 WS-TEMP-PASSWORD      PIC X(16).
       01 WS-PWD-LENGTH         PIC 9(2).
       01 WS-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-CONVERTED-COUNT    PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(5) VALUE 0.
       01 WS-NOTE               PIC X(34).
       01 WS-DETAIL-LINE.
           05 WS-DL-ID              PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-NAME            PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-ROLE            PIC X(1).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-DL-TYPE            PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE            PIC X(34).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Temporary password for every operator: ".
           ACCEPT WS-TEMP-PASSWORD.
           PERFORM VARYING WS-PWD-LENGTH FROM 16 BY -1
                   UNTIL WS-PWD-LENGTH = 0
                       OR WS-TEMP-PASSWORD(WS-PWD-LENGTH:1)
                           NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-PWD-LENGTH < 6
               MOVE "OPERCONV" TO WS-ERROR-PGM
               MOVE "TEMPORARY PASSWORD UNDER 6 CHARACTERS"
                   TO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM CHECK-NEW-MASTER-EMPTY.
           OPEN INPUT OLD-OPERATOR-FILE.
           IF NOT OLD-OK
               MOVE "OPERCONV" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN OPEROLD, STATUS "
                   DELIMITED BY SIZE
                   WS-OLD-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT OPERATOR-FILE.
           IF NOT OPER-OK
               MOVE "OPERCONV" TO WS-ERROR-PGM
               STRING "UNABLE TO CREATE OPERFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-OPER-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT CONVERT-REPORT.
           IF NOT RPT-OK
               MOVE "OPERCONV" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN OPERCVRP, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "OPERCONV" TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE "OPERATOR FILE CONVERSION - TEMPORARY PASSWORD ISSUED"
               TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE "ID        NAME                  ROLE TYPE   NOTE"
               TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           PERFORM UNTIL OLD-EOF
               READ OLD-OPERATOR-FILE
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-OPERATOR
               END-READ
           END-PERFORM.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           STRING "READ " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  CONVERTED " DELIMITED BY SIZE
               WS-CONVERTED-COUNT DELIMITED BY SIZE
               "  FAILED " DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE WS-CONVERTED-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-READ-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           CLOSE OLD-OPERATOR-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE CONVERT-REPORT.
           MOVE SPACES TO WS-TEMP-PASSWORD.
           DISPLAY "Operator file converted: " WS-CONVERTED-COUNT
               " of " WS-READ-COUNT " operator(s), "
               WS-FAILED-COUNT " failed; reset the BATCH password now".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "OPERFILE CONVERTED READ=" DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               " DONE=" DELIMITED BY SIZE
               WS-CONVERTED-COUNT DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE "OPAD" TO AE-EVENT-CODE.
           CALL 'AUDITLOG' USING "OPERCONV", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A master that already has records has been converted (or
      * is being maintained) and must not be overwritten.
       CHECK-NEW-MASTER-EMPTY.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       SET OPER-EOF TO TRUE
               END-READ
               IF NOT OPER-EOF
                   MOVE "OPERCONV" TO WS-ERROR-PGM
                   MOVE "OPERFILE ALREADY HOLDS RECORDS, NOT CONVERTED"
                       TO WS-ERROR-MSG
                   MOVE 8 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.

       CONVERT-ONE-OPERATOR.
           MOVE OO-ID TO OP-ID.
           MOVE OO-NAME TO OP-NAME.
           MOVE "MUST CHANGE PASSWORD AT SIGN-ON" TO WS-NOTE.
           IF OO-ROLE = '1' OR OO-ROLE = '2'
               MOVE OO-ROLE TO OP-ROLE
           ELSE
               MOVE 1 TO OP-ROLE
               MOVE "ROLE NOT 1 OR 2, SET TO OPERATOR" TO WS-NOTE
           END-IF.
           SET OP-ACTIVE TO TRUE.
           CALL 'PWDHASH' USING OO-ID, WS-TEMP-PASSWORD, OP-PWD-HASH.
           IF OO-ID = "BATCH"
               SET OP-BATCH-ID TO TRUE
               MOVE WS-TODAY TO OP-PWD-CHANGED
               MOVE "BATCH ID - RESET PASSWORD IN OPERMNT" TO WS-NOTE
           ELSE
               SET OP-PERSON TO TRUE
               MOVE 0 TO OP-PWD-CHANGED
           END-IF.
           MOVE 0 TO OP-FAILED-COUNT OP-LAST-SIGNON OP-EMP-ID.
           MOVE WS-TODAY TO OP-ADDED-DATE OP-UPDATED-DATE.
           MOVE "OPERCONV" TO OP-UPDATED-BY.
           IF OO-ID = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "NOT CONVERTED, BLANK ID" TO WS-NOTE
           ELSE
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAILED-COUNT
                       MOVE "NOT CONVERTED, DUPLICATE ID" TO WS-NOTE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONVERTED-COUNT
               END-WRITE
           END-IF.
           MOVE OO-ID TO WS-DL-ID.
           MOVE OO-NAME TO WS-DL-NAME.
           MOVE OP-ROLE TO WS-DL-ROLE.
           IF OP-BATCH-ID
               MOVE "BATCH" TO WS-DL-TYPE
           ELSE
               MOVE "STAFF" TO WS-DL-TYPE
           END-IF.
           MOVE WS-NOTE TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM OPER-CONVERT.
