      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregation-of-duties review. Walks the files that
      *          record who made and who approved a piece of work -
      *          HELDFILE (maker and checker of held postings),
      *          WRITEOFF (proposer and approver), CASEFILE (raiser
      *          and closer), PENDCHG and EMPPEND (who queued each
      *          change), CHGHIST (who changed an employee) and the
      *          PAYRMNT rate changes on AUDITTRL - and lists every
      *          case of the same operator making and deciding an
      *          item, changing their own employee or pay record (by
      *          the employee id held for them on OPERFILE), or
      *          closing a case they raised. Each finding is logged on
      *          AUDITTRL as an error under event code SODV, and the
      *          run ends with return code 4 when there are any. The
      *          files are reviewed as they stand; the history files
      *          are trimmed by their own archive jobs.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, so the auditors can be shown
      *                that nobody approves their own work.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT HELD-FILE ASSIGN TO "HELDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT PENDING-EMP-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SOD-REPORT-FILE ASSIGN TO "SODREPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  HELD-FILE.
       01  HELD-RECORD.
           05 HD-STATUS             PIC X(1).
               88 HD-RELEASED           VALUE 'R'.
               88 HD-REJECTED           VALUE 'X'.
           05 HD-DATE               PIC X(8).
           05 HD-CHECKER            PIC X(8).
           05 HD-TRAN-IMAGE.
               10 HD-ACCOUNT            PIC 9(4).
               10 HD-POST-DATE          PIC 9(8).
               10 HD-NUM1               PIC 9(5)V99.
               10 HD-NUM2               PIC 9(5)V99.
               10 HD-TYPE               PIC X(1).
           05 HD-READ-SEQ           PIC 9(7).
           05 HD-CURRENCY           PIC X(3).
           05 HD-SOURCE             PIC X(8).
           05 HD-MAKER              PIC X(8).
       FD  WRITEOFF-FILE.
       01  WRITEOFF-RECORD.
           05 WO-KEY                PIC 9(6).
           05 WO-SIDE               PIC X(1).
           05 WO-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 WO-AGE                PIC 9(2).
           05 WO-DATE               PIC X(8).
           05 WO-STATUS             PIC X(1).
           05 WO-CURRENCY           PIC X(3).
           05 WO-PROPOSED-BY        PIC X(8).
           05 WO-APPROVED-BY        PIC X(8).
       FD  CASE-FILE.
       01  CASE-RECORD.
           05 CS-NUMBER             PIC 9(6).
           05 CS-STATUS             PIC X(1).
           05 CS-OPENED             PIC X(8).
           05 CS-KEY                PIC 9(6).
           05 CS-SIDE               PIC X(1).
           05 CS-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 CS-ASSIGNEE           PIC X(8).
           05 CS-NOTE               PIC X(30).
           05 CS-RAISED-BY          PIC X(8).
           05 CS-CLOSED-BY          PIC X(8).
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PC-EFF-DATE           PIC X(8).
           05 PC-I                  PIC 9.
           05 PC-J                  PIC 9.
           05 PC-VALUE              PIC X(4).
           05 PC-ENTERED-BY         PIC X(8).
       FD  PENDING-EMP-FILE.
       01  PENDING-EMP-RECORD.
           05 EP-EFF-DATE           PIC X(8).
           05 EP-ACTION             PIC X(1).
               88 EP-HIRE               VALUE 'H'.
               88 EP-TERMINATION        VALUE 'T'.
           05 EP-EMP-ID             PIC 9(6).
           05 EP-NAME               PIC A(15).
           05 EP-AGE                PIC 9(3).
           05 EP-GENDER             PIC A(4).
           05 EP-DEPT               PIC X(3).
           05 EP-REASON             PIC X(20).
           05 EP-BIRTH-DATE         PIC X(8).
           05 EP-ENTERED-BY         PIC X(8).
       FD  CHANGE-HISTORY-FILE.
       01  CHANGE-HISTORY-RECORD.
           05 CH-DATE               PIC X(8).
           05 CH-TIME               PIC X(8).
           05 CH-EMP-ID             PIC 9(6).
           05 CH-FIELD              PIC X(10).
           05 CH-BEFORE             PIC X(15).
           05 CH-AFTER              PIC X(15).
           05 CH-USER               PIC X(8).
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  SOD-REPORT-FILE.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-OPER-STATUS        PIC X(2).
           88 OPER-OK               VALUE "00".
           88 OPER-EOF              VALUE "10".
       01 WS-SOURCE-STATUS      PIC X(2).
           88 SOURCE-OK             VALUE "00".
           88 SOURCE-EOF            VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-TODAY              PIC 9(8).
      * Every operator's own employee id, for the own-record checks.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 500 TIMES.
               10 WS-OT-ID          PIC X(8).
               10 WS-OT-EMP-ID      PIC 9(6).
       01 WS-OPER-USED          PIC 9(3) VALUE 0.
       01 WS-OPER-SUB           PIC 9(3).
       01 WS-OPER-LOADED        PIC X VALUE 'N'.
           88 OPERATORS-LOADED      VALUE 'Y'.
       01 WS-NO-EMP-ID-COUNT    PIC 9(4) VALUE 0.
       01 WS-LOOKUP-ID          PIC X(8).
       01 WS-LOOKUP-EMP-ID      PIC 9(6).
      * One line of counts per file walked, printed in the summary.
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 7 TIMES.
               10 WS-SRC-NAME       PIC X(8).
               10 WS-SRC-OPENED     PIC X(1).
                   88 SOURCE-WAS-READ       VALUE 'Y'.
               10 WS-SRC-WALKED     PIC 9(7).
               10 WS-SRC-FOUND      PIC 9(5).
               10 WS-SRC-UNATTR     PIC 9(7).
       01 WS-SRC-SUB            PIC 9(1).
       01 WS-WALKED-TOTAL       PIC 9(7) VALUE 0.
       01 WS-FINDING-TOTAL      PIC 9(5) VALUE 0.
      * The finding being reported: filled in by the rule that found
      * it, then printed and logged by WRITE-FINDING.
       01 WS-FINDING.
           05 WS-FD-SOURCE          PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FD-ITEM            PIC X(17).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FD-USER            PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-FD-RULE            PIC X(20).
       01 WS-FD-DATE            PIC X(8).
       01 WS-DETAIL-LINE.
           05 WS-DL-SOURCE          PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-ITEM            PIC X(17).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-DATE            PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-USER            PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-RULE            PIC X(20).
       01 WS-SUMMARY-LINE.
           05 WS-SL-SOURCE          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SL-WALKED          PIC Z(6)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SL-FOUND           PIC Z(4)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SL-UNATTR          PIC Z(6)9.
       01 WS-RATE-EMP-ID        PIC 9(6).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "HELDFILE" TO WS-SRC-NAME(1).
           MOVE "WRITEOFF" TO WS-SRC-NAME(2).
           MOVE "CASEFILE" TO WS-SRC-NAME(3).
           MOVE "PENDCHG " TO WS-SRC-NAME(4).
           MOVE "EMPPEND " TO WS-SRC-NAME(5).
           MOVE "CHGHIST " TO WS-SRC-NAME(6).
           MOVE "PAYRATE " TO WS-SRC-NAME(7).
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 7
               MOVE 'N' TO WS-SRC-OPENED(WS-SRC-SUB)
               MOVE 0 TO WS-SRC-WALKED(WS-SRC-SUB)
               MOVE 0 TO WS-SRC-FOUND(WS-SRC-SUB)
               MOVE 0 TO WS-SRC-UNATTR(WS-SRC-SUB)
           END-PERFORM.
           PERFORM LOAD-OPERATORS.
           OPEN OUTPUT SOD-REPORT-FILE.
           IF NOT RPT-OK
               MOVE "SODREPT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN SODREPRP, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "SODREPT " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEGREGATION OF DUTIES REVIEW AS AT "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT OPERATORS-LOADED
               MOVE "OPERFILE UNAVAILABLE, OWN-RECORD CHECKS NOT MADE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SOURCE   ITEM              DATE     USER" TO
               REPORT-LINE.
           MOVE "RULE" TO REPORT-LINE(46:4).
           WRITE REPORT-LINE.
           PERFORM REVIEW-HELD-FILE.
           PERFORM REVIEW-WRITEOFF-FILE.
           PERFORM REVIEW-CASE-FILE.
           PERFORM REVIEW-PENDING-FILE.
           PERFORM REVIEW-PENDING-EMP-FILE.
           PERFORM REVIEW-CHANGE-HISTORY.
           PERFORM REVIEW-RATE-CHANGES.
           IF WS-FINDING-TOTAL = 0
               MOVE "NO FINDINGS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-REVIEW-SUMMARY.
           MOVE WS-WALKED-TOTAL TO BT-TOTAL-COUNT.
           MOVE WS-FINDING-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SOD-REPORT-FILE.
           DISPLAY "Segregation-of-duties review written to "
               "SODREPRP, " WS-WALKED-TOTAL " item(s) walked, "
               WS-FINDING-TOTAL " finding(s)".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "SOD REVIEW WALKED=" DELIMITED BY SIZE
               WS-WALKED-TOTAL DELIMITED BY SIZE
               " FINDINGS=" DELIMITED BY SIZE
               WS-FINDING-TOTAL DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE "SODR" TO AE-EVENT-CODE.
           IF WS-FINDING-TOTAL > 0
               SET AE-SEV-WARNING TO TRUE
           END-IF.
           CALL 'AUDITLOG' USING "SODREPT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           IF WS-FINDING-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Retired ids are kept too: their work is still on the files.
       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-OK
               SET OPERATORS-LOADED TO TRUE
               PERFORM UNTIL OPER-EOF
                   READ OPERATOR-FILE NEXT RECORD
                       AT END
                           SET OPER-EOF TO TRUE
                       NOT AT END
                           IF WS-OPER-USED = 500
                               MOVE "SODREPT " TO WS-ERROR-PGM
                               MOVE "OPERATOR TABLE FULL"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO WS-OPER-USED
                           MOVE OP-ID TO WS-OT-ID(WS-OPER-USED)
                           MOVE OP-EMP-ID
                               TO WS-OT-EMP-ID(WS-OPER-USED)
                           IF OP-PERSON AND OP-EMP-ID = 0
                                   AND NOT OP-RETIRED
                               ADD 1 TO WS-NO-EMP-ID-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY "OPERFILE unavailable, status " WS-OPER-STATUS
                   ", own-record checks not made"
           END-IF.

      * The employee id held on OPERFILE for WS-LOOKUP-ID, zero when
      * the id is not on file or has none.
       FIND-OPERATOR-EMP-ID.
           MOVE 0 TO WS-LOOKUP-EMP-ID.
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SUB > WS-OPER-USED
                   OR WS-LOOKUP-EMP-ID > 0
               IF WS-OT-ID(WS-OPER-SUB) = WS-LOOKUP-ID
                   MOVE WS-OT-EMP-ID(WS-OPER-SUB) TO WS-LOOKUP-EMP-ID
               END-IF
           END-PERFORM.

      * A held posting released or rejected under the id that entered
      * it.
       REVIEW-HELD-FILE.
           MOVE 1 TO WS-SRC-SUB.
           OPEN INPUT HELD-FILE.
           IF SOURCE-OK
               SET SOURCE-WAS-READ(WS-SRC-SUB) TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ HELD-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-WALKED(WS-SRC-SUB)
                           IF HD-MAKER = SPACES
                               ADD 1 TO WS-SRC-UNATTR(WS-SRC-SUB)
                           ELSE
                               IF (HD-RELEASED OR HD-REJECTED)
                                       AND HD-CHECKER = HD-MAKER
                                   MOVE SPACES TO WS-FD-ITEM
                                   STRING HD-ACCOUNT DELIMITED BY SIZE
                                       " SEQ " DELIMITED BY SIZE
                                       HD-READ-SEQ DELIMITED BY SIZE
                                       INTO WS-FD-ITEM
                                   MOVE HD-DATE TO WS-FD-DATE
                                   MOVE HD-MAKER TO WS-FD-USER
                                   IF HD-RELEASED
                                       MOVE "MADE AND APPROVED"
                                           TO WS-FD-RULE
                                   ELSE
                                       MOVE "MADE AND REJECTED"
                                           TO WS-FD-RULE
                                   END-IF
                                   PERFORM WRITE-FINDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
           END-IF.

      * A write-off approved by the operator whose run proposed it.
       REVIEW-WRITEOFF-FILE.
           MOVE 2 TO WS-SRC-SUB.
           OPEN INPUT WRITEOFF-FILE.
           IF SOURCE-OK
               SET SOURCE-WAS-READ(WS-SRC-SUB) TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ WRITEOFF-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-WALKED(WS-SRC-SUB)
                           IF WO-PROPOSED-BY = SPACES
                               ADD 1 TO WS-SRC-UNATTR(WS-SRC-SUB)
                           ELSE
                               IF WO-APPROVED-BY = WO-PROPOSED-BY
                                   MOVE SPACES TO WS-FD-ITEM
                                   STRING "KEY " DELIMITED BY SIZE
                                       WO-KEY DELIMITED BY SIZE
                                       " SIDE " DELIMITED BY SIZE
                                       WO-SIDE DELIMITED BY SIZE
                                       INTO WS-FD-ITEM
                                   MOVE WO-DATE TO WS-FD-DATE
                                   MOVE WO-PROPOSED-BY TO WS-FD-USER
                                   MOVE "MADE AND APPROVED"
                                       TO WS-FD-RULE
                                   PERFORM WRITE-FINDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-FILE
           END-IF.

      * A reconciliation case closed by the operator who raised it.
       REVIEW-CASE-FILE.
           MOVE 3 TO WS-SRC-SUB.
           OPEN INPUT CASE-FILE.
           IF SOURCE-OK
               SET SOURCE-WAS-READ(WS-SRC-SUB) TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ CASE-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-WALKED(WS-SRC-SUB)
                           IF CS-RAISED-BY = SPACES
                               ADD 1 TO WS-SRC-UNATTR(WS-SRC-SUB)
                           ELSE
                               IF CS-CLOSED-BY = CS-RAISED-BY
                                   MOVE SPACES TO WS-FD-ITEM
                                   STRING "CASE " DELIMITED BY SIZE
                                       CS-NUMBER DELIMITED BY SIZE
                                       INTO WS-FD-ITEM
                                   MOVE CS-OPENED TO WS-FD-DATE
                                   MOVE CS-RAISED-BY TO WS-FD-USER
                                   MOVE "CLOSED OWN CASE"
                                       TO WS-FD-RULE
                                   PERFORM WRITE-FINDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

      * Queued code-table changes have no approval step, so they are
      * walked for attribution only.
       REVIEW-PENDING-FILE.
           MOVE 4 TO WS-SRC-SUB.
           OPEN INPUT PENDING-FILE.
           IF SOURCE-OK
               SET SOURCE-WAS-READ(WS-SRC-SUB) TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ PENDING-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-WALKED(WS-SRC-SUB)
                           IF PC-ENTERED-BY = SPACES
                               ADD 1 TO WS-SRC-UNATTR(WS-SRC-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

      * A hire or termination queued by the person it is about.
       REVIEW-PENDING-EMP-FILE.
           MOVE 5 TO WS-SRC-SUB.
           OPEN INPUT PENDING-EMP-FILE.
           IF SOURCE-OK
               SET SOURCE-WAS-READ(WS-SRC-SUB) TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ PENDING-EMP-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-WALKED(WS-SRC-SUB)
                           IF EP-ENTERED-BY = SPACES
                               ADD 1 TO WS-SRC-UNATTR(WS-SRC-SUB)
                           ELSE
                               MOVE EP-ENTERED-BY TO WS-LOOKUP-ID
                               PERFORM FIND-OPERATOR-EMP-ID
                               IF WS-LOOKUP-EMP-ID > 0
                                       AND WS-LOOKUP-EMP-ID = EP-EMP-ID
                                   MOVE SPACES TO WS-FD-ITEM
                                   STRING "EMP " DELIMITED BY SIZE
                                       EP-EMP-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       EP-ACTION DELIMITED BY SIZE
                                       INTO WS-FD-ITEM
                                   MOVE EP-EFF-DATE TO WS-FD-DATE
                                   MOVE EP-ENTERED-BY TO WS-FD-USER
                                   MOVE "OWN EMPLOYEE RECORD"
                                       TO WS-FD-RULE
                                   PERFORM WRITE-FINDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-EMP-FILE
           END-IF.

      * An employee-master change made by the employee themselves.
       REVIEW-CHANGE-HISTORY.
           MOVE 6 TO WS-SRC-SUB.
           OPEN INPUT CHANGE-HISTORY-FILE.
           IF SOURCE-OK
               SET SOURCE-WAS-READ(WS-SRC-SUB) TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ CHANGE-HISTORY-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-WALKED(WS-SRC-SUB)
                           IF CH-USER = SPACES
                               ADD 1 TO WS-SRC-UNATTR(WS-SRC-SUB)
                           ELSE
                               MOVE CH-USER TO WS-LOOKUP-ID
                               PERFORM FIND-OPERATOR-EMP-ID
                               IF WS-LOOKUP-EMP-ID > 0
                                       AND WS-LOOKUP-EMP-ID = CH-EMP-ID
                                   MOVE SPACES TO WS-FD-ITEM
                                   STRING "EMP " DELIMITED BY SIZE
                                       CH-EMP-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       CH-FIELD DELIMITED BY SIZE
                                       INTO WS-FD-ITEM
                                   MOVE CH-DATE TO WS-FD-DATE
                                   MOVE CH-USER TO WS-FD-USER
                                   MOVE "OWN EMPLOYEE RECORD"
                                       TO WS-FD-RULE
                                   PERFORM WRITE-FINDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-HISTORY-FILE
           END-IF.

      * PAYRMNT logs every rate it adds or changes as
      * "RATE MAINT EMP-ID=nnnnnn ..."; entries from before its
      * sign-on carry BATCH and cannot be attributed.
       REVIEW-RATE-CHANGES.
           MOVE 7 TO WS-SRC-SUB.
           OPEN INPUT AUDIT-FILE.
           IF SOURCE-OK
               SET SOURCE-WAS-READ(WS-SRC-SUB) TO TRUE
               PERFORM UNTIL SOURCE-EOF
                   READ AUDIT-FILE
                       AT END
                           SET SOURCE-EOF TO TRUE
                       NOT AT END
                           IF AR-PROGRAM-ID = "PAYRMNT "
                                   AND AR-DETAIL(1:18)
                                       = "RATE MAINT EMP-ID="
                                   AND AR-DETAIL(19:6) IS NUMERIC
                               PERFORM REVIEW-ONE-RATE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       REVIEW-ONE-RATE-CHANGE.
           ADD 1 TO WS-SRC-WALKED(WS-SRC-SUB).
           MOVE AR-DETAIL(19:6) TO WS-RATE-EMP-ID.
           IF AR-USER = SPACES OR AR-USER = "BATCH   "
               ADD 1 TO WS-SRC-UNATTR(WS-SRC-SUB)
           ELSE
               MOVE AR-USER TO WS-LOOKUP-ID
               PERFORM FIND-OPERATOR-EMP-ID
               IF WS-LOOKUP-EMP-ID > 0
                       AND WS-LOOKUP-EMP-ID = WS-RATE-EMP-ID
                   MOVE SPACES TO WS-FD-ITEM
                   STRING "EMP " DELIMITED BY SIZE
                       WS-RATE-EMP-ID DELIMITED BY SIZE
                       " RATE" DELIMITED BY SIZE
                       INTO WS-FD-ITEM
                   MOVE AR-DATE TO WS-FD-DATE
                   MOVE AR-USER TO WS-FD-USER
                   MOVE "OWN PAY RATE" TO WS-FD-RULE
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

      * One report line and one error-severity audit entry for each
      * finding; the audit detail is the finding itself.
       WRITE-FINDING.
           MOVE WS-SRC-NAME(WS-SRC-SUB) TO WS-FD-SOURCE.
           ADD 1 TO WS-SRC-FOUND(WS-SRC-SUB).
           ADD 1 TO WS-FINDING-TOTAL.
           MOVE WS-FD-SOURCE TO WS-DL-SOURCE.
           MOVE WS-FD-ITEM TO WS-DL-ITEM.
           MOVE WS-FD-DATE TO WS-DL-DATE.
           MOVE WS-FD-USER TO WS-DL-USER.
           MOVE WS-FD-RULE TO WS-DL-RULE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FINDING TO WS-AUDIT-DETAIL.
           MOVE "SODV" TO AE-EVENT-CODE.
           SET AE-SEV-ERROR TO TRUE.
           CALL 'AUDITLOG' USING "SODREPT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILE       WALKED  FINDS  UNATTRIB" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 7
               ADD WS-SRC-WALKED(WS-SRC-SUB) TO WS-WALKED-TOTAL
               MOVE WS-SRC-NAME(WS-SRC-SUB) TO WS-SL-SOURCE
               MOVE WS-SRC-WALKED(WS-SRC-SUB) TO WS-SL-WALKED
               MOVE WS-SRC-FOUND(WS-SRC-SUB) TO WS-SL-FOUND
               MOVE WS-SRC-UNATTR(WS-SRC-SUB) TO WS-SL-UNATTR
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               IF NOT SOURCE-WAS-READ(WS-SRC-SUB)
                   MOVE "NOT AVAILABLE" TO REPORT-LINE(11:24)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNATTRIB ITEMS CARRY NO OPERATOR ID AND CANNOT BE "
               DELIMITED BY SIZE
               "CHECKED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NO-EMP-ID-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "STAFF OPERATORS WITH NO EMPLOYEE ID ON OPERFILE "
                   DELIMITED BY SIZE
                   WS-NO-EMP-ID-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REVIEWED BY ______________________  DATE __________"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACTION AGREED ______________________________________"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM SOD-REPORT.
