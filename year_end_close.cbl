      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end close. For the year asked for on SYSIN it
      *          totals each account's GLSUM movements for the year
      *          on top of the year's opening balance from OPENBAL,
      *          carries every balance-sheet account forward as its
      *          opening balance for the next year, and clears the
      *          net of the income and expense accounts into the
      *          retained-earnings account (YECLPRM, default 3100),
      *          so they open the new year at nil. The account type
      *          comes from ACCTFILE. The close is refused while any
      *          period of the year on PERIODS is not yet closed, and
      *          each year closed is recorded on YECTL so it cannot
      *          be closed twice. The working is listed on YECLRPT.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; balance-sheet accounts started
      *                each January at nil in TRIALBAL and their
      *                opening balances were kept on paper.
      *   2026-10-15 - ACCOUNT-RECORD and GL-SUMMARY-RECORD come from
      *                the ACCTREC and GLSUMREC copybooks, so GLSUM
      *                records are read at their full width.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUM-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT OPENING-FILE ASSIGN TO "OPENBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT CLOSE-CONTROL-FILE ASSIGN TO "YECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YECTL-STATUS.
           SELECT PARAM-FILE ASSIGN TO "YECLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO "YECLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-SUMMARY-FILE.
           COPY GLSUMREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PD-PERIOD             PIC X(6).
           05 PD-STATUS             PIC X(1).
       FD  OPENING-FILE.
           COPY OPENREC.
      * One record per year closed: the lock against a second close.
       FD  CLOSE-CONTROL-FILE.
       01  YEAR-CLOSE-RECORD.
           05 YC-YEAR               PIC 9(4).
           05 YC-CLOSED-DATE        PIC X(8).
           05 YC-RE-ACCOUNT         PIC 9(4).
           05 YC-RESULT             PIC S9(11)V99.
       FD  PARAM-FILE.
       01  YEAR-CLOSE-PARAM-RECORD.
           05 YP-RE-ACCOUNT         PIC 9(4).
       FD  CLOSE-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-GLSUM-STATUS       PIC X(2).
           88 GLSUM-OK              VALUE "00".
           88 GLSUM-EOF             VALUE "10".
       01 WS-ACCT-STATUS        PIC X(2).
           88 ACCT-OK               VALUE "00".
           88 ACCT-EOF              VALUE "10".
       01 WS-PERIOD-STATUS      PIC X(2).
           88 PERIOD-OK             VALUE "00".
           88 PERIOD-EOF            VALUE "10".
       01 WS-OPEN-STATUS        PIC X(2).
           88 OPEN-OK               VALUE "00".
           88 OPEN-EOF              VALUE "10".
       01 WS-YECTL-STATUS       PIC X(2).
           88 YECTL-OK              VALUE "00".
           88 YECTL-EOF             VALUE "10".
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-CLOSE-YEAR         PIC X(4).
       01 WS-CLOSE-YEAR-N REDEFINES WS-CLOSE-YEAR PIC 9(4).
       01 WS-NEXT-YEAR          PIC 9(4).
       01 WS-LAST-PERIOD        PIC X(6).
       01 WS-TODAY              PIC X(8).
       01 WS-RE-ACCOUNT         PIC 9(4) VALUE 3100.
      * Why the close cannot go ahead; blank when it can.
       01 WS-REFUSAL            PIC X(50) VALUE SPACES.
       01 WS-PERIODS-SEEN       PIC 9(2) VALUE 0.
       01 WS-PERIODS-OPEN       PIC 9(2) VALUE 0.
       01 WS-LAST-PERIOD-FOUND  PIC X VALUE 'N'.
           88 LAST-PERIOD-CLOSED    VALUE 'Y'.
      * Every account with an opening balance, a movement in the
      * year, or a line on ACCTFILE.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-AT-ACCOUNT     PIC 9(4).
               10 WS-AT-NAME        PIC X(20).
               10 WS-AT-TYPE        PIC X(1).
                   88 AT-BALANCE-SHEET  VALUE 'B'.
               10 WS-AT-TYPE-SET    PIC X(1).
                   88 AT-TYPE-ON-FILE   VALUE 'Y'.
               10 WS-AT-OPENING     PIC S9(11)V99.
               10 WS-AT-MOVEMENT    PIC S9(11)V99.
               10 WS-AT-CARRIED     PIC S9(11)V99.
       01 WS-ACCT-USED          PIC 9(3) VALUE 0.
       01 WS-ACCT-SUB           PIC 9(3).
       01 WS-RE-SUB             PIC 9(3).
       01 WS-ACCT-WORK          PIC 9(4).
       01 WS-ACCT-FOUND         PIC X VALUE 'N'.
           88 ACCT-FOUND            VALUE 'Y'.
       01 WS-YEAR-RESULT        PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-OPENING      PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-MOVEMENT     PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CARRIED      PIC S9(11)V99 VALUE 0.
       01 WS-CARRIED-COUNT      PIC 9(3) VALUE 0.
       01 WS-ASSUMED-COUNT      PIC 9(3) VALUE 0.
       01 WS-AMOUNT-DISP        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-AUDIT-AMOUNT       PIC -(11)9.99.
       01 WS-REPORT-HEADING.
           05 FILLER                PIC X(40) VALUE
               "ACCT NAME           T         OPENING   ".
           05 FILLER                PIC X(40) VALUE
               "YEAR MOVEMENT     CARRIED FWD NOTE      ".
       01 WS-DETAIL-LINE.
           05 WS-DL-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-NAME            PIC X(14).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-TYPE            PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-OPENING         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-MOVEMENT        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-CARRIED         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-DL-NOTE            PIC X(10).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Year to close (YYYY): ".
           ACCEPT WS-CLOSE-YEAR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-CLOSE-YEAR NOT NUMERIC
               MOVE "THE YEAR MUST BE FOUR DIGITS" TO WS-REFUSAL
           ELSE
               COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR-N + 1
               PERFORM LOAD-CLOSE-PARAMETERS
               PERFORM CHECK-YEAR-NOT-CLOSED
               IF WS-REFUSAL = SPACES
                   PERFORM CHECK-PERIODS-CLOSED
               END-IF
           END-IF.
           IF WS-REFUSAL NOT = SPACES
               DISPLAY "Year-end close refused: " WS-REFUSAL
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "YEAR-END " DELIMITED BY SIZE
                   WS-CLOSE-YEAR DELIMITED BY SIZE
                   " REFUSED: " DELIMITED BY SIZE
                   WS-REFUSAL DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE "YECL" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               CALL 'AUDITLOG' USING "YECLOSE ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ACCOUNT-TYPES
               PERFORM LOAD-OPENING-BALANCES
               PERFORM TOTAL-YEAR-MOVEMENTS
               PERFORM CLOSE-THE-YEAR
               PERFORM WRITE-CLOSE-REPORT
               PERFORM WRITE-NEXT-OPENING
               PERFORM LOCK-CLOSED-YEAR
               DISPLAY "Year " WS-CLOSE-YEAR " closed, "
                   WS-CARRIED-COUNT " opening balance(s) written for "
                   WS-NEXT-YEAR
               MOVE WS-YEAR-RESULT TO WS-AUDIT-AMOUNT
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "YEAR-END CLOSE " DELIMITED BY SIZE
                   WS-CLOSE-YEAR DELIMITED BY SIZE
                   " TO RE=" DELIMITED BY SIZE
                   WS-RE-ACCOUNT DELIMITED BY SIZE
                   " NET=" DELIMITED BY SIZE
                   WS-AUDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "YECLOSE ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
           END-IF.
           STOP RUN.

       LOAD-CLOSE-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF PARM-OK
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YP-RE-ACCOUNT IS NUMERIC
                               AND YP-RE-ACCOUNT > 0
                           MOVE YP-RE-ACCOUNT TO WS-RE-ACCOUNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       CHECK-YEAR-NOT-CLOSED.
           OPEN INPUT CLOSE-CONTROL-FILE.
           IF YECTL-OK
               PERFORM UNTIL YECTL-EOF
                   READ CLOSE-CONTROL-FILE
                       AT END
                           SET YECTL-EOF TO TRUE
                       NOT AT END
                           IF YC-YEAR = WS-CLOSE-YEAR-N
                               MOVE SPACES TO WS-REFUSAL
                               STRING "ALREADY CLOSED ON "
                                   DELIMITED BY SIZE
                                   YC-CLOSED-DATE DELIMITED BY SIZE
                                   INTO WS-REFUSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-CONTROL-FILE
           END-IF.

      * Every period of the year on PERIODS must be closed, and the
      * year's last period must be among them - PERIODMT only closes
      * December once January is itself past its grace month.
       CHECK-PERIODS-CLOSED.
           MOVE SPACES TO WS-LAST-PERIOD.
           STRING WS-CLOSE-YEAR DELIMITED BY SIZE
               "12" DELIMITED BY SIZE
               INTO WS-LAST-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF NOT PERIOD-OK
               MOVE "PERIODS FILE UNAVAILABLE" TO WS-REFUSAL
           ELSE
               PERFORM UNTIL PERIOD-EOF
                   READ PERIOD-FILE
                       AT END
                           SET PERIOD-EOF TO TRUE
                       NOT AT END
                           IF PD-PERIOD(1:4) = WS-CLOSE-YEAR
                               ADD 1 TO WS-PERIODS-SEEN
                               IF PD-STATUS NOT = 'C'
                                   ADD 1 TO WS-PERIODS-OPEN
                               ELSE
                               IF PD-PERIOD = WS-LAST-PERIOD
                                   SET LAST-PERIOD-CLOSED TO TRUE
                               END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
               IF WS-PERIODS-OPEN > 0
                   MOVE SPACES TO WS-REFUSAL
                   STRING WS-PERIODS-OPEN DELIMITED BY SIZE
                       " PERIOD(S) OF THE YEAR STILL OPEN"
                       DELIMITED BY SIZE
                       INTO WS-REFUSAL
               ELSE
               IF NOT LAST-PERIOD-CLOSED
                   MOVE SPACES TO WS-REFUSAL
                   STRING "PERIOD " DELIMITED BY SIZE
                       WS-LAST-PERIOD DELIMITED BY SIZE
                       " IS NOT CLOSED" DELIMITED BY SIZE
                       INTO WS-REFUSAL
               END-IF
               END-IF
           END-IF.

      * Finds WS-ACCT-WORK in the table, adding it with nil figures
      * if it is not there yet; WS-ACCT-SUB is left on its line.
       FIND-ACCOUNT-LINE.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
                       OR ACCT-FOUND
               IF WS-AT-ACCOUNT(WS-ACCT-SUB) = WS-ACCT-WORK
                   SET ACCT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ACCT-SUB
               END-IF
           END-PERFORM.
           IF NOT ACCT-FOUND
               IF WS-ACCT-USED = 100
                   MOVE "YECLOSE " TO WS-ERROR-PGM
                   MOVE "ACCOUNT TABLE FULL" TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-USED TO WS-ACCT-SUB
               MOVE WS-ACCT-WORK TO WS-AT-ACCOUNT(WS-ACCT-SUB)
               MOVE "NOT ON ACCTFILE" TO WS-AT-NAME(WS-ACCT-SUB)
               MOVE 'N' TO WS-AT-TYPE-SET(WS-ACCT-SUB)
               IF WS-ACCT-WORK < 4000
                   MOVE 'B' TO WS-AT-TYPE(WS-ACCT-SUB)
               ELSE
                   MOVE 'P' TO WS-AT-TYPE(WS-ACCT-SUB)
               END-IF
               MOVE 0 TO WS-AT-OPENING(WS-ACCT-SUB)
                   WS-AT-MOVEMENT(WS-ACCT-SUB)
                   WS-AT-CARRIED(WS-ACCT-SUB)
           END-IF.

      * An account with no type on ACCTFILE is typed by its code, as
      * ACCTMNT does, and marked on the report.
       LOAD-ACCOUNT-TYPES.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCT-OK
               PERFORM UNTIL ACCT-EOF
                   READ ACCOUNT-FILE
                       AT END
                           SET ACCT-EOF TO TRUE
                       NOT AT END
                           MOVE AM-ACCOUNT TO WS-ACCT-WORK
                           PERFORM FIND-ACCOUNT-LINE
                           MOVE AM-NAME TO WS-AT-NAME(WS-ACCT-SUB)
                           IF AM-TYPE = 'B' OR AM-TYPE = 'P'
                               MOVE AM-TYPE TO WS-AT-TYPE(WS-ACCT-SUB)
                               MOVE 'Y'
                                   TO WS-AT-TYPE-SET(WS-ACCT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

       LOAD-OPENING-BALANCES.
           OPEN INPUT OPENING-FILE.
           IF OPEN-OK
               PERFORM UNTIL OPEN-EOF
                   READ OPENING-FILE
                       AT END
                           SET OPEN-EOF TO TRUE
                       NOT AT END
                           IF OB-YEAR = WS-CLOSE-YEAR-N
                               MOVE OB-ACCOUNT TO WS-ACCT-WORK
                               PERFORM FIND-ACCOUNT-LINE
                               ADD OB-AMOUNT
                                   TO WS-AT-OPENING(WS-ACCT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPENING-FILE
           END-IF.

       TOTAL-YEAR-MOVEMENTS.
           OPEN INPUT GL-SUMMARY-FILE.
           IF GLSUM-OK
               PERFORM UNTIL GLSUM-EOF
                   READ GL-SUMMARY-FILE
                       AT END
                           SET GLSUM-EOF TO TRUE
                       NOT AT END
                           IF GL-DATE(1:4) = WS-CLOSE-YEAR
                               MOVE GL-ACCOUNT TO WS-ACCT-WORK
                               PERFORM FIND-ACCOUNT-LINE
                               ADD GL-AMOUNT
                                   TO WS-AT-MOVEMENT(WS-ACCT-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-SUMMARY-FILE
           END-IF.

      * A balance-sheet account carries its closing balance forward;
      * an income or expense account carries nothing and its closing
      * balance goes to retained earnings, which is always carried
      * as a balance-sheet account whatever ACCTFILE says.
       CLOSE-THE-YEAR.
           MOVE WS-RE-ACCOUNT TO WS-ACCT-WORK.
           PERFORM FIND-ACCOUNT-LINE.
           MOVE WS-ACCT-SUB TO WS-RE-SUB.
           MOVE 'B' TO WS-AT-TYPE(WS-RE-SUB).
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               IF NOT AT-BALANCE-SHEET(WS-ACCT-SUB)
                   COMPUTE WS-YEAR-RESULT = WS-YEAR-RESULT
                       + WS-AT-OPENING(WS-ACCT-SUB)
                       + WS-AT-MOVEMENT(WS-ACCT-SUB)
                   MOVE 0 TO WS-AT-CARRIED(WS-ACCT-SUB)
               ELSE
                   COMPUTE WS-AT-CARRIED(WS-ACCT-SUB) =
                       WS-AT-OPENING(WS-ACCT-SUB)
                       + WS-AT-MOVEMENT(WS-ACCT-SUB)
               END-IF
           END-PERFORM.
           ADD WS-YEAR-RESULT TO WS-AT-CARRIED(WS-RE-SUB).

       WRITE-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT.
           IF NOT RPT-OK
               MOVE "YECLOSE " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN YECLRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "YECLOSE " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "YEAR-END CLOSE FOR " DELIMITED BY SIZE
               WS-CLOSE-YEAR DELIMITED BY SIZE
               ", OPENING BALANCES FOR " DELIMITED BY SIZE
               WS-NEXT-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               ADD WS-AT-OPENING(WS-ACCT-SUB) TO WS-TOTAL-OPENING
               ADD WS-AT-MOVEMENT(WS-ACCT-SUB) TO WS-TOTAL-MOVEMENT
               ADD WS-AT-CARRIED(WS-ACCT-SUB) TO WS-TOTAL-CARRIED
               MOVE WS-AT-ACCOUNT(WS-ACCT-SUB) TO WS-DL-ACCOUNT
               MOVE WS-AT-NAME(WS-ACCT-SUB) TO WS-DL-NAME
               MOVE WS-AT-TYPE(WS-ACCT-SUB) TO WS-DL-TYPE
               MOVE WS-AT-OPENING(WS-ACCT-SUB) TO WS-DL-OPENING
               MOVE WS-AT-MOVEMENT(WS-ACCT-SUB) TO WS-DL-MOVEMENT
               MOVE WS-AT-CARRIED(WS-ACCT-SUB) TO WS-DL-CARRIED
               MOVE SPACES TO WS-DL-NOTE
               IF WS-ACCT-SUB = WS-RE-SUB
                   MOVE "RETAINED" TO WS-DL-NOTE
               ELSE
               IF NOT AT-TYPE-ON-FILE(WS-ACCT-SUB)
                   MOVE "BY CODE" TO WS-DL-NOTE
                   ADD 1 TO WS-ASSUMED-COUNT
               END-IF
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-DL-ACCOUNT.
           MOVE "TOTAL" TO WS-DL-NAME.
           MOVE SPACE TO WS-DL-TYPE.
           MOVE WS-TOTAL-OPENING TO WS-DL-OPENING.
           MOVE WS-TOTAL-MOVEMENT TO WS-DL-MOVEMENT.
           MOVE WS-TOTAL-CARRIED TO WS-DL-CARRIED.
           MOVE SPACES TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           MOVE SPACES TO REPORT-LINE(1:4).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-YEAR-RESULT TO WS-AMOUNT-DISP.
           STRING "INCOME AND EXPENSE CLEARED TO " DELIMITED BY SIZE
               WS-RE-ACCOUNT DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ASSUMED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "ACCOUNTS TYPED BY CODE (NO TYPE ON ACCTFILE): "
                   DELIMITED BY SIZE
                   WS-ASSUMED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-ACCT-USED TO BT-TOTAL-COUNT.
           MOVE WS-TOTAL-CARRIED TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CLOSE-REPORT.

      * Only non-nil balances are written; retained earnings always
      * is, so the new year shows where the result went.
       WRITE-NEXT-OPENING.
           OPEN EXTEND OPENING-FILE.
           IF NOT OPEN-OK
               OPEN OUTPUT OPENING-FILE
           END-IF.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               IF WS-AT-CARRIED(WS-ACCT-SUB) NOT = 0
                       OR WS-ACCT-SUB = WS-RE-SUB
                   MOVE WS-NEXT-YEAR TO OB-YEAR
                   MOVE WS-AT-ACCOUNT(WS-ACCT-SUB) TO OB-ACCOUNT
                   MOVE WS-AT-CARRIED(WS-ACCT-SUB) TO OB-AMOUNT
                   WRITE OPENING-BALANCE-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.
           CLOSE OPENING-FILE.

       LOCK-CLOSED-YEAR.
           OPEN EXTEND CLOSE-CONTROL-FILE.
           IF NOT YECTL-OK
               OPEN OUTPUT CLOSE-CONTROL-FILE
           END-IF.
           MOVE WS-CLOSE-YEAR-N TO YC-YEAR.
           MOVE WS-TODAY TO YC-CLOSED-DATE.
           MOVE WS-RE-ACCOUNT TO YC-RE-ACCOUNT.
           MOVE WS-YEAR-RESULT TO YC-RESULT.
           WRITE YEAR-CLOSE-RECORD.
           CLOSE CLOSE-CONTROL-FILE.

           COPY ERRHAND.
       END PROGRAM YEAR-END-CLOSE.
