      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end revaluation of the foreign-currency
      *          balances. For a chosen month it totals, from all
      *          GLSUM history to the month end, each account's
      *          balance in every foreign currency: the original
      *          currency amount and the sterling booked for it.
      *          The original is revalued at the RATEFILE rate in
      *          force on the last day of the month, and the
      *          difference from the booked sterling is posted in
      *          the TRANFILE layout to FXREVFD, framed with the
      *          standard header and trailer so FEEDACC accepts it
      *          for ADDTWO:
      *            gain   type G on the account (its currency)
      *                   against a credit to gains and losses
      *            loss   type L on the account (its currency)
      *                   against a debit to gains and losses
      *          G and L move only the sterling value, so once the
      *          feed is posted the balance is booked at the month
      *          end rate and a rerun for the same month posts
      *          nothing, which is what lets the nightly chain run
      *          it for the current month (a blank month): each
      *          night books the movement since the last. The gains
      *          and losses account comes from FXPARM. Every balance
      *          revalued is listed on FXREVRPT.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; foreign balances were carried
      *                at the rates of the days they were posted.
      *   2026-10-15 - GL-SUMMARY-RECORD comes from the GLSUMREC
      *                copybook.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVALUATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUM-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PARAM-FILE ASSIGN TO "FXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FEED-FILE ASSIGN TO "FXREVFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REVALUATION-REPORT ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-SUMMARY-FILE.
           COPY GLSUMREC.
       FD  RATE-FILE.
           COPY RATEREC.
       FD  PARAM-FILE.
       01  FX-PARAM-RECORD.
           05 FP-GAIN-LOSS-ACCOUNT  PIC 9(4).
       FD  FEED-FILE.
       01  FEED-LINE                PIC X(80).
       FD  REVALUATION-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-GLSUM-STATUS       PIC X(2).
           88 GLSUM-OK              VALUE "00".
           88 GLSUM-EOF             VALUE "10".
       01 WS-RATE-STATUS        PIC X(2).
           88 RATE-OK               VALUES "00", "02".
           88 RATE-EOF              VALUE "10".
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-FEED-STATUS        PIC X(2).
           88 FEED-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-TODAY              PIC X(8).
       01 WS-MONTH              PIC X(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MP-YEAR            PIC 9(4).
           05 WS-MP-MONTH           PIC 9(2).
       01 WS-MONTH-END.
           05 WS-ME-YEAR            PIC 9(4).
           05 WS-ME-MONTH           PIC 9(2).
           05 WS-ME-DAY             PIC 9(2).
       01 WS-MONTH-END-DATE REDEFINES WS-MONTH-END PIC 9(8).
       01 WS-DIVIDE-WORK        PIC 9(4).
       01 WS-REM-4              PIC 9(4).
       01 WS-REM-100            PIC 9(4).
       01 WS-REM-400            PIC 9(4).
      * Defaults to the chart's exchange gains and losses account
      * when FXPARM is absent.
       01 WS-GAIN-LOSS-ACCOUNT  PIC 9(4) VALUE 7950.
      * RATEFILE in key order, so the last entry for a currency not
      * dated after the month end is the rate in force on it.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-CURRENCY    PIC X(3).
               10 WS-RT-DATE        PIC 9(8).
               10 WS-RT-RATE        PIC 9(4)V9(6).
       01 WS-RATE-USED          PIC 9(3) VALUE 0.
       01 WS-RATE-SUB           PIC 9(3).
       01 WS-FX-RATE            PIC 9(4)V9(6).
       01 WS-RATE-FOUND         PIC X VALUE 'N'.
           88 EXCHANGE-RATE-FOUND   VALUE 'Y'.
      * Each account's balance in each foreign currency, from all
      * GLSUM history to the month end.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 100 TIMES.
               10 WS-BE-ACCOUNT     PIC 9(4).
               10 WS-BE-CURRENCY    PIC X(3).
               10 WS-BE-ORIGINAL    PIC S9(11)V99.
               10 WS-BE-STERLING    PIC S9(11)V99.
       01 WS-BAL-USED           PIC 9(3) VALUE 0.
       01 WS-BAL-SUB            PIC 9(3).
       01 WS-BAL-FOUND          PIC X.
           88 BAL-FOUND             VALUE 'Y'.
       01 WS-REVALUED           PIC S9(11)V99.
       01 WS-DIFFERENCE         PIC S9(11)V99.
       01 WS-NET-DIFFERENCE     PIC S9(11)V99 VALUE 0.
       01 WS-GAIN-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-LOSS-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-POSTING-VALUE      PIC 9(11)V99.
       01 WS-REVALUED-COUNT     PIC 9(5) VALUE 0.
       01 WS-NO-RATE-COUNT      PIC 9(5) VALUE 0.
      * The feed lines are built in full before FXREVFD is opened,
      * so the header and trailer frame a complete file.
       01 WS-FEED-TABLE.
           05 WS-FEED-ROW OCCURS 500 TIMES PIC X(36).
       01 WS-FEED-USED          PIC 9(3) VALUE 0.
       01 WS-FEED-SUB           PIC 9(3).
       01 WS-FEED-TRAN.
           05 WS-FT-ACCOUNT         PIC 9(4).
           05 WS-FT-POST-DATE       PIC 9(8).
           05 WS-FT-NUM1            PIC 9(5)V99.
           05 WS-FT-NUM2            PIC 9(5)V99.
           05 WS-FT-TYPE            PIC X(1).
           05 WS-FT-VOUCHER         PIC X(6).
           05 WS-FT-CURRENCY        PIC X(3).
       01 WS-REMAIN-VALUE       PIC 9(11)V99.
       01 WS-FEED-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISP        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-REVAL-DETAIL.
           05 WS-RD-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RD-CURRENCY        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RD-ORIGINAL        PIC -ZZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RD-RATE            PIC Z,ZZ9.999999.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RD-BOOKED          PIC -ZZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RD-REVALUED        PIC -ZZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RD-DIFFERENCE      PIC -ZZZZZZZZ9.99.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Month to revalue (YYYYMM, blank for this "
               "month): ".
           ACCEPT WS-MONTH.
           IF WS-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-MONTH
           END-IF.
           IF WS-MONTH IS NOT NUMERIC
                   OR WS-MP-MONTH < 1 OR WS-MP-MONTH > 12
               DISPLAY "Month must be YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-MONTH-END.
           PERFORM LOAD-FX-PARAMETERS.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-FOREIGN-BALANCES.
           OPEN OUTPUT REVALUATION-REPORT.
           IF NOT RPT-OK
               MOVE "FXREVAL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN FXREVRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "FXREVAL " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FOREIGN CURRENCY REVALUATION AT " DELIMITED BY SIZE
               WS-MONTH-END DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACCT CCY      ORIGINAL         RATE" TO REPORT-LINE.
           MOVE "BOOKED" TO REPORT-LINE(44:6).
           MOVE "REVALUED" TO REPORT-LINE(56:8).
           MOVE "DIFFERENCE" TO REPORT-LINE(68:10).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-USED
               PERFORM REVALUE-ONE-BALANCE
           END-PERFORM.
           PERFORM ADD-GAIN-LOSS-ROWS.
           PERFORM WRITE-REVALUATION-TOTALS.
           PERFORM WRITE-FEED-FILE.
           DISPLAY "Revaluation at " WS-MONTH-END ": "
               WS-REVALUED-COUNT " balance(s) revalued, "
               WS-FEED-USED " posting(s) on FXREVFD".
           MOVE WS-NET-DIFFERENCE TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "FX REVALUATION " DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               " NET=" DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "FXREVAL ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
      * A balance with no rate in force stays at its booked value;
      * the warning sends finance to RATEMNT before the next run.
           IF WS-NO-RATE-COUNT > 0
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "FX REVALUATION " DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   " NOT REVALUED, NO RATE=" DELIMITED BY SIZE
                   WS-NO-RATE-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE "FXRV" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               CALL 'AUDITLOG' USING "FXREVAL ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The postings are dated on the last day of the month.
       SET-MONTH-END.
           MOVE WS-MP-YEAR TO WS-ME-YEAR.
           MOVE WS-MP-MONTH TO WS-ME-MONTH.
           EVALUATE WS-MP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ME-DAY
               WHEN 2
                   DIVIDE WS-MP-YEAR BY 4 GIVING WS-DIVIDE-WORK
                       REMAINDER WS-REM-4
                   DIVIDE WS-MP-YEAR BY 100 GIVING WS-DIVIDE-WORK
                       REMAINDER WS-REM-100
                   DIVIDE WS-MP-YEAR BY 400 GIVING WS-DIVIDE-WORK
                       REMAINDER WS-REM-400
                   IF WS-REM-4 = 0
                           AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
                       MOVE 29 TO WS-ME-DAY
                   ELSE
                       MOVE 28 TO WS-ME-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-ME-DAY
           END-EVALUATE.

       LOAD-FX-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF NOT PARM-OK
               CONTINUE
           ELSE
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-GAIN-LOSS-ACCOUNT IS NUMERIC
                               AND FP-GAIN-LOSS-ACCOUNT > 0
                           MOVE FP-GAIN-LOSS-ACCOUNT
                               TO WS-GAIN-LOSS-ACCOUNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-USED.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-OK
               DISPLAY "No exchange-rate file, no balance can be "
                   "revalued"
           ELSE
               MOVE LOW-VALUES TO RT-KEY
               START RATE-FILE KEY IS NOT LESS THAN RT-KEY
                   INVALID KEY
                       SET RATE-EOF TO TRUE
               END-START
               PERFORM UNTIL RATE-EOF
                   READ RATE-FILE NEXT RECORD
                       AT END
                           SET RATE-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-USED = 200
                               MOVE "FXREVAL " TO WS-ERROR-PGM
                               MOVE "RATE TABLE FULL, NOTHING POSTED"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO WS-RATE-USED
                           MOVE RT-CURRENCY
                               TO WS-RT-CURRENCY(WS-RATE-USED)
                           MOVE RT-EFFECTIVE-DATE
                               TO WS-RT-DATE(WS-RATE-USED)
                           MOVE RT-RATE TO WS-RT-RATE(WS-RATE-USED)
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

      * A record with no currency (from before currencies were
      * carried) or in sterling has nothing to revalue.
       LOAD-FOREIGN-BALANCES.
           OPEN INPUT GL-SUMMARY-FILE.
           IF NOT GLSUM-OK
               MOVE "FXREVAL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN GLSUM, STATUS "
                   DELIMITED BY SIZE
                   WS-GLSUM-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL GLSUM-EOF
               READ GL-SUMMARY-FILE
                   AT END
                       SET GLSUM-EOF TO TRUE
                   NOT AT END
                       IF GL-DATE NOT > WS-MONTH-END
                               AND GL-CURRENCY NOT = SPACES
                               AND GL-CURRENCY NOT = "GBP"
                           PERFORM TALLY-FOREIGN-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-SUMMARY-FILE.

       TALLY-FOREIGN-BALANCE.
           MOVE 'N' TO WS-BAL-FOUND.
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-USED
                       OR BAL-FOUND
               IF WS-BE-ACCOUNT(WS-BAL-SUB) = GL-ACCOUNT
                       AND WS-BE-CURRENCY(WS-BAL-SUB) = GL-CURRENCY
                   SET BAL-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BAL-SUB
               END-IF
           END-PERFORM.
           IF NOT BAL-FOUND
               IF WS-BAL-USED = 100
                   MOVE "FXREVAL " TO WS-ERROR-PGM
                   MOVE "BALANCE TABLE FULL, NOTHING POSTED"
                       TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-BAL-USED
               MOVE WS-BAL-USED TO WS-BAL-SUB
               MOVE GL-ACCOUNT TO WS-BE-ACCOUNT(WS-BAL-SUB)
               MOVE GL-CURRENCY TO WS-BE-CURRENCY(WS-BAL-SUB)
               MOVE 0 TO WS-BE-ORIGINAL(WS-BAL-SUB)
                   WS-BE-STERLING(WS-BAL-SUB)
           END-IF.
           ADD GL-ORIG-AMOUNT TO WS-BE-ORIGINAL(WS-BAL-SUB).
           ADD GL-AMOUNT TO WS-BE-STERLING(WS-BAL-SUB).

      * Sterling at the month-end rate less the sterling booked is
      * the gain (positive) or loss (negative) on the balance.
       REVALUE-ONE-BALANCE.
           MOVE 'N' TO WS-RATE-FOUND.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-USED
               IF WS-RT-CURRENCY(WS-RATE-SUB)
                       = WS-BE-CURRENCY(WS-BAL-SUB)
                       AND WS-RT-DATE(WS-RATE-SUB)
                           NOT > WS-MONTH-END-DATE
                   MOVE WS-RT-RATE(WS-RATE-SUB) TO WS-FX-RATE
                   SET EXCHANGE-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REVAL-DETAIL.
           MOVE WS-BE-ACCOUNT(WS-BAL-SUB) TO WS-RD-ACCOUNT.
           MOVE WS-BE-CURRENCY(WS-BAL-SUB) TO WS-RD-CURRENCY.
           MOVE WS-BE-ORIGINAL(WS-BAL-SUB) TO WS-RD-ORIGINAL.
           MOVE WS-BE-STERLING(WS-BAL-SUB) TO WS-RD-BOOKED.
           IF NOT EXCHANGE-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE WS-REVAL-DETAIL TO REPORT-LINE
               MOVE "NO RATE IN FORCE" TO REPORT-LINE(51:16)
               WRITE REPORT-LINE
           ELSE
               COMPUTE WS-REVALUED ROUNDED =
                   WS-BE-ORIGINAL(WS-BAL-SUB) / WS-FX-RATE
               COMPUTE WS-DIFFERENCE =
                   WS-REVALUED - WS-BE-STERLING(WS-BAL-SUB)
               ADD 1 TO WS-REVALUED-COUNT
               MOVE WS-FX-RATE TO WS-RD-RATE
               MOVE WS-REVALUED TO WS-RD-REVALUED
               MOVE WS-DIFFERENCE TO WS-RD-DIFFERENCE
               MOVE WS-REVAL-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-BE-ACCOUNT(WS-BAL-SUB) TO WS-FT-ACCOUNT
               MOVE WS-BE-CURRENCY(WS-BAL-SUB) TO WS-FT-CURRENCY
               IF WS-DIFFERENCE > 0
                   ADD WS-DIFFERENCE TO WS-GAIN-TOTAL
                   ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE
                   MOVE WS-DIFFERENCE TO WS-POSTING-VALUE
                   MOVE 'G' TO WS-FT-TYPE
                   PERFORM ADD-POSTING-ROWS
               END-IF
               IF WS-DIFFERENCE < 0
                   COMPUTE WS-POSTING-VALUE = 0 - WS-DIFFERENCE
                   ADD WS-POSTING-VALUE TO WS-LOSS-TOTAL
                   ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE
                   MOVE 'L' TO WS-FT-TYPE
                   PERFORM ADD-POSTING-ROWS
               END-IF
           END-IF.

      * The other side of every revaluation nets to one posting on
      * the gains and losses account, after all the balance
      * accounts so it reaches ADDTWO as one group.
       ADD-GAIN-LOSS-ROWS.
           MOVE WS-GAIN-LOSS-ACCOUNT TO WS-FT-ACCOUNT.
           MOVE "GBP" TO WS-FT-CURRENCY.
           IF WS-NET-DIFFERENCE > 0
               MOVE WS-NET-DIFFERENCE TO WS-POSTING-VALUE
               MOVE 'C' TO WS-FT-TYPE
               PERFORM ADD-POSTING-ROWS
           END-IF.
           IF WS-NET-DIFFERENCE < 0
               COMPUTE WS-POSTING-VALUE = 0 - WS-NET-DIFFERENCE
               MOVE SPACE TO WS-FT-TYPE
               PERFORM ADD-POSTING-ROWS
           END-IF.

      * A posting record holds two amounts of up to 99,999.99 each,
      * so a larger value is spread over as many records as it
      * needs. The caller sets the account, currency, and type.
       ADD-POSTING-ROWS.
           MOVE WS-POSTING-VALUE TO WS-REMAIN-VALUE.
           IF WS-FT-TYPE = 'C' OR WS-FT-TYPE = 'L'
               SUBTRACT WS-REMAIN-VALUE FROM WS-FEED-TOTAL
           ELSE
               ADD WS-REMAIN-VALUE TO WS-FEED-TOTAL
           END-IF.
           MOVE WS-MONTH-END-DATE TO WS-FT-POST-DATE.
           MOVE SPACES TO WS-FT-VOUCHER.
           PERFORM UNTIL WS-REMAIN-VALUE = 0
               IF WS-REMAIN-VALUE > 99999.99
                   MOVE 99999.99 TO WS-FT-NUM1
               ELSE
                   MOVE WS-REMAIN-VALUE TO WS-FT-NUM1
               END-IF
               SUBTRACT WS-FT-NUM1 FROM WS-REMAIN-VALUE
               IF WS-REMAIN-VALUE > 99999.99
                   MOVE 99999.99 TO WS-FT-NUM2
               ELSE
                   MOVE WS-REMAIN-VALUE TO WS-FT-NUM2
               END-IF
               SUBTRACT WS-FT-NUM2 FROM WS-REMAIN-VALUE
               IF WS-FEED-USED = 500
                   MOVE "FXREVAL " TO WS-ERROR-PGM
                   MOVE "FEED TABLE FULL, NO FEED WRITTEN"
                       TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-FEED-USED
               MOVE WS-FEED-TRAN TO WS-FEED-ROW(WS-FEED-USED)
           END-PERFORM.

       WRITE-REVALUATION-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-GAIN-TOTAL TO WS-AMOUNT-DISP.
           STRING "TOTAL GAINS   " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-LOSS-TOTAL TO WS-AMOUNT-DISP.
           STRING "TOTAL LOSSES  " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-NET-DIFFERENCE TO WS-AMOUNT-DISP.
           STRING "NET TO " DELIMITED BY SIZE
               WS-GAIN-LOSS-ACCOUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BALANCES REVALUED " DELIMITED BY SIZE
               WS-REVALUED-COUNT DELIMITED BY SIZE
               "  NO RATE " DELIMITED BY SIZE
               WS-NO-RATE-COUNT DELIMITED BY SIZE
               "  FEED RECORDS TO FXREVFD " DELIMITED BY SIZE
               WS-FEED-USED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REVALUED-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-NET-DIFFERENCE TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REVALUATION-REPORT.

      * Framed as FEEDACC expects: the standard header, the posting
      * records, and a trailer carrying their count and signed
      * total (credits and losses negative, so the feed totals nil).
       WRITE-FEED-FILE.
           OPEN OUTPUT FEED-FILE.
           IF NOT FEED-OK
               MOVE "FXREVAL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN FXREVFD, STATUS "
                   DELIMITED BY SIZE
                   WS-FEED-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "FXREVAL " TO BH-JOB-NAME.
           MOVE WS-FEED-USED TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO FEED-LINE.
           WRITE FEED-LINE.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-USED
               MOVE WS-FEED-ROW(WS-FEED-SUB) TO FEED-LINE
               WRITE FEED-LINE
           END-PERFORM.
           MOVE WS-FEED-USED TO BT-TOTAL-COUNT.
           MOVE WS-FEED-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO FEED-LINE.
           WRITE FEED-LINE.
           CLOSE FEED-FILE.

           COPY ERRHAND.
       END PROGRAM FX-REVALUATION.
