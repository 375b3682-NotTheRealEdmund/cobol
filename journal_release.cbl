      ******************************************************************
      * Author:
      * Date:
      * Purpose: Journal voucher release. Every approved voucher on
      *          JVFILE - saved under the APPPARM threshold by
      *          JRNLENT, or approved by a checker in HELDAPPR - is
      *          written to JRNLFD in the TRANFILE layout, framed
      *          with the standard header and trailer so FEEDACC
      *          accepts it for the next ADDTWO run: a debit line as
      *          a normal posting, a credit line as type C, each
      *          carrying its voucher number so ADDTWO keeps it on
      *          GLSUM and TRIALBAL lines can be traced back to the
      *          voucher. The released vouchers are marked released
      *          with the date and listed on JRNLRPT. Approved
      *          vouchers that do not net to nil are not released.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, with manual journal vouchers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-RELEASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO "JVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JV-KEY
               FILE STATUS IS WS-JV-STATUS.
           SELECT FEED-FILE ASSIGN TO "JRNLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RELEASE-REPORT ASSIGN TO "JRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FILE.
           COPY VOUCHREC.
       FD  FEED-FILE.
       01  FEED-LINE                PIC X(80).
       FD  RELEASE-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-JV-STATUS          PIC X(2).
           88 JV-OK                 VALUES "00", "02".
           88 JV-EOF                VALUE "10".
           88 JV-NOT-FOUND          VALUE "35".
       01 WS-FEED-STATUS        PIC X(2).
           88 FEED-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-JV-OPEN            PIC X VALUE 'N'.
           88 VOUCHER-FILE-OPEN     VALUE 'Y'.
       01 WS-TODAY              PIC X(8).
      * The feed lines are built in full before JRNLFD is opened,
      * so the header and trailer frame a complete file.
       01 WS-FEED-TABLE.
           05 WS-FEED-ROW OCCURS 500 TIMES PIC X(33).
       01 WS-FEED-USED          PIC 9(3) VALUE 0.
       01 WS-FEED-SUB           PIC 9(3).
       01 WS-FEED-TRAN.
           05 WS-FT-ACCOUNT         PIC 9(4).
           05 WS-FT-POST-DATE       PIC 9(8).
           05 WS-FT-NUM1            PIC 9(5)V99.
           05 WS-FT-NUM2            PIC 9(5)V99.
           05 WS-FT-TYPE            PIC X(1).
           05 WS-FT-VOUCHER         PIC 9(6).
      * The keys of the lines going out, marked released once the
      * feed is written.
       01 WS-KEY-TABLE.
           05 WS-KEY-ROW OCCURS 500 TIMES PIC X(8).
       01 WS-KEY-USED           PIC 9(3) VALUE 0.
       01 WS-KEY-SUB            PIC 9(3).
       01 WS-LAST-VOUCHER       PIC 9(6) VALUE 0.
       01 WS-VOUCHER-COUNT      PIC 9(5) VALUE 0.
       01 WS-REMAIN-VALUE       PIC 9(9)V99.
       01 WS-FEED-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-DEBIT-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-VALUE-DISP         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RELEASE-DETAIL.
           05 WS-RD-VOUCHER         PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RD-LINE            PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RD-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RD-SIDE            PIC X(1).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RD-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-RD-NARRATIVE       PIC X(30).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT RELEASE-REPORT.
           IF NOT RPT-OK
               MOVE "JRNLREL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN JRNLRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "JRNLREL " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JOURNAL VOUCHERS RELEASED TO JRNLFD" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "JV NO.  LN  ACCT  S        AMOUNT  NARRATIVE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN I-O VOUCHER-FILE.
           IF JV-NOT-FOUND
               MOVE "NO JVFILE, NOTHING TO RELEASE" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF NOT JV-OK
                   MOVE "JRNLREL " TO WS-ERROR-PGM
                   STRING "UNABLE TO OPEN JVFILE, STATUS "
                       DELIMITED BY SIZE
                       WS-JV-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 8 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               SET VOUCHER-FILE-OPEN TO TRUE
               PERFORM COLLECT-APPROVED-LINES
           END-IF.
      * A balanced voucher nets to nil, so anything else means the
      * file has been altered outside JRNLENT and HELDAPPR.
           IF WS-FEED-TOTAL NOT = 0
               MOVE "JRNLREL " TO WS-ERROR-PGM
               MOVE "APPROVED VOUCHERS DO NOT BALANCE, NONE RELEASED"
                   TO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM WRITE-FEED-FILE.
           IF VOUCHER-FILE-OPEN
               PERFORM MARK-LINES-RELEASED
               CLOSE VOUCHER-FILE
           END-IF.
           PERFORM WRITE-RELEASE-TOTALS.
           DISPLAY "Journal release: " WS-VOUCHER-COUNT
               " voucher(s), " WS-FEED-USED " feed record(s) to JRNLFD".
           MOVE WS-DEBIT-TOTAL TO WS-VALUE-DISP.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "JV RELEASE VOUCHERS=" DELIMITED BY SIZE
               WS-VOUCHER-COUNT DELIMITED BY SIZE
               " DEBITS=" DELIMITED BY SIZE
               WS-VALUE-DISP DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "JRNLREL ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           STOP RUN.

      * In key order, so each voucher's lines go out together and in
      * the order they were entered.
       COLLECT-APPROVED-LINES.
           MOVE LOW-VALUES TO JV-KEY.
           START VOUCHER-FILE KEY IS NOT LESS THAN JV-KEY
               INVALID KEY
                   SET JV-EOF TO TRUE
           END-START.
           PERFORM UNTIL JV-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET JV-EOF TO TRUE
                   NOT AT END
                       IF JV-APPROVED
                           PERFORM TAKE-APPROVED-LINE
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-APPROVED-LINE.
           IF JV-VOUCHER-NO NOT = WS-LAST-VOUCHER
               ADD 1 TO WS-VOUCHER-COUNT
               MOVE JV-VOUCHER-NO TO WS-LAST-VOUCHER
           END-IF.
           IF WS-KEY-USED = 500
               MOVE "JRNLREL " TO WS-ERROR-PGM
               MOVE "RELEASE TABLE FULL, NO FEED WRITTEN"
                   TO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ADD 1 TO WS-KEY-USED.
           MOVE JV-KEY TO WS-KEY-ROW(WS-KEY-USED).
           IF JV-CREDIT
               MOVE 'C' TO WS-FT-TYPE
           ELSE
               MOVE SPACE TO WS-FT-TYPE
           END-IF.
           PERFORM ADD-POSTING-ROWS.
           MOVE JV-VOUCHER-NO TO WS-RD-VOUCHER.
           MOVE JV-LINE-NO TO WS-RD-LINE.
           MOVE JV-ACCOUNT TO WS-RD-ACCOUNT.
           MOVE JV-SIDE TO WS-RD-SIDE.
           MOVE JV-AMOUNT TO WS-RD-AMOUNT.
           MOVE JV-NARRATIVE TO WS-RD-NARRATIVE.
           MOVE WS-RELEASE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      * A posting record holds two amounts of up to 99,999.99 each,
      * so a larger line is spread over as many records as it needs.
       ADD-POSTING-ROWS.
           MOVE JV-AMOUNT TO WS-REMAIN-VALUE.
           IF WS-FT-TYPE = 'C'
               ADD WS-REMAIN-VALUE TO WS-CREDIT-TOTAL
               SUBTRACT WS-REMAIN-VALUE FROM WS-FEED-TOTAL
           ELSE
               ADD WS-REMAIN-VALUE TO WS-DEBIT-TOTAL
               ADD WS-REMAIN-VALUE TO WS-FEED-TOTAL
           END-IF.
           PERFORM UNTIL WS-REMAIN-VALUE = 0
               MOVE JV-ACCOUNT TO WS-FT-ACCOUNT
               MOVE JV-POST-DATE TO WS-FT-POST-DATE
               MOVE JV-VOUCHER-NO TO WS-FT-VOUCHER
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
                   MOVE "JRNLREL " TO WS-ERROR-PGM
                   MOVE "FEED TABLE FULL, NO FEED WRITTEN"
                       TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-FEED-USED
               MOVE WS-FEED-TRAN TO WS-FEED-ROW(WS-FEED-USED)
           END-PERFORM.

      * Framed as FEEDACC expects: the standard header, the posting
      * records, and a trailer carrying their count and signed
      * total (credits negative, so the balanced vouchers total nil).
      * With nothing approved the feed is written empty, so the
      * FEEDACC and ADDTWO steps behind it run clean.
       WRITE-FEED-FILE.
           OPEN OUTPUT FEED-FILE.
           IF NOT FEED-OK
               MOVE "JRNLREL " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN JRNLFD, STATUS "
                   DELIMITED BY SIZE
                   WS-FEED-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "JRNLREL " TO BH-JOB-NAME.
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

       MARK-LINES-RELEASED.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-USED
               MOVE WS-KEY-ROW(WS-KEY-SUB) TO JV-KEY
               READ VOUCHER-FILE
                   INVALID KEY
                       MOVE "JRNLREL " TO WS-ERROR-PGM
                       MOVE "RELEASED LINE MISSING FROM JVFILE"
                           TO WS-ERROR-MSG
                       MOVE 12 TO WS-ERROR-CODE
                       PERFORM ABEND-PARA
               END-READ
               SET JV-RELEASED TO TRUE
               MOVE WS-TODAY TO JV-RELEASED-DATE
               REWRITE VOUCHER-LINE-RECORD
                   INVALID KEY
                       MOVE "JRNLREL " TO WS-ERROR-PGM
                       MOVE "UNABLE TO REWRITE JVFILE"
                           TO WS-ERROR-MSG
                       MOVE 12 TO WS-ERROR-CODE
                       PERFORM ABEND-PARA
               END-REWRITE
           END-PERFORM.

       WRITE-RELEASE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-VALUE-DISP.
           STRING "TOTAL DEBITS  " DELIMITED BY SIZE
               WS-VALUE-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-VALUE-DISP.
           STRING "TOTAL CREDITS " DELIMITED BY SIZE
               WS-VALUE-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VOUCHERS RELEASED " DELIMITED BY SIZE
               WS-VOUCHER-COUNT DELIMITED BY SIZE
               "  LINES " DELIMITED BY SIZE
               WS-KEY-USED DELIMITED BY SIZE
               "  FEED RECORDS TO JRNLFD " DELIMITED BY SIZE
               WS-FEED-USED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-KEY-USED TO BT-TOTAL-COUNT.
           MOVE WS-DEBIT-TOTAL TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE RELEASE-REPORT.

           COPY ERRHAND.
       END PROGRAM JOURNAL-RELEASE.
