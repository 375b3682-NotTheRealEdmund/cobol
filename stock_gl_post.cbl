      ******************************************************************
      * Author:
      * Date:
      * Purpose: Stock-to-ledger posting. Mode 1 reads the STKMOVE
      *          movements written since the last run (the date and
      *          time reached are kept on STKGLCTL), values each at
      *          the COSTFILE unit cost of its bin, and writes
      *          double-entry postings in the TRANFILE layout to
      *          STKGLFD, framed with the standard header and
      *          trailer so FEEDACC accepts them for ADDTWO:
      *            receipt         DR inventory    CR goods received
      *            issue           DR cost of sales CR inventory
      *            count loss      DR stock loss   CR inventory
      *            count gain      DR inventory    CR stock loss
      *            transfer out    DR in transit   CR inventory
      *            transfer in     DR inventory    CR in transit
      *          Credits are written as type C. The postings are
      *          totalled per movement date and kind, and every
      *          movement is listed with its value on STKGLRPT.
      *          Accounts come from STKGLPRM, defaulting to the
      *          chart's stock accounts. Mode 2 proves the inventory
      *          account: the change in the total value between two
      *          VALURPT runs (the earlier one kept as VALUOPEN) must
      *          equal the inventory account's movement on GLSUM
      *          over the same dates; the proof prints on STKGLPRF.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; receipts, issues, count
      *                adjustments, and transfers never reached the
      *                ledger, so no account agreed with VALURPT.
      *   2026-10-15 - GL-SUMMARY-RECORD comes from the GLSUMREC
      *                copybook, so the proof reads GLSUM records at
      *                their full width.
      *   2026-10-15 - Warning return code 4 now set after the AUDITLOG
      *                call, which was resetting it to zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-GL-POSTING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.
           SELECT MOVEMENT-ARCHIVE ASSIGN TO "STKMVARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT COST-FILE ASSIGN TO "COSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-COST-STATUS.
           SELECT PARAM-FILE ASSIGN TO "STKGLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "STKGLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FEED-FILE ASSIGN TO "STKGLFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT POSTING-REPORT ASSIGN TO "STKGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPEN-VALUE-FILE ASSIGN TO "VALUOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENVAL-STATUS.
           SELECT CLOSE-VALUE-FILE ASSIGN TO "VALURPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEVAL-STATUS.
           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUM-STATUS.
           SELECT PROOF-REPORT ASSIGN TO "STKGLPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE            PIC X(49).
       FD  MOVEMENT-ARCHIVE.
       01  MOVEMENT-ARCHIVE-LINE    PIC X(49).
       FD  COST-FILE.
           COPY COSTREC.
       FD  PARAM-FILE.
       01  STOCK-GL-PARAM-RECORD.
           05 SP-INVENTORY-ACCOUNT  PIC 9(4).
           05 SP-RECEIVED-ACCOUNT   PIC 9(4).
           05 SP-COST-SALES-ACCOUNT PIC 9(4).
           05 SP-LOSS-ACCOUNT       PIC 9(4).
           05 SP-TRANSIT-ACCOUNT    PIC 9(4).
       FD  CONTROL-FILE.
       01  STOCK-GL-CONTROL-RECORD.
           05 SC-LAST-DATE          PIC X(8).
           05 SC-LAST-TIME          PIC X(8).
       FD  FEED-FILE.
       01  FEED-LINE                PIC X(80).
       FD  POSTING-REPORT.
       01  REPORT-LINE              PIC X(80).
       FD  OPEN-VALUE-FILE.
       01  OPEN-VALUE-LINE          PIC X(80).
       FD  CLOSE-VALUE-FILE.
       01  CLOSE-VALUE-LINE         PIC X(80).
       FD  GL-SUMMARY-FILE.
           COPY GLSUMREC.
       FD  PROOF-REPORT.
       01  PROOF-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY MOVEREC.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-MOVE-STATUS        PIC X(2).
           88 MOVE-OK               VALUE "00".
           88 MOVE-EOF              VALUE "10".
       01 WS-ARCH-STATUS        PIC X(2).
           88 ARCH-OK               VALUE "00".
           88 ARCH-EOF              VALUE "10".
       01 WS-COST-STATUS        PIC X(2).
           88 COST-OK               VALUE "00".
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-CTL-STATUS         PIC X(2).
           88 CTL-OK                VALUE "00".
       01 WS-FEED-STATUS        PIC X(2).
           88 FEED-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-OPENVAL-STATUS     PIC X(2).
           88 OPENVAL-OK            VALUE "00".
           88 OPENVAL-EOF           VALUE "10".
       01 WS-CLOSEVAL-STATUS    PIC X(2).
           88 CLOSEVAL-OK           VALUE "00".
           88 CLOSEVAL-EOF          VALUE "10".
       01 WS-GLSUM-STATUS       PIC X(2).
           88 GLSUM-OK              VALUE "00".
           88 GLSUM-EOF             VALUE "10".
       01 WS-PRF-STATUS         PIC X(2).
           88 PRF-OK                VALUE "00".
       01 WS-RUN-MODE           PIC 9 VALUE 1.
           88 MODE-POST             VALUE 1.
           88 MODE-PROOF            VALUE 2.
       01 WS-TODAY              PIC X(8).
      * Accounts default to the chart's stock accounts when STKGLPRM
      * is absent.
       01 WS-INVENTORY-ACCOUNT  PIC 9(4) VALUE 1300.
       01 WS-RECEIVED-ACCOUNT   PIC 9(4) VALUE 2150.
       01 WS-COST-SALES-ACCOUNT PIC 9(4) VALUE 5000.
       01 WS-LOSS-ACCOUNT       PIC 9(4) VALUE 5300.
       01 WS-TRANSIT-ACCOUNT    PIC 9(4) VALUE 1310.
      * The distinct accounts, in the order the postings are
      * written, so each account's postings reach ADDTWO together.
       01 WS-ACCT-LIST.
           05 WS-AL-ACCOUNT OCCURS 5 TIMES PIC 9(4).
       01 WS-ACCT-USED          PIC 9(1) VALUE 0.
       01 WS-ACCT-SUB           PIC 9(1).
       01 WS-ACCT-CHECK         PIC 9(1).
       01 WS-ACCT-WORK          PIC 9(4).
       01 WS-ACCT-FOUND         PIC X VALUE 'N'.
           88 ACCT-ALREADY-LISTED   VALUE 'Y'.
      * Posting window: movements stamped after the last run's
      * high-water mark are posted, and the mark moves to the
      * latest stamp posted.
       01 WS-LAST-STAMP.
           05 WS-LS-DATE            PIC X(8) VALUE LOW-VALUES.
           05 WS-LS-TIME            PIC X(8) VALUE LOW-VALUES.
       01 WS-NEW-STAMP.
           05 WS-NS-DATE            PIC X(8).
           05 WS-NS-TIME            PIC X(8).
       01 WS-MOVE-STAMP.
           05 WS-MS-DATE            PIC X(8).
           05 WS-MS-TIME            PIC X(8).
      * Running balance per bin, so a count adjustment (which
      * records only the size of the difference) can be told apart
      * as a loss or a gain from the balance before it.
       01 WS-TRACK-TABLE.
           05 WS-TRACK-ENTRY OCCURS 500 TIMES.
               10 WS-BT-WH          PIC A(2).
               10 WS-BT-BIN         PIC 9(2).
               10 WS-BT-BALANCE     PIC 9(3).
       01 WS-TRACK-USED         PIC 9(3) VALUE 0.
       01 WS-TRACK-SUB          PIC 9(3).
       01 WS-TRACK-FOUND-SUB    PIC 9(3).
       01 WS-KIND               PIC X(1).
           88 KIND-RECEIPT          VALUE 'R'.
           88 KIND-ISSUE            VALUE 'I'.
           88 KIND-LOSS             VALUE 'L'.
           88 KIND-GAIN             VALUE 'G'.
           88 KIND-TRANSFER-OUT     VALUE 'T'.
           88 KIND-TRANSFER-IN      VALUE 'V'.
       01 WS-KIND-NAME          PIC X(12).
       01 WS-DEBIT-ACCOUNT      PIC 9(4).
       01 WS-CREDIT-ACCOUNT     PIC 9(4).
       01 WS-UNIT-COST          PIC 9(3)V99.
       01 WS-MOVE-VALUE         PIC 9(6)V99.
       01 WS-NOTE               PIC X(14).
      * Totals per movement date and kind; these become the
      * postings.
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 100 TIMES.
               10 WS-PE-DATE        PIC X(8).
               10 WS-PE-KIND        PIC X(1).
               10 WS-PE-COUNT       PIC 9(5).
               10 WS-PE-VALUE       PIC 9(9)V99.
       01 WS-POST-USED          PIC 9(3) VALUE 0.
       01 WS-POST-SUB           PIC 9(3).
       01 WS-POST-FOUND-SUB     PIC 9(3).
      * The feed lines are built in full before STKGLFD is opened,
      * so the header and trailer frame a complete file.
       01 WS-FEED-TABLE.
           05 WS-FEED-ROW OCCURS 500 TIMES PIC X(27).
       01 WS-FEED-USED          PIC 9(3) VALUE 0.
       01 WS-FEED-SUB           PIC 9(3).
       01 WS-FEED-TRAN.
           05 WS-FT-ACCOUNT         PIC 9(4).
           05 WS-FT-POST-DATE       PIC 9(8).
           05 WS-FT-NUM1            PIC 9(5)V99.
           05 WS-FT-NUM2            PIC 9(5)V99.
           05 WS-FT-TYPE            PIC X(1).
       01 WS-REMAIN-VALUE       PIC 9(9)V99.
       01 WS-FEED-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-MOVES-READ         PIC 9(7) VALUE 0.
       01 WS-MOVES-POSTED       PIC 9(7) VALUE 0.
       01 WS-UNCOSTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-ASSUMED-COUNT      PIC 9(5) VALUE 0.
       01 WS-TOTAL-VALUE        PIC 9(9)V99 VALUE 0.
       01 WS-DEBIT-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-VALUE-DISP         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MOVE-HEADING.
           05 FILLER                PIC X(40)
               VALUE "DATE      WH BIN KIND          ITEM     ".
           05 FILLER                PIC X(40)
               VALUE " QTY   COST       VALUE   NOTE          ".
       01 WS-MOVE-DETAIL.
           05 WS-MD-DATE            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-MD-WH              PIC A(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-MD-BIN             PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-MD-KIND            PIC X(12).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-MD-ITEM            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-MD-QTY             PIC ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-MD-UNIT-COST       PIC ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-MD-VALUE           PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-MD-NOTE            PIC X(14).
       01 WS-POST-HEADING.
           05 FILLER                PIC X(40)
               VALUE "DATE      KIND          COUNT  DEBIT  CR".
           05 FILLER                PIC X(17)
               VALUE "EDIT        VALUE".
       01 WS-POST-DETAIL.
           05 WS-PD-DATE            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PD-KIND            PIC X(12).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PD-COUNT           PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-PD-DEBIT           PIC 9(4).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-PD-CREDIT          PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-PD-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
      * Proof working fields. A VALURPT is framed by the standard
      * header (run date, job VALUATON) and trailer (total value);
      * the lines between are not needed here.
       01 WS-VALUE-LINE         PIC X(80).
       01 WS-VALUE-HEADER.
           05 WS-VH-RUN-DATE        PIC X(8).
           05 WS-VH-JOB-NAME        PIC X(8).
           05 FILLER                PIC X(64).
       01 WS-VALUE-TRAILER.
           05 WS-VT-COUNT           PIC 9(7).
           05 WS-VT-TOTAL           PIC S9(9)V99.
           05 FILLER                PIC X(62).
       01 WS-VALUE-LINES        PIC 9(7).
       01 WS-OPEN-DATE          PIC X(8).
       01 WS-OPEN-VALUE         PIC S9(9)V99 VALUE 0.
       01 WS-CLOSE-DATE         PIC X(8).
       01 WS-CLOSE-VALUE        PIC S9(9)V99 VALUE 0.
       01 WS-VALUE-CHANGE       PIC S9(9)V99 VALUE 0.
       01 WS-INVENTORY-MOVEMENT PIC S9(9)V99 VALUE 0.
       01 WS-TRANSIT-MOVEMENT   PIC S9(9)V99 VALUE 0.
       01 WS-PROOF-DIFFERENCE   PIC S9(9)V99 VALUE 0.
       01 WS-GL-RECORDS         PIC 9(7) VALUE 0.
       01 WS-PROOF-VALID        PIC X VALUE 'Y'.
           88 PROOF-CAN-RUN         VALUE 'Y'.
       01 WS-AMOUNT-DISP        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PROOF-DETAIL.
           05 WS-PF-LABEL           PIC X(40).
           05 WS-PF-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-GL-DETAIL.
           05 WS-GD-DATE            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GD-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-GD-BALANCE         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "1 = Post stock movements to the ledger (STKGLFD)".
           DISPLAY "2 = Prove the inventory account (STKGLPRF)".
           DISPLAY "Select mode: ".
           ACCEPT WS-RUN-MODE.
           PERFORM LOAD-STOCK-GL-PARAMETERS.
           IF MODE-PROOF
               PERFORM PROVE-INVENTORY-ACCOUNT
           ELSE
               PERFORM POST-STOCK-MOVEMENTS
           END-IF.
           STOP RUN.

       LOAD-STOCK-GL-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF NOT PARM-OK
               CONTINUE
           ELSE
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-INVENTORY-ACCOUNT IS NUMERIC
                               AND SP-INVENTORY-ACCOUNT > 0
                           MOVE SP-INVENTORY-ACCOUNT
                               TO WS-INVENTORY-ACCOUNT
                       END-IF
                       IF SP-RECEIVED-ACCOUNT IS NUMERIC
                               AND SP-RECEIVED-ACCOUNT > 0
                           MOVE SP-RECEIVED-ACCOUNT
                               TO WS-RECEIVED-ACCOUNT
                       END-IF
                       IF SP-COST-SALES-ACCOUNT IS NUMERIC
                               AND SP-COST-SALES-ACCOUNT > 0
                           MOVE SP-COST-SALES-ACCOUNT
                               TO WS-COST-SALES-ACCOUNT
                       END-IF
                       IF SP-LOSS-ACCOUNT IS NUMERIC
                               AND SP-LOSS-ACCOUNT > 0
                           MOVE SP-LOSS-ACCOUNT TO WS-LOSS-ACCOUNT
                       END-IF
                       IF SP-TRANSIT-ACCOUNT IS NUMERIC
                               AND SP-TRANSIT-ACCOUNT > 0
                           MOVE SP-TRANSIT-ACCOUNT
                               TO WS-TRANSIT-ACCOUNT
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           MOVE 0 TO WS-ACCT-USED.
           MOVE WS-INVENTORY-ACCOUNT TO WS-ACCT-WORK.
           PERFORM LIST-ACCOUNT.
           MOVE WS-TRANSIT-ACCOUNT TO WS-ACCT-WORK.
           PERFORM LIST-ACCOUNT.
           MOVE WS-RECEIVED-ACCOUNT TO WS-ACCT-WORK.
           PERFORM LIST-ACCOUNT.
           MOVE WS-COST-SALES-ACCOUNT TO WS-ACCT-WORK.
           PERFORM LIST-ACCOUNT.
           MOVE WS-LOSS-ACCOUNT TO WS-ACCT-WORK.
           PERFORM LIST-ACCOUNT.

      * Two roles set to the same account share one place in the
      * list, so their postings are written once.
       LIST-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-CHECK FROM 1 BY 1
                   UNTIL WS-ACCT-CHECK > WS-ACCT-USED
               IF WS-AL-ACCOUNT(WS-ACCT-CHECK) = WS-ACCT-WORK
                   SET ACCT-ALREADY-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACCT-ALREADY-LISTED
               ADD 1 TO WS-ACCT-USED
               MOVE WS-ACCT-WORK TO WS-AL-ACCOUNT(WS-ACCT-USED)
           END-IF.

      ******************************************************************
      * Mode 1: value the new movements and write the framed feed.
      ******************************************************************
       POST-STOCK-MOVEMENTS.
           PERFORM READ-POSTING-CONTROL.
           MOVE WS-LAST-STAMP TO WS-NEW-STAMP.
           OPEN INPUT COST-FILE.
           IF NOT COST-OK
               MOVE "STKGLPST" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN COSTFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-COST-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT POSTING-REPORT.
           IF NOT RPT-OK
               MOVE "STKGLPST" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STKGLRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "STKGLPST" TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STOCK MOVEMENTS POSTED TO THE GENERAL LEDGER AT COST"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LS-DATE = LOW-VALUES
               MOVE "MOVEMENTS POSTED: ALL ON FILE (NO STKGLCTL)"
                   TO REPORT-LINE
           ELSE
               STRING "MOVEMENTS POSTED: AFTER " DELIMITED BY SIZE
                   WS-LS-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LS-TIME DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-MOVE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
      * The archive only seeds the bin balances; everything on it
      * was posted before it was archived.
           OPEN INPUT MOVEMENT-ARCHIVE.
           IF ARCH-OK
               PERFORM UNTIL ARCH-EOF
                   READ MOVEMENT-ARCHIVE INTO MOVEMENT-RECORD
                       AT END
                           SET ARCH-EOF TO TRUE
                       NOT AT END
                           PERFORM FIND-BIN-TRACK
                           PERFORM TRACK-BIN-BALANCE
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-ARCHIVE
           END-IF.
           OPEN INPUT MOVEMENT-FILE.
           IF NOT MOVE-OK
               MOVE "STKGLPST" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STKMOVE, STATUS "
                   DELIMITED BY SIZE
                   WS-MOVE-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL MOVE-EOF
               READ MOVEMENT-FILE INTO MOVEMENT-RECORD
                   AT END
                       SET MOVE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MOVES-READ
                       PERFORM FIND-BIN-TRACK
                       MOVE MV-DATE TO WS-MS-DATE
                       MOVE MV-TIME TO WS-MS-TIME
                       IF WS-MOVE-STAMP > WS-LAST-STAMP
                           PERFORM VALUE-ONE-MOVEMENT
                       END-IF
                       PERFORM TRACK-BIN-BALANCE
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-FILE.
           CLOSE COST-FILE.
           PERFORM BUILD-FEED-ROWS.
           PERFORM WRITE-POSTING-SUMMARY.
           PERFORM WRITE-FEED-FILE.
      * With nothing posted the high-water mark stays where it was.
           IF WS-MOVES-POSTED > 0
               PERFORM WRITE-POSTING-CONTROL
           END-IF.
           DISPLAY "Stock to ledger: " WS-MOVES-POSTED
               " movement(s) valued, " WS-FEED-USED
               " posting(s) on STKGLFD".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "STOCK TO GL MOVES=" DELIMITED BY SIZE
               WS-MOVES-POSTED DELIMITED BY SIZE
               " VALUE=" DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               " ROWS=" DELIMITED BY SIZE
               WS-FEED-USED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "STKGLPST", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
      * A movement with no unit cost, or an adjustment whose book
      * quantity had to be assumed, still posts; the warning sends
      * finance to the report to check it.
           IF WS-UNCOSTED-COUNT > 0 OR WS-ASSUMED-COUNT > 0
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "STOCK TO GL CHECK UNCOSTED=" DELIMITED BY SIZE
                   WS-UNCOSTED-COUNT DELIMITED BY SIZE
                   " BOOK ASSUMED=" DELIMITED BY SIZE
                   WS-ASSUMED-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE "STGL" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               CALL 'AUDITLOG' USING "STKGLPST", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
           END-IF.

      * No control record means nothing has been posted yet, and
      * every movement on file is taken.
       READ-POSTING-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CTL-OK
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SC-LAST-DATE TO WS-LS-DATE
                       MOVE SC-LAST-TIME TO WS-LS-TIME
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       WRITE-POSTING-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           IF NOT CTL-OK
               MOVE "STKGLPST" TO WS-ERROR-PGM
               STRING "UNABLE TO REWRITE STKGLCTL, STATUS "
                   DELIMITED BY SIZE
                   WS-CTL-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-NS-DATE TO SC-LAST-DATE.
           MOVE WS-NS-TIME TO SC-LAST-TIME.
           WRITE STOCK-GL-CONTROL-RECORD.
           CLOSE CONTROL-FILE.

       FIND-BIN-TRACK.
           MOVE 0 TO WS-TRACK-FOUND-SUB.
           PERFORM VARYING WS-TRACK-SUB FROM 1 BY 1
                   UNTIL WS-TRACK-SUB > WS-TRACK-USED
                       OR WS-TRACK-FOUND-SUB > 0
               IF WS-BT-WH(WS-TRACK-SUB) = MV-WH
                       AND WS-BT-BIN(WS-TRACK-SUB) = MV-BIN
                   MOVE WS-TRACK-SUB TO WS-TRACK-FOUND-SUB
               END-IF
           END-PERFORM.

       TRACK-BIN-BALANCE.
           IF WS-TRACK-FOUND-SUB = 0
               IF WS-TRACK-USED < 500
                   ADD 1 TO WS-TRACK-USED
                   MOVE MV-WH TO WS-BT-WH(WS-TRACK-USED)
                   MOVE MV-BIN TO WS-BT-BIN(WS-TRACK-USED)
                   MOVE MV-BALANCE TO WS-BT-BALANCE(WS-TRACK-USED)
               END-IF
           ELSE
               MOVE MV-BALANCE TO WS-BT-BALANCE(WS-TRACK-FOUND-SUB)
           END-IF.

      * Each movement is valued at the unit cost of the bin it
      * touched: a dispatch at the source bin's cost, an arrival at
      * the destination's, as VALURPT values the bins themselves.
       VALUE-ONE-MOVEMENT.
           MOVE SPACES TO WS-NOTE.
           PERFORM SET-MOVEMENT-KIND.
           MOVE MV-WH TO CO-WH.
           MOVE MV-BIN TO CO-BIN.
           READ COST-FILE
               INVALID KEY
                   MOVE 0 TO WS-UNIT-COST
                   MOVE "NO UNIT COST" TO WS-NOTE
                   ADD 1 TO WS-UNCOSTED-COUNT
               NOT INVALID KEY
                   MOVE CO-UNIT-COST TO WS-UNIT-COST
           END-READ.
           COMPUTE WS-MOVE-VALUE = MV-QTY * WS-UNIT-COST.
           ADD 1 TO WS-MOVES-POSTED.
           ADD WS-MOVE-VALUE TO WS-TOTAL-VALUE.
           MOVE WS-MOVE-STAMP TO WS-NEW-STAMP.
           PERFORM ADD-TO-POST-TABLE.
           PERFORM SET-KIND-NAME.
           MOVE MV-DATE TO WS-MD-DATE.
           MOVE MV-WH TO WS-MD-WH.
           MOVE MV-BIN TO WS-MD-BIN.
           MOVE WS-KIND-NAME TO WS-MD-KIND.
           MOVE MV-ITEM TO WS-MD-ITEM.
           MOVE MV-QTY TO WS-MD-QTY.
           MOVE WS-UNIT-COST TO WS-MD-UNIT-COST.
           MOVE WS-MOVE-VALUE TO WS-MD-VALUE.
           MOVE WS-NOTE TO WS-MD-NOTE.
           MOVE WS-MOVE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      * An adjustment records the size of the count difference and
      * the counted balance; the bin's balance before it says which
      * way it went. With no earlier movement for the bin the book
      * is taken as nil (a gain) unless the counted balance is
      * smaller than the difference, which only a loss can give.
       SET-MOVEMENT-KIND.
           EVALUATE TRUE
               WHEN MV-RECEIPT
                   SET KIND-RECEIPT TO TRUE
               WHEN MV-ISSUE
                   SET KIND-ISSUE TO TRUE
               WHEN MV-TRANSFER-OUT
                   SET KIND-TRANSFER-OUT TO TRUE
               WHEN MV-TRANSFER-IN
                   SET KIND-TRANSFER-IN TO TRUE
               WHEN OTHER
                   IF WS-TRACK-FOUND-SUB > 0
                       IF MV-BALANCE
                               < WS-BT-BALANCE(WS-TRACK-FOUND-SUB)
                           SET KIND-LOSS TO TRUE
                       ELSE
                           SET KIND-GAIN TO TRUE
                       END-IF
                   ELSE
                       IF MV-BALANCE < MV-QTY
                           SET KIND-LOSS TO TRUE
                       ELSE
                           SET KIND-GAIN TO TRUE
                           MOVE "BOOK ASSUMED" TO WS-NOTE
                           ADD 1 TO WS-ASSUMED-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

       SET-KIND-NAME.
           EVALUATE TRUE
               WHEN KIND-RECEIPT
                   MOVE "RECEIPT" TO WS-KIND-NAME
               WHEN KIND-ISSUE
                   MOVE "ISSUE" TO WS-KIND-NAME
               WHEN KIND-LOSS
                   MOVE "COUNT LOSS" TO WS-KIND-NAME
               WHEN KIND-GAIN
                   MOVE "COUNT GAIN" TO WS-KIND-NAME
               WHEN KIND-TRANSFER-OUT
                   MOVE "TRANSFER OUT" TO WS-KIND-NAME
               WHEN OTHER
                   MOVE "TRANSFER IN" TO WS-KIND-NAME
           END-EVALUATE.

       SET-KIND-ACCOUNTS.
           EVALUATE TRUE
               WHEN KIND-RECEIPT
                   MOVE WS-INVENTORY-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-RECEIVED-ACCOUNT TO WS-CREDIT-ACCOUNT
               WHEN KIND-ISSUE
                   MOVE WS-COST-SALES-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-INVENTORY-ACCOUNT TO WS-CREDIT-ACCOUNT
               WHEN KIND-LOSS
                   MOVE WS-LOSS-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-INVENTORY-ACCOUNT TO WS-CREDIT-ACCOUNT
               WHEN KIND-GAIN
                   MOVE WS-INVENTORY-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-LOSS-ACCOUNT TO WS-CREDIT-ACCOUNT
               WHEN KIND-TRANSFER-OUT
                   MOVE WS-TRANSIT-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-INVENTORY-ACCOUNT TO WS-CREDIT-ACCOUNT
               WHEN OTHER
                   MOVE WS-INVENTORY-ACCOUNT TO WS-DEBIT-ACCOUNT
                   MOVE WS-TRANSIT-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-EVALUATE.

      * Ending abnormally on a full table is deliberate: nothing
      * has been written and the control record has not moved, so
      * the run can be split and resubmitted.
       ADD-TO-POST-TABLE.
           MOVE 0 TO WS-POST-FOUND-SUB.
           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-USED
                       OR WS-POST-FOUND-SUB > 0
               IF WS-PE-DATE(WS-POST-SUB) = MV-DATE
                       AND WS-PE-KIND(WS-POST-SUB) = WS-KIND
                   MOVE WS-POST-SUB TO WS-POST-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-POST-FOUND-SUB = 0
               IF WS-POST-USED = 100
                   MOVE "STKGLPST" TO WS-ERROR-PGM
                   MOVE "POSTING TABLE FULL, NO FEED WRITTEN"
                       TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-POST-USED
               MOVE WS-POST-USED TO WS-POST-FOUND-SUB
               MOVE MV-DATE TO WS-PE-DATE(WS-POST-USED)
               MOVE WS-KIND TO WS-PE-KIND(WS-POST-USED)
               MOVE 0 TO WS-PE-COUNT(WS-POST-USED)
               MOVE 0 TO WS-PE-VALUE(WS-POST-USED)
           END-IF.
           ADD 1 TO WS-PE-COUNT(WS-POST-FOUND-SUB).
           ADD WS-MOVE-VALUE TO WS-PE-VALUE(WS-POST-FOUND-SUB).

      * Account by account, each date-and-kind total is written as
      * a debit to its debit account and a credit (type C) to its
      * credit account, so every account's postings are grouped
      * for the ADDTWO control break and the feed nets to nil.
       BUILD-FEED-ROWS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-USED
               PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                       UNTIL WS-POST-SUB > WS-POST-USED
                   MOVE WS-PE-KIND(WS-POST-SUB) TO WS-KIND
                   PERFORM SET-KIND-ACCOUNTS
                   IF WS-PE-VALUE(WS-POST-SUB) > 0
                       IF WS-DEBIT-ACCOUNT
                               = WS-AL-ACCOUNT(WS-ACCT-SUB)
                           MOVE SPACE TO WS-FT-TYPE
                           PERFORM ADD-POSTING-ROWS
                       END-IF
                       IF WS-CREDIT-ACCOUNT
                               = WS-AL-ACCOUNT(WS-ACCT-SUB)
                           MOVE 'C' TO WS-FT-TYPE
                           PERFORM ADD-POSTING-ROWS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A posting record holds two amounts of up to 99,999.99 each,
      * so a larger total is spread over as many records as it
      * needs.
       ADD-POSTING-ROWS.
           MOVE WS-PE-VALUE(WS-POST-SUB) TO WS-REMAIN-VALUE.
           IF WS-FT-TYPE = 'C'
               ADD WS-REMAIN-VALUE TO WS-CREDIT-TOTAL
               SUBTRACT WS-REMAIN-VALUE FROM WS-FEED-TOTAL
           ELSE
               ADD WS-REMAIN-VALUE TO WS-DEBIT-TOTAL
               ADD WS-REMAIN-VALUE TO WS-FEED-TOTAL
           END-IF.
           PERFORM UNTIL WS-REMAIN-VALUE = 0
               MOVE WS-AL-ACCOUNT(WS-ACCT-SUB) TO WS-FT-ACCOUNT
               MOVE WS-PE-DATE(WS-POST-SUB) TO WS-FT-POST-DATE
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
                   MOVE "STKGLPST" TO WS-ERROR-PGM
                   MOVE "FEED TABLE FULL, NO FEED WRITTEN"
                       TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-FEED-USED
               MOVE WS-FEED-TRAN TO WS-FEED-ROW(WS-FEED-USED)
           END-PERFORM.

       WRITE-POSTING-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "POSTINGS BY MOVEMENT DATE AND KIND" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POST-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-USED
               MOVE WS-PE-KIND(WS-POST-SUB) TO WS-KIND
               PERFORM SET-KIND-NAME
               PERFORM SET-KIND-ACCOUNTS
               MOVE WS-PE-DATE(WS-POST-SUB) TO WS-PD-DATE
               MOVE WS-KIND-NAME TO WS-PD-KIND
               MOVE WS-PE-COUNT(WS-POST-SUB) TO WS-PD-COUNT
               MOVE WS-DEBIT-ACCOUNT TO WS-PD-DEBIT
               MOVE WS-CREDIT-ACCOUNT TO WS-PD-CREDIT
               MOVE WS-PE-VALUE(WS-POST-SUB) TO WS-PD-VALUE
               MOVE WS-POST-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
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
           STRING "MOVEMENTS READ " DELIMITED BY SIZE
               WS-MOVES-READ DELIMITED BY SIZE
               "  POSTED " DELIMITED BY SIZE
               WS-MOVES-POSTED DELIMITED BY SIZE
               "  NO UNIT COST " DELIMITED BY SIZE
               WS-UNCOSTED-COUNT DELIMITED BY SIZE
               "  BOOK ASSUMED " DELIMITED BY SIZE
               WS-ASSUMED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MOVES-POSTED > 0
               STRING "FEED RECORDS TO STKGLFD " DELIMITED BY SIZE
                   WS-FEED-USED DELIMITED BY SIZE
                   "  POSTED THROUGH " DELIMITED BY SIZE
                   WS-NS-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NS-TIME DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE "NO NEW MOVEMENTS, EMPTY FEED WRITTEN TO STKGLFD"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-MOVES-POSTED TO BT-TOTAL-COUNT.
           MOVE WS-TOTAL-VALUE TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE POSTING-REPORT.

      * Framed as FEEDACC expects: the standard header, the posting
      * records, and a trailer carrying their count and signed
      * total (credits negative, so a balanced feed totals nil).
       WRITE-FEED-FILE.
           OPEN OUTPUT FEED-FILE.
           IF NOT FEED-OK
               MOVE "STKGLPST" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STKGLFD, STATUS "
                   DELIMITED BY SIZE
                   WS-FEED-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "STKGLPST" TO BH-JOB-NAME.
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

      ******************************************************************
      * Mode 2: prove the inventory account against two valuations.
      * Both valuations are taken at the close of their run dates,
      * so the ledger movement that explains the change is every
      * inventory posting dated after the opening valuation's date
      * up to and including the closing valuation's date.
      ******************************************************************
       PROVE-INVENTORY-ACCOUNT.
           OPEN OUTPUT PROOF-REPORT.
           IF NOT PRF-OK
               MOVE "STKGLPST" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STKGLPRF, STATUS "
                   DELIMITED BY SIZE
                   WS-PRF-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "STKGLPRF" TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE "INVENTORY ACCOUNT PROOF AGAINST THE STOCK VALUATION"
               TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE 'Y' TO WS-PROOF-VALID.
           PERFORM READ-OPENING-VALUATION.
           IF PROOF-CAN-RUN
               PERFORM READ-CLOSING-VALUATION
           END-IF.
           IF PROOF-CAN-RUN
                   AND WS-CLOSE-DATE NOT > WS-OPEN-DATE
               MOVE 'N' TO WS-PROOF-VALID
               MOVE SPACES TO PROOF-LINE
               STRING "VALURPT DATED " DELIMITED BY SIZE
                   WS-CLOSE-DATE DELIMITED BY SIZE
                   " IS NOT AFTER VALUOPEN DATED " DELIMITED BY SIZE
                   WS-OPEN-DATE DELIMITED BY SIZE
                   INTO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.
           IF PROOF-CAN-RUN
               PERFORM TOTAL-INVENTORY-POSTINGS
               PERFORM WRITE-PROOF-RESULT
           ELSE
               MOVE "PROOF NOT RUN" TO PROOF-LINE
               WRITE PROOF-LINE
               MOVE SPACES TO WS-AUDIT-DETAIL
               MOVE "INVENTORY PROOF NOT RUN, SEE STKGLPRF"
                   TO WS-AUDIT-DETAIL
               MOVE "STGL" TO AE-EVENT-CODE
               SET AE-SEV-WARNING TO TRUE
               CALL 'AUDITLOG' USING "STKGLPST", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-GL-RECORDS TO BT-TOTAL-COUNT.
           MOVE WS-INVENTORY-MOVEMENT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO PROOF-LINE.
           WRITE PROOF-LINE.
           CLOSE PROOF-REPORT.

       READ-OPENING-VALUATION.
           MOVE 0 TO WS-VALUE-LINES.
           OPEN INPUT OPEN-VALUE-FILE.
           IF NOT OPENVAL-OK
               MOVE 'N' TO WS-PROOF-VALID
               MOVE SPACES TO PROOF-LINE
               STRING "NO OPENING VALUATION ON VALUOPEN, STATUS "
                   DELIMITED BY SIZE
                   WS-OPENVAL-STATUS DELIMITED BY SIZE
                   INTO PROOF-LINE
               WRITE PROOF-LINE
           ELSE
               PERFORM UNTIL OPENVAL-EOF
                   READ OPEN-VALUE-FILE INTO WS-VALUE-LINE
                       AT END
                           SET OPENVAL-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-VALUATION-LINE
                   END-READ
               END-PERFORM
               CLOSE OPEN-VALUE-FILE
               PERFORM CHECK-VALUATION-FRAME
               IF PROOF-CAN-RUN
                   MOVE WS-VH-RUN-DATE TO WS-OPEN-DATE
                   MOVE WS-VT-TOTAL TO WS-OPEN-VALUE
                   MOVE SPACES TO WS-PF-LABEL
                   STRING "OPENING VALUATION (VALUOPEN) "
                       DELIMITED BY SIZE
                       WS-OPEN-DATE DELIMITED BY SIZE
                       INTO WS-PF-LABEL
                   MOVE WS-OPEN-VALUE TO WS-PF-AMOUNT
                   MOVE WS-PROOF-DETAIL TO PROOF-LINE
                   WRITE PROOF-LINE
               ELSE
                   MOVE "VALUOPEN IS NOT A FRAMED VALUATION REPORT"
                       TO PROOF-LINE
                   WRITE PROOF-LINE
               END-IF
           END-IF.

       READ-CLOSING-VALUATION.
           MOVE 0 TO WS-VALUE-LINES.
           OPEN INPUT CLOSE-VALUE-FILE.
           IF NOT CLOSEVAL-OK
               MOVE 'N' TO WS-PROOF-VALID
               MOVE SPACES TO PROOF-LINE
               STRING "NO CLOSING VALUATION ON VALURPT, STATUS "
                   DELIMITED BY SIZE
                   WS-CLOSEVAL-STATUS DELIMITED BY SIZE
                   INTO PROOF-LINE
               WRITE PROOF-LINE
           ELSE
               PERFORM UNTIL CLOSEVAL-EOF
                   READ CLOSE-VALUE-FILE INTO WS-VALUE-LINE
                       AT END
                           SET CLOSEVAL-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-VALUATION-LINE
                   END-READ
               END-PERFORM
               CLOSE CLOSE-VALUE-FILE
               PERFORM CHECK-VALUATION-FRAME
               IF PROOF-CAN-RUN
                   MOVE WS-VH-RUN-DATE TO WS-CLOSE-DATE
                   MOVE WS-VT-TOTAL TO WS-CLOSE-VALUE
                   MOVE SPACES TO WS-PF-LABEL
                   STRING "CLOSING VALUATION (VALURPT) "
                       DELIMITED BY SIZE
                       WS-CLOSE-DATE DELIMITED BY SIZE
                       INTO WS-PF-LABEL
                   MOVE WS-CLOSE-VALUE TO WS-PF-AMOUNT
                   MOVE WS-PROOF-DETAIL TO PROOF-LINE
                   WRITE PROOF-LINE
               ELSE
                   MOVE "VALURPT IS NOT A FRAMED VALUATION REPORT"
                       TO PROOF-LINE
                   WRITE PROOF-LINE
               END-IF
           END-IF.

      * The first line is the header; the last line read is kept as
      * the trailer.
       TAKE-VALUATION-LINE.
           ADD 1 TO WS-VALUE-LINES.
           IF WS-VALUE-LINES = 1
               MOVE WS-VALUE-LINE TO WS-VALUE-HEADER
           ELSE
               MOVE WS-VALUE-LINE TO WS-VALUE-TRAILER
           END-IF.

       CHECK-VALUATION-FRAME.
           IF WS-VALUE-LINES < 2
                   OR WS-VH-JOB-NAME NOT = "VALUATON"
                   OR WS-VT-TOTAL IS NOT NUMERIC
               MOVE 'N' TO WS-PROOF-VALID
           END-IF.

       TOTAL-INVENTORY-POSTINGS.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           STRING "INVENTORY ACCOUNT " DELIMITED BY SIZE
               WS-INVENTORY-ACCOUNT DELIMITED BY SIZE
               " POSTINGS ON GLSUM" DELIMITED BY SIZE
               INTO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE "DATE                MOVEMENT      CUMULATIVE"
               TO PROOF-LINE.
           WRITE PROOF-LINE.
           OPEN INPUT GL-SUMMARY-FILE.
           IF NOT GLSUM-OK
               MOVE SPACES TO PROOF-LINE
               STRING "UNABLE TO OPEN GLSUM, STATUS " DELIMITED BY SIZE
                   WS-GLSUM-STATUS DELIMITED BY SIZE
                   ", MOVEMENT TAKEN AS NIL" DELIMITED BY SIZE
                   INTO PROOF-LINE
               WRITE PROOF-LINE
           ELSE
               PERFORM UNTIL GLSUM-EOF
                   READ GL-SUMMARY-FILE
                       AT END
                           SET GLSUM-EOF TO TRUE
                       NOT AT END
                           IF GL-DATE > WS-OPEN-DATE
                                   AND GL-DATE NOT > WS-CLOSE-DATE
                               PERFORM TAKE-GL-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-SUMMARY-FILE
           END-IF.

       TAKE-GL-POSTING.
           IF GL-ACCOUNT = WS-INVENTORY-ACCOUNT
               ADD 1 TO WS-GL-RECORDS
               ADD GL-AMOUNT TO WS-INVENTORY-MOVEMENT
               MOVE GL-DATE TO WS-GD-DATE
               MOVE GL-AMOUNT TO WS-GD-AMOUNT
               MOVE WS-INVENTORY-MOVEMENT TO WS-GD-BALANCE
               MOVE WS-GL-DETAIL TO PROOF-LINE
               WRITE PROOF-LINE
           END-IF.
           IF GL-ACCOUNT = WS-TRANSIT-ACCOUNT
                   AND WS-TRANSIT-ACCOUNT NOT = WS-INVENTORY-ACCOUNT
               ADD GL-AMOUNT TO WS-TRANSIT-MOVEMENT
           END-IF.

      * Stock in transit between warehouses is in neither bin, so
      * it is off the valuation and on the in-transit account; its
      * movement is shown for information and is not part of the
      * proof.
       WRITE-PROOF-RESULT.
           COMPUTE WS-VALUE-CHANGE = WS-CLOSE-VALUE - WS-OPEN-VALUE.
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-INVENTORY-MOVEMENT - WS-VALUE-CHANGE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE "CHANGE IN TOTAL VALUE" TO WS-PF-LABEL.
           MOVE WS-VALUE-CHANGE TO WS-PF-AMOUNT.
           MOVE WS-PROOF-DETAIL TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE "INVENTORY ACCOUNT MOVEMENT" TO WS-PF-LABEL.
           MOVE WS-INVENTORY-MOVEMENT TO WS-PF-AMOUNT.
           MOVE WS-PROOF-DETAIL TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE "DIFFERENCE" TO WS-PF-LABEL.
           MOVE WS-PROOF-DIFFERENCE TO WS-PF-AMOUNT.
           MOVE WS-PROOF-DETAIL TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE "IN-TRANSIT ACCOUNT MOVEMENT (MEMO)" TO WS-PF-LABEL.
           MOVE WS-TRANSIT-MOVEMENT TO WS-PF-AMOUNT.
           MOVE WS-PROOF-DETAIL TO PROOF-LINE.
           WRITE PROOF-LINE.
           MOVE SPACES TO PROOF-LINE.
           WRITE PROOF-LINE.
           IF WS-PROOF-DIFFERENCE = 0
               MOVE "PROOF AGREED - INVENTORY ACCOUNT EQUALS VALUATION"
                   TO PROOF-LINE
               WRITE PROOF-LINE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "INVENTORY PROOF AGREED TO=" DELIMITED BY SIZE
                   WS-CLOSE-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "STKGLPST", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
           ELSE
      * A unit cost changed on COSTFILE between the valuations, a
      * posting held for approval or suspended by ADDTWO, or a
      * movement not yet through the posting step all show here.
               MOVE "PROOF FAILED - SEE STKGLRPT, HELDFILE, SUSPENSE"
                   TO PROOF-LINE
               WRITE PROOF-LINE
               MOVE WS-PROOF-DIFFERENCE TO WS-AMOUNT-DISP
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "INVENTORY PROOF MISMATCH DIFF=" DELIMITED BY SIZE
                   WS-AMOUNT-DISP DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               MOVE "CMIS" TO AE-EVENT-CODE
               SET AE-SEV-ERROR TO TRUE
               CALL 'AUDITLOG' USING "STKGLPST", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               MOVE 4 TO RETURN-CODE
           END-IF.

           COPY ERRHAND.
       END PROGRAM STOCK-GL-POSTING.
