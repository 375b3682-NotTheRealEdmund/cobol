      *                balance can report month-to-date movements
      *                and reconcile against the daily trailers
      *                instead of a drawer of paper reports.
      *   2026-10-15 - Credit postings: TR-TYPE C is a normal posting
      *                that reduces its account (the stock-to-ledger
      *                feed credits inventory this way). It flows as
      *                a negative into the account subtotal, the
      *                control total, and the trailer, is marked CR
      *                on TOTALRPT, and stays off the posted log.
      *   2026-10-15 - Journal voucher postings: TR-VOUCHER carries the
      *                JRNLENT voucher number. The control break is on
      *                account and voucher, so each voucher line posts
      *                its own GLSUM record stamped with the voucher
      *                (GL-VOUCHER) for TRIALBAL to show. The voucher
      *                is kept on SUSPENSE for a reprocess, and a
      *                voucher line is not held against the APPPARM
      *                threshold, having been through HELDAPPR already.
      *   2026-10-15 - Foreign-currency postings: TR-CURRENCY carries
      *                the currency of the amounts (blank is
      *                sterling). Each posting is converted at the
      *                RATEFILE rate in force on its posting date, or
      *                goes to SUSPENSE with reason FX when there is
      *                none. The control total, account subtotals,
      *                trailer and GLSUM amount are sterling; the
      *                detail line shows the sterling equivalent
      *                beside the original, the control break is on
      *                currency as well, and a foreign subtotal also
      *                reports and posts (GL-ORIG-AMOUNT) its original
      *                currency amount. The approval threshold is held
      *                against the sterling equivalent. Revaluation
      *                postings from FXREVAL (type G gain, L loss)
      *                move only the sterling value of a foreign
      *                balance.
      *   2026-10-15 - Retained posting detail: every applied posting
      *                is also written to the keyed POSTDTL file by
      *                account and GLSUM date, with the stream it came
      *                in on (a new batch-mode answer, blank for FEED)
      *                and whether it came straight from the batch, a
      *                release or a reprocess, so ACCTINQ can show the
      *                postings behind a GLSUM day. SUSPENSE and
      *                HELDFILE records keep the stream for a later
      *                run, and the posted log keeps the detail key so
      *                a reversal and its original point at each
      *                other.
      *   2026-10-15 - The maker id on TRANFILE (who originated the
      *                posting, where the sender knows) is kept on
      *                HELDFILE as HD-MAKER beside the checker, and on
      *                SUSPENSE so a reprocessed item keeps it.
      *   2026-10-15 - The run-control end request names the pass
      *                (the posting source for a batch run, REPROC
      *                or RELEASE otherwise) so RUNHIST times each
      *                pass of the night separately.
      *   2026-10-15 - TRANS-RECORD, ACCOUNT-RECORD and
      *                GL-SUMMARY-RECORD come from the TRANREC, ACCTREC
      *                and GLSUMREC copybooks; ACCTFILE is read with the
      *                account type.
      *   2026-10-15 - PAYABLES (the APMATCH supplier invoice postings)
      *                is offered as a posting source.
      *   2026-10-15 - The checkpoint now records the posting source and
      *                a restart refuses one taken by a different pass;
      *                a pass that reads its whole file deletes its
      *                checkpoint, so no later pass can resume from it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADD-TWO-NUMBERS.
           SELECT POSTED-LOG-FILE ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT POSTING-DETAIL-FILE ASSIGN TO "POSTDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PDTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY TRANREC.
       FD  BATCH-REPORT.
       01  BATCH-REPORT-LINE       PIC X(80).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-RECORD.
           05 CKF-PROGRAM-ID        PIC X(8).
           05 FILLER                PIC X(62).
       FD  CONTROL-COUNT-FILE.
       01  CONTROL-COUNT-LINE       PIC X(80).
       FD  SUSPENSE-FILE.
      * drops records stamped after its checkpoint, since the rerun
      * re-reads and re-rejects them.
           05 SU-READ-SEQ      PIC 9(7).
           05 SU-VOUCHER       PIC X(6).
           05 SU-CURRENCY      PIC X(3).
      * The stream the record came in on, for the posting detail of
      * a reprocess run; blank on records from before it.
           05 SU-SOURCE        PIC X(8).
           05 SU-MAKER         PIC X(8).
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PD-PERIOD        PIC X(6).
           05 PD-STATUS        PIC X(1).
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  GL-SUMMARY-FILE.
           COPY GLSUMREC.
       FD  DAY-TOTAL-FILE.
       01  DAY-TOTAL-RECORD.
           05 DT-DATE          PIC X(8).
      * and the release and approval loads drop the exact
      * duplicates by this stamp.
           05 HD-READ-SEQ      PIC 9(7).
           05 HD-CURRENCY      PIC X(3).
      * The stream the item came in on, as SU-SOURCE.
           05 HD-SOURCE        PIC X(8).
      * Who originated the item (TR-MAKER), set against HD-CHECKER
      * by the segregation-of-duties report; blank when unknown.
           05 HD-MAKER         PIC X(8).
       FD  POSTED-LOG-FILE.
       01  POSTED-LOG-RECORD.
           05 PL-ACCOUNT       PIC 9(4).
           05 PL-NUM1          PIC 9(5)V99.
           05 PL-NUM2          PIC 9(5)V99.
           05 PL-REVERSED      PIC X(1).
           05 PL-CURRENCY      PIC X(3).
      * The original's POSTDTL key; blank on rows from before it.
           05 PL-DETAIL-KEY    PIC X(30).
       FD  RATE-FILE.
           COPY RATEREC.
       FD  POSTING-DETAIL-FILE.
           COPY POSTDTL.
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
       01 WS-BATCH-READ        PIC 9(7) VALUE 0.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES.
               10 WS-SU-RECORD      PIC X(61).
               10 FILLER REDEFINES WS-SU-RECORD.
                   15 WS-SU-REASON      PIC X(2).
                   15 WS-SU-TRAN-IMAGE  PIC X(27).
                   15 WS-SU-SEQ         PIC 9(7).
                   15 WS-SU-VOUCHER     PIC X(6).
                   15 WS-SU-CURRENCY    PIC X(3).
                   15 WS-SU-SOURCE      PIC X(8).
                   15 WS-SU-MAKER       PIC X(8).
       01 WS-SUSP-USED         PIC 9(3) VALUE 0.
       01 WS-SUSP-SUB          PIC 9(3).
       01 WS-PRUNE-COUNT       PIC 9(3) VALUE 0.
               10 WS-HE-CHECKER     PIC X(8).
               10 WS-HE-TRAN        PIC X(27).
               10 WS-HE-SEQ         PIC 9(7).
               10 WS-HE-CURRENCY    PIC X(3).
               10 WS-HE-SOURCE      PIC X(8).
               10 WS-HE-MAKER       PIC X(8).
       01 WS-HELD-USED         PIC 9(3) VALUE 0.
       01 WS-HELD-SUB          PIC 9(3).
       01 WS-HELD-SCAN-SUB     PIC 9(3).
           05 WS-TR-NUM2           PIC 9(5)V99.
           05 WS-TR-TYPE           PIC X(1).
               88 TRAN-IS-REVERSAL      VALUE 'V'.
               88 TRAN-IS-CREDIT        VALUE 'C'.
               88 TRAN-IS-REVAL-GAIN    VALUE 'G'.
               88 TRAN-IS-REVAL-LOSS    VALUE 'L'.
               88 TRAN-IS-REVALUATION   VALUES 'G', 'L'.
           05 WS-TR-VOUCHER        PIC X(6).
           05 WS-TR-CURRENCY       PIC X(3).
               88 TRAN-IN-STERLING      VALUE "GBP".
           05 WS-TR-MAKER          PIC X(8).
       01 WS-PREV-ACCOUNT      PIC 9(4).
       01 WS-PREV-VOUCHER      PIC X(6) VALUE SPACES.
       01 WS-PREV-CURRENCY     PIC X(3) VALUE "GBP".
       01 WS-ACCOUNT-TOTAL     PIC S9(9)V99 VALUE 0.
       01 WS-ACCOUNT-ORIG-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-RATE-STATUS       PIC X(2).
           88 RATE-OK               VALUES "00", "02".
           88 RATE-EOF              VALUE "10".
      * RATEFILE in key order, so the last entry for a currency not
      * dated after the posting is the rate in force on that date.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-CURRENCY    PIC X(3).
               10 WS-RT-DATE        PIC 9(8).
               10 WS-RT-RATE        PIC 9(4)V9(6).
       01 WS-RATE-USED         PIC 9(3) VALUE 0.
       01 WS-RATE-SUB          PIC 9(3).
       01 WS-FX-RATE           PIC 9(4)V9(6).
       01 WS-RATE-FOUND        PIC X VALUE 'N'.
           88 EXCHANGE-RATE-FOUND   VALUE 'Y'.
       01 WS-PAIR-STERLING     PIC 9(9)V99.
       01 WS-NUM3-STERLING     PIC 9(9)V99.
       01 WS-ORIG-DISP         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-FIRST-TRAN        PIC X VALUE 'Y'.
           88 FIRST-TRAN            VALUE 'Y'.
       01 WS-AMOUNT-DISP       PIC -ZZZ,ZZZ,ZZ9.99.
               10 WS-PL-NUM1        PIC 9(5)V99.
               10 WS-PL-NUM2        PIC 9(5)V99.
               10 WS-PL-REVERSED    PIC X(1).
               10 WS-PL-CURRENCY    PIC X(3).
               10 WS-PL-DETAIL-KEY  PIC X(30).
       01 WS-PLOG-USED         PIC 9(3) VALUE 0.
       01 WS-PLOG-SUB          PIC 9(3).
       01 WS-PLOG-FOUND-SUB    PIC 9(3).
       01 WS-PLOG-KEEP         PIC X VALUE 'Y'.
           88 KEEP-PLOG-ROW         VALUE 'Y'.
       01 WS-REVERSAL-COUNT    PIC 9(5) VALUE 0.
       01 WS-PDTL-STATUS       PIC X(2).
           88 PDTL-OK               VALUES "00", "02".
           88 PDTL-NOT-FOUND        VALUE "35".
      * The stream and route stamped on this run's posting detail;
      * a reprocess or release run takes the stream from each item.
       01 WS-POST-SOURCE       PIC X(8) VALUE "FEED".
       01 WS-POST-ROUTE        PIC X(1) VALUE 'B'.
       01 WS-POST-SEQ          PIC 9(7).
       01 WS-PDTL-KEY          PIC X(30).
       01 WS-PDTL-POSTING      PIC X(40).
       01 WS-PDTL-LINK         PIC X(30).
       01 WS-PDTL-STORED       PIC X VALUE 'N'.
           88 PDTL-STORED           VALUE 'Y'.
       01 WS-BATCH-DETAIL-LINE.
           05 WS-BD-ACCOUNT         PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-NUM2            PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-BD-SUM             PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BD-SIDE            PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BD-CURRENCY        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BD-STERLING        PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RUNCTL-START-PARA.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-APPROVAL-THRESHOLD.
           PERFORM LOAD-POSTED-LOG.
           PERFORM LOAD-RATE-TABLE.
           OPEN INPUT TRANS-FILE.
           IF NOT TRANS-OK
               MOVE "ADDTWO  " TO WS-ERROR-PGM
           ELSE
               DISPLAY "Restart from last checkpoint? (Y/N): "
               ACCEPT WS-RESTART
               DISPLAY "Posting source (FEED, PAYROLL, JOURNAL, "
                   "STOCK, FXREVAL, RECUR, PAYABLES; blank = FEED): "
               ACCEPT WS-POST-SOURCE
               IF WS-POST-SOURCE = SPACES
                   MOVE "FEED" TO WS-POST-SOURCE
               END-IF
               PERFORM OPEN-POSTING-DETAIL
               IF RESTART-REQUESTED
                   PERFORM LOAD-CHECKPOINT
                   OPEN EXTEND BATCH-REPORT
                           SET TRANS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BATCH-READ
                           MOVE WS-BATCH-READ TO WS-POST-SEQ
                           MOVE TRANS-RECORD TO WS-TRAN-WORK
                           PERFORM APPLY-BATCH-TRAN
                           IF FUNCTION MOD(WS-BATCH-READ,
               PERFORM WRITE-BATCH-TOTALS
               PERFORM WRITE-BATCH-TRAILER
               CLOSE BATCH-REPORT
               CLOSE POSTING-DETAIL-FILE
               DISPLAY "Records processed: " WS-BATCH-COUNT
               DISPLAY "Control total: " WS-CONTROL-TOTAL
               MOVE SPACES TO WS-AUDIT-DETAIL
               AUDIT-EVENT-PARM
               PERFORM SAVE-POSTED-LOG
               PERFORM RECONCILE-CONTROL-COUNT
               PERFORM CLEAR-CHECKPOINT
           END-IF.

      * Control break on TR-ACCOUNT: a subtotal line is written each
      * time the account changes, so the file is expected grouped by
      * account (a regrouped account simply gets a second subtotal,
      * and the grand total still ties to the control total). A
      * change of journal voucher breaks too, so every voucher line
      * reaches GLSUM under its own voucher number, and so does a
      * change of currency, so each GLSUM record holds one currency.
       APPLY-BATCH-TRAN.
           IF WS-TR-CURRENCY = SPACES
               MOVE "GBP" TO WS-TR-CURRENCY
           END-IF.
           IF FIRST-TRAN
               MOVE WS-TR-ACCOUNT TO WS-PREV-ACCOUNT
               MOVE WS-TR-VOUCHER TO WS-PREV-VOUCHER
               MOVE WS-TR-CURRENCY TO WS-PREV-CURRENCY
               MOVE 'N' TO WS-FIRST-TRAN
           END-IF.
           IF WS-TR-ACCOUNT NOT = WS-PREV-ACCOUNT
                   OR WS-TR-VOUCHER NOT = WS-PREV-VOUCHER
                   OR WS-TR-CURRENCY NOT = WS-PREV-CURRENCY
               PERFORM WRITE-ACCOUNT-SUBTOTAL
               MOVE WS-TR-ACCOUNT TO WS-PREV-ACCOUNT
               MOVE WS-TR-VOUCHER TO WS-PREV-VOUCHER
               MOVE WS-TR-CURRENCY TO WS-PREV-CURRENCY
           END-IF.
           IF WS-TR-NUM1 IS NOT NUMERIC
                   OR WS-TR-NUM2 IS NOT NUMERIC
                       WS-TR-POST-DATE " is not in an open period"
                   MOVE "PC" TO SU-REASON
                   PERFORM WRITE-SUSPENSE
               ELSE
               PERFORM FIND-EXCHANGE-RATE
               IF NOT EXCHANGE-RATE-FOUND
                   DISPLAY "REJECTED: no " WS-TR-CURRENCY
                       " exchange rate in force on " WS-TR-POST-DATE
                   MOVE "FX" TO SU-REASON
                   PERFORM WRITE-SUSPENSE
               ELSE
                   IF TRAN-IS-REVERSAL
                       PERFORM APPLY-REVERSAL
                   ELSE
                       COMPUTE WS-PAIR-SUM =
                           WS-TR-NUM1 + WS-TR-NUM2
                       COMPUTE WS-PAIR-STERLING ROUNDED =
                           WS-PAIR-SUM / WS-FX-RATE
                       IF THRESHOLD-ACTIVE AND NOT RELEASE-RUN
                               AND WS-TR-VOUCHER = SPACES
                               AND NOT TRAN-IS-REVALUATION
                               AND WS-PAIR-STERLING > WS-THRESHOLD
                           PERFORM HOLD-FOR-APPROVAL
                       ELSE
                           PERFORM ADD-AND-REPORT-PAIR
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * Ending abnormally on a full table is deliberate, the same
                               TO WS-PL-NUM2(WS-PLOG-USED)
                           MOVE PL-REVERSED
                               TO WS-PL-REVERSED(WS-PLOG-USED)
                           MOVE PL-CURRENCY
                               TO WS-PL-CURRENCY(WS-PLOG-USED)
                           IF PL-CURRENCY = SPACES
                               MOVE "GBP"
                                   TO WS-PL-CURRENCY(WS-PLOG-USED)
                           END-IF
                           MOVE PL-DETAIL-KEY
                               TO WS-PL-DETAIL-KEY(WS-PLOG-USED)
                   END-READ
               END-PERFORM
               CLOSE POSTED-LOG-FILE
                   MOVE WS-PL-NUM2(WS-PLOG-SUB) TO PL-NUM2
                   MOVE WS-PL-REVERSED(WS-PLOG-SUB)
                       TO PL-REVERSED
                   MOVE WS-PL-CURRENCY(WS-PLOG-SUB) TO PL-CURRENCY
                   MOVE WS-PL-DETAIL-KEY(WS-PLOG-SUB)
                       TO PL-DETAIL-KEY
                   WRITE POSTED-LOG-RECORD
               END-IF
           END-PERFORM.
           CLOSE POSTED-LOG-FILE.

      * Every applied debit posting joins the posted log so a later
      * reversal has an original to match; its posting detail has
      * just been written, so PX-KEY is the original's key.
       RECORD-POSTED-TRAN.
           IF WS-PLOG-USED = 500
               MOVE "ADDTWO  " TO WS-ERROR-PGM
           MOVE WS-TR-NUM1 TO WS-PL-NUM1(WS-PLOG-USED).
           MOVE WS-TR-NUM2 TO WS-PL-NUM2(WS-PLOG-USED).
           MOVE ' ' TO WS-PL-REVERSED(WS-PLOG-USED).
           MOVE WS-TR-CURRENCY TO WS-PL-CURRENCY(WS-PLOG-USED).
           MOVE PX-KEY TO WS-PL-DETAIL-KEY(WS-PLOG-USED).

      * A reversal carries the original's account, posting date,
      * amounts, and currency. It must find an unreversed original
      * on the posted log: the amounts then come off the account
      * subtotal, the control total, and the trailer as negatives
      * (in sterling at the rate of the original's day), and the
      * original is marked so it cannot be reversed twice. With no
      * match the reversal goes to SUSPENSE with reason RV.
       APPLY-REVERSAL.
                           = WS-TR-POST-DATE
                       AND WS-PL-NUM1(WS-PLOG-SUB) = WS-TR-NUM1
                       AND WS-PL-NUM2(WS-PLOG-SUB) = WS-TR-NUM2
                       AND WS-PL-CURRENCY(WS-PLOG-SUB)
                           = WS-TR-CURRENCY
                       AND WS-PL-REVERSED(WS-PLOG-SUB) NOT = 'R'
                   MOVE WS-PLOG-SUB TO WS-PLOG-FOUND-SUB
               END-IF
               ADD 1 TO WS-REVERSAL-COUNT
               ADD 1 TO WS-BATCH-COUNT
               COMPUTE WS-NUM3 = WS-TR-NUM1 + WS-TR-NUM2
               COMPUTE WS-NUM3-STERLING ROUNDED =
                   WS-NUM3 / WS-FX-RATE
               SUBTRACT WS-NUM3-STERLING FROM WS-CONTROL-TOTAL
               SUBTRACT WS-NUM3-STERLING FROM WS-ACCOUNT-TOTAL
               SUBTRACT WS-NUM3 FROM WS-ACCOUNT-ORIG-TOTAL
               MOVE WS-PL-DETAIL-KEY(WS-PLOG-FOUND-SUB)
                   TO WS-PDTL-LINK
               PERFORM WRITE-POSTING-DETAIL
               IF WS-PL-DETAIL-KEY(WS-PLOG-FOUND-SUB) NOT = SPACES
                   PERFORM LINK-REVERSED-ORIGINAL
               END-IF
               MOVE SPACES TO BATCH-REPORT-LINE
               STRING "REVERSAL " DELIMITED BY SIZE
                   WS-TRAN-WORK DELIMITED BY SIZE
           MOVE SPACES TO HD-CHECKER.
           MOVE WS-TRAN-WORK TO HD-TRAN-IMAGE.
           MOVE WS-BATCH-READ TO HD-READ-SEQ.
           MOVE WS-TR-CURRENCY TO HD-CURRENCY.
           MOVE WS-POST-SOURCE TO HD-SOURCE.
           MOVE WS-TR-MAKER TO HD-MAKER.
           OPEN EXTEND HELD-FILE.
           IF NOT HELD-OK
               OPEN OUTPUT HELD-FILE
           PERFORM LOAD-PERIOD-TABLE.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-POSTED-LOG.
           PERFORM LOAD-RATE-TABLE.
           SET RELEASE-RUN TO TRUE.
           MOVE 'H' TO WS-POST-ROUTE.
           OPEN INPUT HELD-FILE.
           IF NOT HELD-OK
               DISPLAY "No held-items file to release"
                   DISPLAY WS-HELD-PRUNED " duplicate held "
                       "item(s) from an interrupted run pruned"
               END-IF
               PERFORM OPEN-POSTING-DETAIL
               OPEN OUTPUT BATCH-REPORT
               PERFORM WRITE-BATCH-HEADER
               PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                           ADD 1 TO WS-RELEASED-COUNT
                           MOVE WS-HE-TRAN(WS-HELD-SUB)
                               TO WS-TRAN-WORK
                           MOVE WS-HE-CURRENCY(WS-HELD-SUB)
                               TO WS-TR-CURRENCY
                           MOVE WS-HE-SOURCE(WS-HELD-SUB)
                               TO WS-POST-SOURCE
                           MOVE WS-HE-MAKER(WS-HELD-SUB)
                               TO WS-TR-MAKER
                           MOVE WS-HELD-SUB TO WS-POST-SEQ
                           PERFORM APPLY-BATCH-TRAN
                       WHEN 'X'
                           ADD 1 TO WS-DROPPED-COUNT
               PERFORM WRITE-BATCH-TOTALS
               PERFORM WRITE-BATCH-TRAILER
               CLOSE BATCH-REPORT
               CLOSE POSTING-DETAIL-FILE
               PERFORM REWRITE-HELD-FILE
               PERFORM SAVE-POSTED-LOG
               DISPLAY "Release run: " WS-RELEASED-COUNT
           END-PERFORM.
           CLOSE HELD-FILE.

      * A full rate table ends the run rather than converting at a
      * rate that may have been superseded by one not loaded.
       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RATE-USED.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-OK
               DISPLAY "No exchange-rate file, foreign-currency "
                   "postings go to suspense this run"
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
                               MOVE "ADDTWO  " TO WS-ERROR-PGM
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

      * Sterling, and a revaluation (already in sterling), convert at
      * one; anything else at the rate in force on the posting date.
       FIND-EXCHANGE-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           IF TRAN-IN-STERLING OR TRAN-IS-REVALUATION
               MOVE 1 TO WS-FX-RATE
               SET EXCHANGE-RATE-FOUND TO TRUE
           ELSE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-USED
                   IF WS-RT-CURRENCY(WS-RATE-SUB) = WS-TR-CURRENCY
                           AND WS-RT-DATE(WS-RATE-SUB)
                               NOT > WS-TR-POST-DATE
                       MOVE WS-RT-RATE(WS-RATE-SUB) TO WS-FX-RATE
                       SET EXCHANGE-RATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-ACCT-USED.
           MOVE 'N' TO WS-ACCT-LOADED.
               END-PERFORM
           END-IF.

      * A credit (type C) is an ordinary posting that reduces its
      * account, such as the inventory side of a stock issue: it
      * comes off the subtotal and the control total like a
      * reversal but needs no original. It is not put on the posted
      * log, since a credit is corrected by an opposing debit, not
      * by a V reversal. A revaluation gain (G) adds like a debit
      * and a loss (L) comes off like a credit; neither goes on the
      * posted log.
       ADD-AND-REPORT-PAIR.
           MOVE WS-TR-NUM1 TO WS-NUM1.
           MOVE WS-TR-NUM2 TO WS-NUM2.
                   MOVE "OV" TO SU-REASON
                   PERFORM WRITE-SUSPENSE
               NOT ON SIZE ERROR
                   COMPUTE WS-NUM3-STERLING ROUNDED =
                       WS-NUM3 / WS-FX-RATE
      * A revaluation moves the sterling value only; the currency
      * amount of the balance is unchanged by it.
                   IF TRAN-IS-CREDIT OR TRAN-IS-REVAL-LOSS
                       SUBTRACT WS-NUM3-STERLING
                           FROM WS-CONTROL-TOTAL
                       SUBTRACT WS-NUM3-STERLING
                           FROM WS-ACCOUNT-TOTAL
                       IF NOT TRAN-IS-REVALUATION
                           SUBTRACT WS-NUM3 FROM WS-ACCOUNT-ORIG-TOTAL
                       END-IF
                       MOVE "CR" TO WS-BD-SIDE
                   ELSE
                       ADD WS-NUM3-STERLING TO WS-CONTROL-TOTAL
                       ADD WS-NUM3-STERLING TO WS-ACCOUNT-TOTAL
                       IF NOT TRAN-IS-REVALUATION
                           ADD WS-NUM3 TO WS-ACCOUNT-ORIG-TOTAL
                       END-IF
                       MOVE SPACES TO WS-BD-SIDE
                   END-IF
                   MOVE SPACES TO WS-PDTL-LINK
                   PERFORM WRITE-POSTING-DETAIL
                   IF NOT TRAN-IS-CREDIT AND NOT TRAN-IS-REVALUATION
                       PERFORM RECORD-POSTED-TRAN
                   END-IF
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE WS-TR-ACCOUNT TO WS-BD-ACCOUNT
                   MOVE WS-TR-POST-DATE TO WS-BD-DATE
                   MOVE WS-NUM1 TO WS-BD-NUM1
                   MOVE WS-NUM2 TO WS-BD-NUM2
                   MOVE WS-NUM3 TO WS-BD-SUM
                   MOVE WS-TR-CURRENCY TO WS-BD-CURRENCY
                   MOVE WS-NUM3-STERLING TO WS-BD-STERLING
                   MOVE WS-BATCH-DETAIL-LINE TO BATCH-REPORT-LINE
                   WRITE BATCH-REPORT-LINE
                   DISPLAY "The sum of " WS-NUM1
       WRITE-SUSPENSE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-TRAN-WORK TO SU-TRAN-IMAGE.
           MOVE WS-TR-VOUCHER TO SU-VOUCHER.
           MOVE WS-TR-CURRENCY TO SU-CURRENCY.
           MOVE WS-POST-SOURCE TO SU-SOURCE.
           MOVE WS-TR-MAKER TO SU-MAKER.
           IF SUSPENSE-IS-OPEN
               MOVE WS-SUSP-SUB TO SU-READ-SEQ
           ELSE
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM LOAD-APPROVAL-THRESHOLD.
           PERFORM LOAD-POSTED-LOG.
           PERFORM LOAD-RATE-TABLE.
           MOVE 0 TO WS-SUSP-USED.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT SUSP-OK
               OPEN OUTPUT SUSPENSE-FILE
               SET SUSPENSE-IS-OPEN TO TRUE
               MOVE 0 TO WS-REJECT-COUNT
               MOVE 'S' TO WS-POST-ROUTE
               PERFORM OPEN-POSTING-DETAIL
               OPEN OUTPUT BATCH-REPORT
               PERFORM WRITE-BATCH-HEADER
               PERFORM VARYING WS-SUSP-SUB FROM 1 BY 1
                       UNTIL WS-SUSP-SUB > WS-SUSP-USED
                   MOVE WS-SU-TRAN-IMAGE(WS-SUSP-SUB)
                       TO WS-TRAN-WORK
                   MOVE WS-SU-VOUCHER(WS-SUSP-SUB) TO WS-TR-VOUCHER
                   MOVE WS-SU-CURRENCY(WS-SUSP-SUB)
                       TO WS-TR-CURRENCY
                   MOVE WS-SU-SOURCE(WS-SUSP-SUB) TO WS-POST-SOURCE
                   MOVE WS-SU-MAKER(WS-SUSP-SUB) TO WS-TR-MAKER
                   MOVE WS-SUSP-SUB TO WS-POST-SEQ
                   PERFORM APPLY-BATCH-TRAN
               END-PERFORM
               PERFORM WRITE-BATCH-TOTALS
               PERFORM WRITE-BATCH-TRAILER
               CLOSE BATCH-REPORT
               CLOSE POSTING-DETAIL-FILE
               CLOSE SUSPENSE-FILE
               MOVE 'N' TO WS-SUSP-OPEN
               PERFORM SAVE-POSTED-LOG
               " SUBTOTAL " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE.
           IF WS-PREV-VOUCHER NOT = SPACES
               STRING "JV " DELIMITED BY SIZE
                   WS-PREV-VOUCHER DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE(61:9)
           END-IF.
           WRITE BATCH-REPORT-LINE.
           IF WS-PREV-CURRENCY NOT = "GBP"
               MOVE SPACES TO BATCH-REPORT-LINE
               MOVE WS-ACCOUNT-ORIG-TOTAL TO WS-ORIG-DISP
               STRING "  IN " DELIMITED BY SIZE
                   WS-PREV-CURRENCY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORIG-DISP DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               WRITE BATCH-REPORT-LINE
           END-IF.
           MOVE 0 TO WS-ACCOUNT-TOTAL.
           MOVE 0 TO WS-ACCOUNT-ORIG-TOTAL.

      * A regrouped account simply posts a second summary record for
      * the date; the trial balance accumulates them.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD.
           MOVE WS-PREV-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-GL-DATE TO GL-DATE.
           MOVE WS-PREV-VOUCHER TO GL-VOUCHER.
           MOVE WS-ACCOUNT-TOTAL TO GL-AMOUNT.
           MOVE WS-PREV-CURRENCY TO GL-CURRENCY.
           MOVE WS-ACCOUNT-ORIG-TOTAL TO GL-ORIG-AMOUNT.
           OPEN EXTEND GL-SUMMARY-FILE.
           IF NOT GLSUM-OK
               OPEN OUTPUT GL-SUMMARY-FILE
           WRITE GL-SUMMARY-RECORD.
           CLOSE GL-SUMMARY-FILE.

      * POSTDTL is created empty the first time it is opened.
       OPEN-POSTING-DETAIL.
           OPEN I-O POSTING-DETAIL-FILE.
           IF PDTL-NOT-FOUND
               OPEN OUTPUT POSTING-DETAIL-FILE
               CLOSE POSTING-DETAIL-FILE
               OPEN I-O POSTING-DETAIL-FILE
           END-IF.
           IF NOT PDTL-OK
               MOVE "ADDTWO  " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN POSTDTL, STATUS "
                   DELIMITED BY SIZE
                   WS-PDTL-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

      * One detail record per applied posting, signed the way it
      * went into the account subtotal. A record already under the
      * key with the same posting is this posting from before a
      * restart and stands; a different posting there (a second run
      * of the stream on the same day) moves this one to the next
      * copy number. Caller sets WS-PDTL-LINK.
       WRITE-POSTING-DETAIL.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD.
           MOVE WS-TR-ACCOUNT TO PX-ACCOUNT.
           MOVE WS-GL-DATE TO PX-GL-DATE.
           MOVE WS-POST-SOURCE TO PX-SOURCE.
           MOVE WS-POST-ROUTE TO PX-ROUTE.
           MOVE WS-POST-SEQ TO PX-READ-SEQ.
           MOVE 1 TO PX-COPY.
           MOVE WS-TR-POST-DATE TO PX-POST-DATE.
           MOVE WS-TR-TYPE TO PX-TYPE.
           MOVE WS-TR-VOUCHER TO PX-VOUCHER.
           MOVE WS-TR-CURRENCY TO PX-CURRENCY.
           EVALUATE TRUE
               WHEN TRAN-IS-REVALUATION
                   MOVE 0 TO PX-ORIG-AMOUNT
               WHEN TRAN-IS-CREDIT OR TRAN-IS-REVERSAL
                   COMPUTE PX-ORIG-AMOUNT = 0 - WS-NUM3
               WHEN OTHER
                   MOVE WS-NUM3 TO PX-ORIG-AMOUNT
           END-EVALUATE.
           IF TRAN-IS-CREDIT OR TRAN-IS-REVERSAL
                   OR TRAN-IS-REVAL-LOSS
               COMPUTE PX-AMOUNT = 0 - WS-NUM3-STERLING
           ELSE
               MOVE WS-NUM3-STERLING TO PX-AMOUNT
           END-IF.
           MOVE WS-PDTL-LINK TO PX-LINK-KEY.
           MOVE PX-POSTING TO WS-PDTL-POSTING.
           MOVE 'N' TO WS-PDTL-STORED.
           PERFORM UNTIL PDTL-STORED
               MOVE PX-KEY TO WS-PDTL-KEY
               WRITE POSTING-DETAIL-RECORD
                   INVALID KEY
                       READ POSTING-DETAIL-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF PDTL-OK AND PX-POSTING = WS-PDTL-POSTING
                           SET PDTL-STORED TO TRUE
                       ELSE
                           MOVE WS-PDTL-KEY TO PX-KEY
                           IF PX-COPY = 99
                               MOVE "ADDTWO  " TO WS-ERROR-PGM
                               MOVE "POSTDTL KEY IN USE 99 TIMES"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO PX-COPY
                           MOVE WS-PDTL-POSTING TO PX-POSTING
                           MOVE WS-PDTL-LINK TO PX-LINK-KEY
                       END-IF
                   NOT INVALID KEY
                       SET PDTL-STORED TO TRUE
               END-WRITE
           END-PERFORM.

      * The original a reversal backed out points back at the
      * reversal, so either one leads to the other in ACCTINQ.
       LINK-REVERSED-ORIGINAL.
           MOVE PX-KEY TO WS-PDTL-KEY.
           MOVE WS-PDTL-LINK TO PX-KEY.
           READ POSTING-DETAIL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-PDTL-KEY TO PX-LINK-KEY
                   REWRITE POSTING-DETAIL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       POST-DAY-TOTAL.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD.
           MOVE WS-GL-DATE TO DT-DATE.
                   NOT INVALID KEY
                       MOVE CHECKPOINT-FILE-RECORD
                           TO CHECKPOINT-RECORD
                       IF CKPT-POST-SOURCE NOT = WS-POST-SOURCE
                           MOVE "ADDTWO  " TO WS-ERROR-PGM
                           STRING "CHECKPOINT IS FOR THE "
                               DELIMITED BY SIZE
                               CKPT-POST-SOURCE DELIMITED BY SPACE
                               " PASS, NOT " DELIMITED BY SIZE
                               WS-POST-SOURCE DELIMITED BY SPACE
                               INTO WS-ERROR-MSG
                           MOVE 12 TO WS-ERROR-CODE
                           PERFORM ABEND-PARA
                       END-IF
                       MOVE CKPT-RECORDS-DONE TO WS-BATCH-READ
                       MOVE CKPT-RECORDS-APPLIED TO WS-BATCH-COUNT
                       MOVE CKPT-CONTROL-TOTAL TO WS-CONTROL-TOTAL
                       MOVE CKPT-PREV-ACCOUNT TO WS-PREV-ACCOUNT
                       MOVE CKPT-ACCOUNT-TOTAL TO WS-ACCOUNT-TOTAL
                       MOVE CKPT-ORIG-TOTAL TO WS-ACCOUNT-ORIG-TOTAL
                       IF WS-BATCH-READ > 0
                           MOVE 'N' TO WS-FIRST-TRAN
                       END-IF
                           SET TRANS-EOF TO TRUE
                   END-READ
               END-PERFORM
      * The record last read is the one the checkpoint was taken
      * after, so its voucher is the one the break was on.
               IF WS-BATCH-READ > 0
                   MOVE TR-VOUCHER TO WS-PREV-VOUCHER
                   MOVE TR-CURRENCY TO WS-PREV-CURRENCY
                   IF WS-PREV-CURRENCY = SPACES
                       MOVE "GBP" TO WS-PREV-CURRENCY
                   END-IF
               END-IF
           END-IF.

       WRITE-CHECKPOINT.
           MOVE WS-CONTROL-TOTAL TO CKPT-CONTROL-TOTAL.
           MOVE WS-PREV-ACCOUNT TO CKPT-PREV-ACCOUNT.
           MOVE WS-ACCOUNT-TOTAL TO CKPT-ACCOUNT-TOTAL.
           MOVE WS-ACCOUNT-ORIG-TOTAL TO CKPT-ORIG-TOTAL.
           MOVE WS-POST-SOURCE TO CKPT-POST-SOURCE.
           OPEN I-O CHECKPOINT-FILE.
           IF NOT CKPT-OK
               OPEN OUTPUT CHECKPOINT-FILE
           END-WRITE.
           CLOSE CHECKPOINT-FILE.

      * A pass that has read its whole file leaves no checkpoint,
      * so the next pass (or tomorrow's) can never resume from it.
       CLEAR-CHECKPOINT.
           OPEN I-O CHECKPOINT-FILE.
           IF CKPT-OK
               MOVE "ADDTWO  " TO CKF-PROGRAM-ID
               DELETE CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CHECKPOINT-FILE
           END-IF.

       RECONCILE-CONTROL-COUNT.
           OPEN INPUT CONTROL-COUNT-FILE.
           IF NOT CTLCNT-OK
           MOVE "ADDTWO  " TO RC-PROGRAM-ID.
           SET RC-START-REQUEST TO TRUE.
           MOVE 0 TO RC-RETURN-CODE RC-COUNT.
           MOVE SPACES TO RC-STEP-NAME.
           CALL 'RUNCTL' USING RUN-CONTROL-REQUEST.
           IF RC-BLOCKED
               DISPLAY "RUN-CONTROL WARNING: " RC-BLOCK-REASON
           SET RC-END-REQUEST TO TRUE.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           MOVE WS-BATCH-COUNT TO RC-COUNT.
           EVALUATE TRUE
               WHEN MODE-BATCH
                   MOVE WS-POST-SOURCE TO RC-STEP-NAME
               WHEN MODE-REPROCESS
                   MOVE "REPROC" TO RC-STEP-NAME
               WHEN MODE-RELEASE
                   MOVE "RELEASE" TO RC-STEP-NAME
               WHEN OTHER
                   MOVE SPACES TO RC-STEP-NAME
           END-EVALUATE.
           CALL 'RUNCTL' USING RUN-CONTROL-REQUEST.
           MOVE RC-RETURN-CODE TO RETURN-CODE.

