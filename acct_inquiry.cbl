      ******************************************************************
      * Author:
      * Date:
      * Purpose: Account drill-down inquiry, from a TRIALBAL figure to
      *          the postings behind it. For an account and a range
      *          of dates it shows each day's total as posted to
      *          GLSUM beside the total of the retained POSTDTL detail
      *          ADDTWO keeps for that day, and any day can then be
      *          opened into its individual postings: ordinary items
      *          and credits, reversals, items released from
      *          HELDFILE and items reprocessed from SUSPENSE, each
      *          with the stream it came in on (FEED, PAYROLL,
      *          JOURNAL and so on) and its voucher. A reversal shows
      *          the original it backed out, and a reversed original
      *          the day it was reversed. A day whose two totals
      *          differ was posted at least in part before the detail
      *          was kept. Any signed-on operator may enquire; each
      *          inquiry is logged on AUDITTRL.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; a query on a trial balance line
      *                meant reading TOTALRPT listings by hand.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      *   2026-10-15 - ACCOUNT-RECORD and GL-SUMMARY-RECORD come from
      *                the ACCTREC and GLSUMREC copybooks; ACCTFILE is
      *                read with the account type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-DETAIL-FILE ASSIGN TO "POSTDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PDTL-STATUS.
           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUM-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-DETAIL-FILE.
           COPY POSTDTL.
       FD  GL-SUMMARY-FILE.
           COPY GLSUMREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
           01 WS-PDTL-STATUS        PIC X(2).
               88 PDTL-OK               VALUES "00", "02".
               88 PDTL-EOF              VALUE "10".
           01 WS-PDTL-OPEN          PIC X VALUE 'N'.
               88 POSTDTL-IS-OPEN       VALUE 'Y'.
           01 WS-GLSUM-STATUS       PIC X(2).
               88 GLSUM-OK              VALUE "00".
               88 GLSUM-EOF             VALUE "10".
           01 WS-ACCT-STATUS        PIC X(2).
               88 ACCT-OK               VALUE "00".
               88 ACCT-EOF              VALUE "10".
           01 WS-INQ-ACCOUNT        PIC 9(4).
           01 WS-ACCT-NAME          PIC X(20).
           01 WS-FROM-DATE          PIC X(8).
           01 WS-TO-DATE            PIC X(8).
           01 WS-DATE-ENTRY         PIC X(8).
           01 WS-DATE-TEST          PIC 9(8).
           01 WS-DATE-CHECK         PIC X VALUE 'N'.
               88 DATE-VALID            VALUE 'Y'.
           01 WS-RANGE-CHECK        PIC X VALUE 'N'.
               88 RANGE-VALID           VALUE 'Y'.
      * One entry per day with activity in the range, kept in date
      * order as the two files are read.
           01 WS-DAY-TABLE.
               05 WS-DAY-ENTRY OCCURS 400 TIMES.
                   10 WS-DY-DATE        PIC 9(8).
                   10 WS-DY-COUNT       PIC 9(5).
                   10 WS-DY-DETAIL      PIC S9(9)V99.
                   10 WS-DY-LEDGER      PIC S9(9)V99.
           01 WS-DAY-USED           PIC 9(3) VALUE 0.
           01 WS-DAY-SUB            PIC 9(3).
           01 WS-DAY-SHIFT-SUB      PIC 9(3).
           01 WS-DAY-FOUND          PIC X VALUE 'N'.
               88 DAY-FOUND             VALUE 'Y'.
           01 WS-DAY-FULL           PIC X VALUE 'N'.
               88 DAY-TABLE-FULL        VALUE 'Y'.
           01 WS-WORK-DATE          PIC 9(8).
           01 WS-RANGE-DETAIL       PIC S9(9)V99.
           01 WS-RANGE-LEDGER       PIC S9(9)V99.
           01 WS-RANGE-COUNT        PIC 9(7).
           01 WS-DIFFER-COUNT       PIC 9(3).
           01 WS-DAY-PICK           PIC 9(3).
      * The postings of the day opened, read off POSTDTL before the
      * links are followed.
           01 WS-POST-TABLE.
               05 WS-POST-ENTRY OCCURS 500 TIMES PIC X(100).
           01 WS-POST-USED          PIC 9(3) VALUE 0.
           01 WS-POST-SUB           PIC 9(3).
           01 WS-POST-SKIPPED       PIC 9(5) VALUE 0.
           01 WS-DAY-TOTAL          PIC S9(9)V99.
           01 WS-DAY-HEAD           PIC X(80).
           01 WS-DAY-LINE.
               05 WS-DYL-LINE           PIC ZZ9.
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-DYL-DATE           PIC 9(8).
               05 FILLER                PIC X(3) VALUE SPACES.
               05 WS-DYL-COUNT          PIC ZZ,ZZ9.
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-DYL-DETAIL         PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-DYL-LEDGER         PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER                PIC X(2) VALUE SPACES.
               05 WS-DYL-FLAG           PIC X(7).
           01 WS-POST-HEAD          PIC X(80).
           01 WS-POST-LINE.
               05 WS-PTL-LINE           PIC ZZ9.
               05 FILLER                PIC X(1) VALUE SPACE.
               05 WS-PTL-POST-DATE      PIC 9(8).
               05 FILLER                PIC X(1) VALUE SPACE.
               05 WS-PTL-TYPE           PIC X(8).
               05 FILLER                PIC X(1) VALUE SPACE.
               05 WS-PTL-SOURCE         PIC X(8).
               05 FILLER                PIC X(1) VALUE SPACE.
               05 WS-PTL-ROUTE          PIC X(9).
               05 FILLER                PIC X(1) VALUE SPACE.
               05 WS-PTL-VOUCHER        PIC X(6).
               05 FILLER                PIC X(1) VALUE SPACE.
               05 WS-PTL-CURRENCY       PIC X(3).
               05 FILLER                PIC X(1) VALUE SPACE.
               05 WS-PTL-ORIG           PIC -ZZZ,ZZ9.99.
               05 FILLER                PIC X(1) VALUE SPACE.
               05 WS-PTL-STERLING       PIC -Z,ZZZ,ZZ9.99.
           01 WS-LINK-LINE          PIC X(80).
           01 WS-LINK-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
           01 WS-ROUTE-TEXT         PIC X(9).
           01 WS-AMOUNT-DISP        PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           OPEN INPUT POSTING-DETAIL-FILE.
           IF PDTL-OK
               SET POSTDTL-IS-OPEN TO TRUE
           ELSE
               DISPLAY "No posting detail on file (POSTDTL status "
                   WS-PDTL-STATUS "), ledger totals only"
           END-IF.
           MOVE 1 TO WS-INQ-ACCOUNT.
           PERFORM UNTIL WS-INQ-ACCOUNT = 0
               DISPLAY "Account (0 = done): "
               ACCEPT WS-INQ-ACCOUNT
               IF WS-INQ-ACCOUNT NOT = 0
                   PERFORM ACCOUNT-INQUIRY-PARA
               END-IF
           END-PERFORM.
           IF POSTDTL-IS-OPEN
               CLOSE POSTING-DETAIL-FILE
           END-IF.
           STOP RUN.

           SIGN-ON-PARA.
           MOVE 0 TO WS-SIGNON-TRIES.
           MOVE SPACES TO WS-OPER-RESULT.
           PERFORM UNTIL OPERATOR-KNOWN OR OPER-TABLE-MISSING
               DISPLAY "Operator id: "
               ACCEPT WS-OPERATOR-ID
               CALL 'OPERCHK' USING WS-OPERATOR-ID,
                   WS-OPERATOR-ROLE, WS-OPER-RESULT
               IF WS-OPER-RESULT = 'N'
                   ADD 1 TO WS-SIGNON-TRIES
                   IF WS-SIGNON-TRIES >= 3
                       DISPLAY "Sign-on refused"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "Id or password not accepted, try again"
               END-IF
           END-PERFORM.
           IF OPER-TABLE-MISSING
               DISPLAY "Operator file unavailable, role checks "
                   "are off for this session"
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

           ACCOUNT-INQUIRY-PARA.
           PERFORM LOOKUP-ACCOUNT-NAME.
           PERFORM ACCEPT-DATE-RANGE.
           IF RANGE-VALID
               PERFORM LOAD-DAY-TOTALS
               PERFORM SHOW-DAY-TOTALS
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "INQUIRY ACCT=" DELIMITED BY SIZE
                   WS-INQ-ACCOUNT DELIMITED BY SIZE
                   " FROM=" DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " TO=" DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "ACCTINQ ", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               IF WS-DAY-USED > 0
                   MOVE 1 TO WS-DAY-PICK
                   PERFORM UNTIL WS-DAY-PICK = 0
                       DISPLAY "Line to open (0 = another account): "
                       ACCEPT WS-DAY-PICK
                       IF WS-DAY-PICK > WS-DAY-USED
                           DISPLAY "No line " WS-DAY-PICK
                       ELSE
                           IF WS-DAY-PICK > 0
                               PERFORM SHOW-DAY-POSTINGS
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * The name is shown when the account is on ACCTFILE; closed
      * and inactive accounts can still be enquired on.
           LOOKUP-ACCOUNT-NAME.
           MOVE "(NOT ON ACCTFILE)" TO WS-ACCT-NAME.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCT-OK
               PERFORM UNTIL ACCT-EOF
                   READ ACCOUNT-FILE
                       AT END
                           SET ACCT-EOF TO TRUE
                       NOT AT END
                           IF AM-ACCOUNT = WS-INQ-ACCOUNT
                               MOVE AM-NAME TO WS-ACCT-NAME
                               SET ACCT-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

      * A blank to-date asks for the from-date alone.
           ACCEPT-DATE-RANGE.
           MOVE 'N' TO WS-RANGE-CHECK.
           DISPLAY "From date (YYYYMMDD): ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "To date (YYYYMMDD, blank = from date): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           MOVE WS-FROM-DATE TO WS-DATE-ENTRY.
           PERFORM CHECK-DATE.
           IF NOT DATE-VALID
               DISPLAY "From date " WS-FROM-DATE " is not a date"
           ELSE
               MOVE WS-TO-DATE TO WS-DATE-ENTRY
               PERFORM CHECK-DATE
               IF NOT DATE-VALID
                   DISPLAY "To date " WS-TO-DATE " is not a date"
               ELSE
                   IF WS-TO-DATE < WS-FROM-DATE
                       DISPLAY "To date is before the from date"
                   ELSE
                       SET RANGE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

           CHECK-DATE.
           MOVE 'N' TO WS-DATE-CHECK.
           IF WS-DATE-ENTRY IS NUMERIC
               MOVE WS-DATE-ENTRY TO WS-DATE-TEST
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TEST) = 0
                   SET DATE-VALID TO TRUE
               END-IF
           END-IF.

      * The ledger side comes from every GLSUM record for the
      * account in the range, the detail side from the POSTDTL
      * records under the account from the from-date on.
           LOAD-DAY-TOTALS.
           MOVE 0 TO WS-DAY-USED.
           MOVE 'N' TO WS-DAY-FULL.
           OPEN INPUT GL-SUMMARY-FILE.
           IF NOT GLSUM-OK
               DISPLAY "Unable to open GLSUM, status "
                   WS-GLSUM-STATUS
           ELSE
               PERFORM UNTIL GLSUM-EOF
                   READ GL-SUMMARY-FILE
                       AT END
                           SET GLSUM-EOF TO TRUE
                       NOT AT END
                           IF GL-ACCOUNT = WS-INQ-ACCOUNT
                                   AND GL-DATE NOT < WS-FROM-DATE
                                   AND GL-DATE NOT > WS-TO-DATE
                               MOVE GL-DATE TO WS-WORK-DATE
                               PERFORM FIND-DAY-ENTRY
                               IF DAY-FOUND
                                   ADD GL-AMOUNT
                                       TO WS-DY-LEDGER(WS-DAY-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-SUMMARY-FILE
           END-IF.
           IF POSTDTL-IS-OPEN
               MOVE LOW-VALUES TO PX-KEY
               MOVE WS-INQ-ACCOUNT TO PX-ACCOUNT
               MOVE WS-FROM-DATE TO PX-GL-DATE
               START POSTING-DETAIL-FILE KEY IS NOT LESS THAN PX-KEY
                   INVALID KEY
                       SET PDTL-EOF TO TRUE
               END-START
               PERFORM UNTIL PDTL-EOF
                   READ POSTING-DETAIL-FILE NEXT RECORD
                       AT END
                           SET PDTL-EOF TO TRUE
                       NOT AT END
                           IF PX-ACCOUNT NOT = WS-INQ-ACCOUNT
                                   OR PX-GL-DATE > WS-TO-DATE
                               SET PDTL-EOF TO TRUE
                           ELSE
                               MOVE PX-GL-DATE TO WS-WORK-DATE
                               PERFORM FIND-DAY-ENTRY
                               IF DAY-FOUND
                                   ADD 1 TO WS-DY-COUNT(WS-DAY-SUB)
                                   ADD PX-AMOUNT
                                       TO WS-DY-DETAIL(WS-DAY-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PDTL-STATUS
           END-IF.

      * Finds the entry for WS-WORK-DATE, opening one in date order
      * when the day is new. A full table leaves DAY-FOUND off.
           FIND-DAY-ENTRY.
           MOVE 'N' TO WS-DAY-FOUND.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-USED
                       OR WS-DY-DATE(WS-DAY-SUB) NOT < WS-WORK-DATE
               CONTINUE
           END-PERFORM.
           IF WS-DAY-SUB NOT > WS-DAY-USED
                   AND WS-DY-DATE(WS-DAY-SUB) = WS-WORK-DATE
               SET DAY-FOUND TO TRUE
           ELSE
               IF WS-DAY-USED = 400
                   SET DAY-TABLE-FULL TO TRUE
               ELSE
                   PERFORM VARYING WS-DAY-SHIFT-SUB FROM WS-DAY-USED
                           BY -1 UNTIL WS-DAY-SHIFT-SUB < WS-DAY-SUB
                       MOVE WS-DAY-ENTRY(WS-DAY-SHIFT-SUB)
                           TO WS-DAY-ENTRY(WS-DAY-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-DAY-USED
                   MOVE WS-WORK-DATE TO WS-DY-DATE(WS-DAY-SUB)
                   MOVE 0 TO WS-DY-COUNT(WS-DAY-SUB)
                   MOVE 0 TO WS-DY-DETAIL(WS-DAY-SUB)
                   MOVE 0 TO WS-DY-LEDGER(WS-DAY-SUB)
                   SET DAY-FOUND TO TRUE
               END-IF
           END-IF.

           SHOW-DAY-TOTALS.
           MOVE SPACES TO WS-DAY-HEAD.
           STRING "ACCOUNT " DELIMITED BY SIZE
               WS-INQ-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCT-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               INTO WS-DAY-HEAD.
           DISPLAY WS-DAY-HEAD.
           IF WS-DAY-USED = 0
               DISPLAY "No postings for the account in the range"
           ELSE
               MOVE "LINE DATE     POSTINGS" TO WS-DAY-HEAD
               MOVE "DETAIL TOTAL" TO WS-DAY-HEAD(28:12)
               MOVE "LEDGER TOTAL" TO WS-DAY-HEAD(45:12)
               DISPLAY WS-DAY-HEAD
               MOVE 0 TO WS-RANGE-DETAIL WS-RANGE-LEDGER
               MOVE 0 TO WS-RANGE-COUNT WS-DIFFER-COUNT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAY-USED
                   MOVE WS-DAY-SUB TO WS-DYL-LINE
                   MOVE WS-DY-DATE(WS-DAY-SUB) TO WS-DYL-DATE
                   MOVE WS-DY-COUNT(WS-DAY-SUB) TO WS-DYL-COUNT
                   MOVE WS-DY-DETAIL(WS-DAY-SUB) TO WS-DYL-DETAIL
                   MOVE WS-DY-LEDGER(WS-DAY-SUB) TO WS-DYL-LEDGER
                   MOVE SPACES TO WS-DYL-FLAG
                   IF WS-DY-DETAIL(WS-DAY-SUB)
                           NOT = WS-DY-LEDGER(WS-DAY-SUB)
                       MOVE "DIFFERS" TO WS-DYL-FLAG
                       ADD 1 TO WS-DIFFER-COUNT
                   END-IF
                   DISPLAY WS-DAY-LINE
                   ADD WS-DY-COUNT(WS-DAY-SUB) TO WS-RANGE-COUNT
                   ADD WS-DY-DETAIL(WS-DAY-SUB) TO WS-RANGE-DETAIL
                   ADD WS-DY-LEDGER(WS-DAY-SUB) TO WS-RANGE-LEDGER
               END-PERFORM
               MOVE SPACES TO WS-DAY-LINE
               MOVE WS-RANGE-COUNT TO WS-DYL-COUNT
               MOVE WS-RANGE-DETAIL TO WS-DYL-DETAIL
               MOVE WS-RANGE-LEDGER TO WS-DYL-LEDGER
               MOVE SPACES TO WS-DAY-HEAD
               MOVE WS-DAY-LINE TO WS-DAY-HEAD
               MOVE "TOTAL" TO WS-DAY-HEAD(1:5)
               DISPLAY WS-DAY-HEAD
               IF WS-DIFFER-COUNT > 0
                   DISPLAY "DIFFERS: the ledger day includes "
                       "postings made before the detail was kept"
               END-IF
               IF DAY-TABLE-FULL
                   DISPLAY "More than 400 days with postings, the "
                       "range was cut short - narrow it"
               END-IF
           END-IF.

           SHOW-DAY-POSTINGS.
           MOVE WS-DY-DATE(WS-DAY-PICK) TO WS-WORK-DATE.
           MOVE 0 TO WS-POST-USED.
           MOVE 0 TO WS-POST-SKIPPED.
           IF POSTDTL-IS-OPEN
               MOVE LOW-VALUES TO PX-KEY
               MOVE WS-INQ-ACCOUNT TO PX-ACCOUNT
               MOVE WS-WORK-DATE TO PX-GL-DATE
               START POSTING-DETAIL-FILE KEY IS NOT LESS THAN PX-KEY
                   INVALID KEY
                       SET PDTL-EOF TO TRUE
               END-START
               PERFORM UNTIL PDTL-EOF
                   READ POSTING-DETAIL-FILE NEXT RECORD
                       AT END
                           SET PDTL-EOF TO TRUE
                       NOT AT END
                           IF PX-ACCOUNT NOT = WS-INQ-ACCOUNT
                                   OR PX-GL-DATE NOT = WS-WORK-DATE
                               SET PDTL-EOF TO TRUE
                           ELSE
                               IF WS-POST-USED = 500
                                   ADD 1 TO WS-POST-SKIPPED
                               ELSE
                                   ADD 1 TO WS-POST-USED
                                   MOVE POSTING-DETAIL-RECORD
                                       TO WS-POST-ENTRY(WS-POST-USED)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PDTL-STATUS
           END-IF.
           MOVE SPACES TO WS-POST-HEAD.
           STRING "POSTINGS TO ACCOUNT " DELIMITED BY SIZE
               WS-INQ-ACCOUNT DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               WS-WORK-DATE DELIMITED BY SIZE
               INTO WS-POST-HEAD.
           DISPLAY WS-POST-HEAD.
           IF WS-POST-USED = 0
               DISPLAY "No posting detail kept for this day"
           ELSE
               MOVE "    POSTED   TYPE     SOURCE   ROUTE     VOUCHR"
                   TO WS-POST-HEAD
               MOVE "CUR      AMOUNT      STERLING"
                   TO WS-POST-HEAD(49:29)
               DISPLAY WS-POST-HEAD
               MOVE 0 TO WS-DAY-TOTAL
               PERFORM VARYING WS-POST-SUB FROM 1 BY 1
                       UNTIL WS-POST-SUB > WS-POST-USED
                   MOVE WS-POST-ENTRY(WS-POST-SUB)
                       TO POSTING-DETAIL-RECORD
                   PERFORM SHOW-ONE-POSTING
               END-PERFORM
               MOVE WS-DAY-TOTAL TO WS-AMOUNT-DISP
               DISPLAY "DAY TOTAL " WS-POST-USED " POSTING(S) "
                   WS-AMOUNT-DISP
               IF WS-POST-SKIPPED > 0
                   DISPLAY WS-POST-SKIPPED " further posting(s) "
                       "not shown"
               END-IF
               DISPLAY "ROUTE: BATCH as fed, RELEASED from HELDFILE, "
                   "REPROCESS from SUSPENSE"
           END-IF.

           SHOW-ONE-POSTING.
           ADD PX-AMOUNT TO WS-DAY-TOTAL.
           MOVE WS-POST-SUB TO WS-PTL-LINE.
           MOVE PX-POST-DATE TO WS-PTL-POST-DATE.
           EVALUATE TRUE
               WHEN PX-CREDIT
                   MOVE "CREDIT" TO WS-PTL-TYPE
               WHEN PX-REVERSAL
                   MOVE "REVERSAL" TO WS-PTL-TYPE
               WHEN PX-REVAL-GAIN
                   MOVE "FX GAIN" TO WS-PTL-TYPE
               WHEN PX-REVAL-LOSS
                   MOVE "FX LOSS" TO WS-PTL-TYPE
               WHEN OTHER
                   MOVE "DEBIT" TO WS-PTL-TYPE
           END-EVALUATE.
           MOVE PX-SOURCE TO WS-PTL-SOURCE.
           IF PX-SOURCE = SPACES
               MOVE "(NONE)" TO WS-PTL-SOURCE
           END-IF.
           PERFORM SET-ROUTE-TEXT.
           MOVE WS-ROUTE-TEXT TO WS-PTL-ROUTE.
           MOVE PX-VOUCHER TO WS-PTL-VOUCHER.
           MOVE PX-CURRENCY TO WS-PTL-CURRENCY.
           MOVE PX-ORIG-AMOUNT TO WS-PTL-ORIG.
           MOVE PX-AMOUNT TO WS-PTL-STERLING.
           DISPLAY WS-POST-LINE.
           IF PX-REVERSAL
               IF PX-LINK-KEY = SPACES
                   DISPLAY "      REVERSES AN ORIGINAL POSTED BEFORE "
                       "THE DETAIL WAS KEPT"
               ELSE
                   PERFORM SHOW-REVERSED-ORIGINAL
               END-IF
           ELSE
               IF PX-LINK-KEY NOT = SPACES
                   PERFORM SHOW-REVERSING-ENTRY
               END-IF
           END-IF.

           SET-ROUTE-TEXT.
           EVALUATE TRUE
               WHEN PX-FROM-HELD
                   MOVE "RELEASED" TO WS-ROUTE-TEXT
               WHEN PX-FROM-SUSPENSE
                   MOVE "REPROCESS" TO WS-ROUTE-TEXT
               WHEN OTHER
                   MOVE "BATCH" TO WS-ROUTE-TEXT
           END-EVALUATE.

      * The original a reversal backed out, with the day it reached
      * the ledger and how it came in.
           SHOW-REVERSED-ORIGINAL.
           MOVE PX-LINK-KEY TO PX-KEY.
           READ POSTING-DETAIL-FILE
               INVALID KEY
                   DISPLAY "      REVERSES AN ORIGINAL NO LONGER "
                       "ON POSTDTL"
               NOT INVALID KEY
                   PERFORM SET-ROUTE-TEXT
                   MOVE PX-AMOUNT TO WS-LINK-AMOUNT
                   MOVE SPACES TO WS-LINK-LINE
                   STRING "      REVERSES " DELIMITED BY SIZE
                       PX-POST-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LINK-AMOUNT DELIMITED BY SIZE
                       " LEDGER " DELIMITED BY SIZE
                       PX-GL-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PX-SOURCE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-ROUTE-TEXT DELIMITED BY SPACE
                       INTO WS-LINK-LINE
                   DISPLAY WS-LINK-LINE
           END-READ.
           MOVE "00" TO WS-PDTL-STATUS.

      * The reversal that later backed this posting out.
           SHOW-REVERSING-ENTRY.
           MOVE PX-LINK-KEY TO PX-KEY.
           READ POSTING-DETAIL-FILE
               INVALID KEY
                   DISPLAY "      REVERSED, REVERSAL NO LONGER "
                       "ON POSTDTL"
               NOT INVALID KEY
                   PERFORM SET-ROUTE-TEXT
                   MOVE SPACES TO WS-LINK-LINE
                   STRING "      REVERSED LEDGER " DELIMITED BY SIZE
                       PX-GL-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PX-SOURCE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-ROUTE-TEXT DELIMITED BY SPACE
                       INTO WS-LINK-LINE
                   DISPLAY WS-LINK-LINE
           END-READ.
           MOVE "00" TO WS-PDTL-STATUS.

           COPY ERRHAND.
       END PROGRAM ACCT-INQUIRY.
