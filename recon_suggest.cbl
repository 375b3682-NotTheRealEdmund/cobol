      ******************************************************************
      * Author:
      * Date:
      * Purpose: Suggested matches for the unmatched reconciliation
      *          items. Runs after SIMPLIFE and pairs every side A
      *          item left on CARRYFWD with the side B items of the
      *          same currency, proposing the likely pairs on
      *          SUGGFILE ranked by confidence:
      *            T  95  same amount, two adjacent key digits
      *                   transposed (123456 against 123465)
      *            D  85  same amount, keys differ in one digit
      *            S  70  same amount, raised within the SUGGPARM
      *                   window of business days (default 3),
      *                   less 5 for each day apart
      *            K  50  keys transposed or one digit apart but
      *                   the amounts differ
      *          CASEMGMT shows the proposals against the open
      *          cases, where an investigator accepts one (both
      *          items clear and their cases close) or rejects it.
      *          A rejected pair is never proposed again; accepted
      *          and rejected records stay on the file, proposals
      *          whose items have since cleared are dropped, and a
      *          pair already proposed keeps its number. The
      *          proposals are listed on SUGGRPT.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; investigators were finding
      *                the keying slips by eye.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECON-SUGGEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRY-FORWARD-FILE ASSIGN TO "CARRYFWD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT SUGGESTION-FILE ASSIGN TO "SUGGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGG-STATUS.
           SELECT PARAM-FILE ASSIGN TO "SUGGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SUGGESTION-REPORT ASSIGN TO "SUGGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARRY-FORWARD-FILE.
       01  CARRY-FORWARD-RECORD.
           05 CF-KEY                PIC 9(6).
           05 CF-SIDE               PIC X(1).
           05 CF-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 CF-AGE                PIC 9(2).
           05 CF-RUN-DATE           PIC X(8).
           05 CF-CURRENCY           PIC X(3).
       FD  SUGGESTION-FILE.
           COPY SUGGREC.
       FD  PARAM-FILE.
       01  SUGG-PARAM-RECORD.
           05 SP-DAY-WINDOW         PIC 9(2).
       FD  SUGGESTION-REPORT.
       01  REPORT-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-CARRY-STATUS       PIC X(2).
           88 CARRY-OK              VALUE "00".
           88 CARRY-EOF             VALUE "10".
       01 WS-SUGG-STATUS        PIC X(2).
           88 SUGG-OK               VALUES "00", "05".
           88 SUGG-EOF              VALUE "10".
       01 WS-PARM-STATUS        PIC X(2).
           88 PARM-OK               VALUE "00".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                VALUE "00".
       01 WS-TODAY              PIC X(8).
       01 WS-DAY-WINDOW         PIC 9(2) VALUE 3.
      * The unmatched items SIMPLIFE carried forward.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 100 TIMES.
               10 WS-IT-KEY         PIC 9(6).
               10 WS-IT-SIDE        PIC X(1).
               10 WS-IT-AMOUNT      PIC S9(9).
               10 WS-IT-AGE         PIC 9(2).
               10 WS-IT-CURRENCY    PIC X(3).
       01 WS-ITEM-USED          PIC 9(3) VALUE 0.
       01 WS-A-SUB              PIC 9(3).
       01 WS-B-SUB              PIC 9(3).
      * SUGGFILE as it stood, plus today's new proposals. A proposal
      * still pending is kept only when today's items propose it
      * again.
       01 WS-SUGG-TABLE.
           05 WS-SUGG-ENTRY OCCURS 500 TIMES.
               10 WS-SG-DATA.
                   15 WS-SG-NUMBER      PIC 9(6).
                   15 WS-SG-STATUS      PIC X(1).
                   15 WS-SG-CONFIDENCE  PIC 9(3).
                   15 WS-SG-RULE        PIC X(1).
                   15 WS-SG-CURRENCY    PIC X(3).
                   15 WS-SG-A-KEY       PIC 9(6).
                   15 WS-SG-A-AMOUNT    PIC S9(9) SIGN IS TRAILING
                                            SEPARATE.
                   15 WS-SG-B-KEY       PIC 9(6).
                   15 WS-SG-B-AMOUNT    PIC S9(9) SIGN IS TRAILING
                                            SEPARATE.
                   15 WS-SG-PROPOSED-DATE PIC X(8).
                   15 WS-SG-DECIDED-BY  PIC X(8).
                   15 WS-SG-DECIDED-DATE PIC X(8).
               10 WS-SG-KEEP        PIC X(1).
               10 WS-SG-DAYS        PIC 9(2).
       01 WS-SUGG-USED          PIC 9(3) VALUE 0.
       01 WS-SUGG-SUB           PIC 9(3).
       01 WS-LAST-NUMBER        PIC 9(6) VALUE 0.
       01 WS-SUGG-FOUND         PIC X.
           88 SUGG-FOUND            VALUE 'Y'.
      * The two keys digit by digit, for the near-key rules.
       01 WS-KEY-A              PIC 9(6).
       01 WS-KEY-A-DIGITS REDEFINES WS-KEY-A.
           05 WS-KA-DIGIT           PIC X(1) OCCURS 6 TIMES.
       01 WS-KEY-B              PIC 9(6).
       01 WS-KEY-B-DIGITS REDEFINES WS-KEY-B.
           05 WS-KB-DIGIT           PIC X(1) OCCURS 6 TIMES.
       01 WS-DIGIT-SUB          PIC 9(1).
       01 WS-DIFF-DIGITS        PIC 9(1).
       01 WS-FIRST-DIFF         PIC 9(1).
       01 WS-NEAR-KEY           PIC X(1).
           88 KEY-TRANSPOSED        VALUE 'T'.
           88 KEY-ONE-DIGIT         VALUE 'D'.
           88 KEY-NOT-NEAR          VALUE 'N'.
       01 WS-DAYS-APART         PIC 9(2).
       01 WS-RULE               PIC X(1).
       01 WS-CONFIDENCE         PIC S9(3).
       01 WS-RANK               PIC S9(3).
       01 WS-PROPOSED-COUNT     PIC 9(5) VALUE 0.
       01 WS-NEW-COUNT          PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-DROPPED-COUNT      PIC 9(5) VALUE 0.
       01 WS-COUNT-DISP         PIC ZZZZ9.
       01 WS-SUGG-LINE.
           05 WS-SL-NUMBER          PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-CONFIDENCE      PIC ZZ9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-RULE            PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-CURRENCY        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-A-KEY           PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-A-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-B-KEY           PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-B-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-REASON          PIC X(23).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-SUGG-PARAMETERS.
           PERFORM LOAD-CARRY-ITEMS.
           PERFORM LOAD-SUGGESTIONS.
           PERFORM VARYING WS-A-SUB FROM 1 BY 1
                   UNTIL WS-A-SUB > WS-ITEM-USED
               IF WS-IT-SIDE(WS-A-SUB) = 'A'
                   PERFORM VARYING WS-B-SUB FROM 1 BY 1
                           UNTIL WS-B-SUB > WS-ITEM-USED
                       IF WS-IT-SIDE(WS-B-SUB) = 'B'
                               AND WS-IT-CURRENCY(WS-B-SUB)
                                   = WS-IT-CURRENCY(WS-A-SUB)
                           PERFORM SCORE-PAIR
                           IF WS-CONFIDENCE > 0
                               PERFORM RECORD-PROPOSAL
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
                   UNTIL WS-SUGG-SUB > WS-SUGG-USED
               IF WS-SG-STATUS(WS-SUGG-SUB) = 'P'
                   IF WS-SG-KEEP(WS-SUGG-SUB) = 'Y'
                       ADD 1 TO WS-PROPOSED-COUNT
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM SAVE-SUGGESTIONS.
           PERFORM WRITE-SUGGESTION-REPORT.
           DISPLAY "Suggested matches: " WS-PROPOSED-COUNT
               " proposed (" WS-NEW-COUNT " new), "
               WS-DROPPED-COUNT " dropped as cleared".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "SUGGESTED MATCHES PROPOSED=" DELIMITED BY SIZE
               WS-PROPOSED-COUNT DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               WS-NEW-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "RECNSUGG", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           STOP RUN.

       LOAD-SUGG-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF NOT PARM-OK
               CONTINUE
           ELSE
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-DAY-WINDOW IS NUMERIC
                           MOVE SP-DAY-WINDOW TO WS-DAY-WINDOW
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       LOAD-CARRY-ITEMS.
           OPEN INPUT CARRY-FORWARD-FILE.
           IF NOT CARRY-OK
               DISPLAY "No carry-forward file, nothing to suggest"
           ELSE
               PERFORM UNTIL CARRY-EOF
                   READ CARRY-FORWARD-FILE
                       AT END
                           SET CARRY-EOF TO TRUE
                       NOT AT END
                           IF WS-ITEM-USED = 100
                               MOVE "RECNSUGG" TO WS-ERROR-PGM
                               MOVE "CARRY-FORWARD TABLE FULL"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO WS-ITEM-USED
                           MOVE CF-KEY TO WS-IT-KEY(WS-ITEM-USED)
                           MOVE CF-SIDE TO WS-IT-SIDE(WS-ITEM-USED)
                           MOVE CF-AMOUNT
                               TO WS-IT-AMOUNT(WS-ITEM-USED)
                           MOVE CF-AGE TO WS-IT-AGE(WS-ITEM-USED)
                           MOVE CF-CURRENCY
                               TO WS-IT-CURRENCY(WS-ITEM-USED)
                           IF CF-CURRENCY = SPACES
                               MOVE "GBP"
                                   TO WS-IT-CURRENCY(WS-ITEM-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRY-FORWARD-FILE
           END-IF.

      * Accepted and rejected records are always kept; a pending one
      * only if it is proposed again below.
       LOAD-SUGGESTIONS.
           OPEN INPUT SUGGESTION-FILE.
           IF NOT SUGG-OK
               CONTINUE
           ELSE
               PERFORM UNTIL SUGG-EOF
                   READ SUGGESTION-FILE
                       AT END
                           SET SUGG-EOF TO TRUE
                       NOT AT END
                           IF WS-SUGG-USED = 500
                               MOVE "RECNSUGG" TO WS-ERROR-PGM
                               MOVE "SUGGESTION TABLE FULL"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO WS-SUGG-USED
                           MOVE SUGGESTION-RECORD
                               TO WS-SG-DATA(WS-SUGG-USED)
                           MOVE 0 TO WS-SG-DAYS(WS-SUGG-USED)
                           IF SG-PROPOSED
                               MOVE 'N' TO WS-SG-KEEP(WS-SUGG-USED)
                           ELSE
                               MOVE 'Y' TO WS-SG-KEEP(WS-SUGG-USED)
                           END-IF
                           IF SG-NUMBER > WS-LAST-NUMBER
                               MOVE SG-NUMBER TO WS-LAST-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUGGESTION-FILE
           END-IF.

      * Sets WS-RULE and WS-CONFIDENCE for the A item in WS-A-SUB
      * against the B item in WS-B-SUB; a confidence of zero means
      * the pair is not worth proposing.
       SCORE-PAIR.
           MOVE WS-IT-KEY(WS-A-SUB) TO WS-KEY-A.
           MOVE WS-IT-KEY(WS-B-SUB) TO WS-KEY-B.
           MOVE 0 TO WS-DIFF-DIGITS.
           MOVE 0 TO WS-FIRST-DIFF.
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 6
               IF WS-KA-DIGIT(WS-DIGIT-SUB)
                       NOT = WS-KB-DIGIT(WS-DIGIT-SUB)
                   ADD 1 TO WS-DIFF-DIGITS
                   IF WS-FIRST-DIFF = 0
                       MOVE WS-DIGIT-SUB TO WS-FIRST-DIFF
                   END-IF
               END-IF
           END-PERFORM.
           SET KEY-NOT-NEAR TO TRUE.
           IF WS-DIFF-DIGITS = 1
               SET KEY-ONE-DIGIT TO TRUE
           END-IF.
           IF WS-DIFF-DIGITS = 2 AND WS-FIRST-DIFF < 6
               IF WS-KA-DIGIT(WS-FIRST-DIFF)
                       = WS-KB-DIGIT(WS-FIRST-DIFF + 1)
                   AND WS-KA-DIGIT(WS-FIRST-DIFF + 1)
                       = WS-KB-DIGIT(WS-FIRST-DIFF)
                   SET KEY-TRANSPOSED TO TRUE
               END-IF
           END-IF.
           IF WS-IT-AGE(WS-A-SUB) > WS-IT-AGE(WS-B-SUB)
               COMPUTE WS-DAYS-APART =
                   WS-IT-AGE(WS-A-SUB) - WS-IT-AGE(WS-B-SUB)
           ELSE
               COMPUTE WS-DAYS-APART =
                   WS-IT-AGE(WS-B-SUB) - WS-IT-AGE(WS-A-SUB)
           END-IF.
           MOVE SPACE TO WS-RULE.
           MOVE 0 TO WS-CONFIDENCE.
           EVALUATE TRUE
               WHEN WS-IT-AMOUNT(WS-A-SUB) = WS-IT-AMOUNT(WS-B-SUB)
                       AND KEY-TRANSPOSED
                   MOVE 'T' TO WS-RULE
                   MOVE 95 TO WS-CONFIDENCE
               WHEN WS-IT-AMOUNT(WS-A-SUB) = WS-IT-AMOUNT(WS-B-SUB)
                       AND KEY-ONE-DIGIT
                   MOVE 'D' TO WS-RULE
                   MOVE 85 TO WS-CONFIDENCE
               WHEN WS-IT-AMOUNT(WS-A-SUB) = WS-IT-AMOUNT(WS-B-SUB)
                       AND WS-DAYS-APART <= WS-DAY-WINDOW
                   MOVE 'S' TO WS-RULE
                   COMPUTE WS-CONFIDENCE = 70 - 5 * WS-DAYS-APART
                   IF WS-CONFIDENCE < 20
                       MOVE 20 TO WS-CONFIDENCE
                   END-IF
               WHEN NOT KEY-NOT-NEAR
                   MOVE 'K' TO WS-RULE
                   MOVE 50 TO WS-CONFIDENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A pair already on file keeps its number and date; one the
      * investigators rejected is not proposed again.
       RECORD-PROPOSAL.
           MOVE 'N' TO WS-SUGG-FOUND.
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
                   UNTIL WS-SUGG-SUB > WS-SUGG-USED OR SUGG-FOUND
               IF WS-SG-A-KEY(WS-SUGG-SUB) = WS-IT-KEY(WS-A-SUB)
                       AND WS-SG-B-KEY(WS-SUGG-SUB)
                           = WS-IT-KEY(WS-B-SUB)
                       AND WS-SG-CURRENCY(WS-SUGG-SUB)
                           = WS-IT-CURRENCY(WS-A-SUB)
                   SET SUGG-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUGG-SUB
               END-IF
           END-PERFORM.
           IF SUGG-FOUND
               IF WS-SG-STATUS(WS-SUGG-SUB) = 'P'
                   PERFORM SET-PROPOSAL-DETAIL
               ELSE
                   IF WS-SG-STATUS(WS-SUGG-SUB) = 'X'
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               END-IF
           ELSE
               IF WS-SUGG-USED = 500
                   MOVE "RECNSUGG" TO WS-ERROR-PGM
                   MOVE "SUGGESTION TABLE FULL" TO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-SUGG-USED
               MOVE WS-SUGG-USED TO WS-SUGG-SUB
               ADD 1 TO WS-LAST-NUMBER
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-LAST-NUMBER TO WS-SG-NUMBER(WS-SUGG-SUB)
               MOVE 'P' TO WS-SG-STATUS(WS-SUGG-SUB)
               MOVE WS-IT-CURRENCY(WS-A-SUB)
                   TO WS-SG-CURRENCY(WS-SUGG-SUB)
               MOVE WS-IT-KEY(WS-A-SUB) TO WS-SG-A-KEY(WS-SUGG-SUB)
               MOVE WS-IT-KEY(WS-B-SUB) TO WS-SG-B-KEY(WS-SUGG-SUB)
               MOVE WS-TODAY TO WS-SG-PROPOSED-DATE(WS-SUGG-SUB)
               MOVE SPACES TO WS-SG-DECIDED-BY(WS-SUGG-SUB)
               MOVE SPACES TO WS-SG-DECIDED-DATE(WS-SUGG-SUB)
               PERFORM SET-PROPOSAL-DETAIL
           END-IF.

      * The amounts and the score are refreshed every run, so a
      * proposal follows its items as they change.
       SET-PROPOSAL-DETAIL.
           MOVE WS-CONFIDENCE TO WS-SG-CONFIDENCE(WS-SUGG-SUB).
           MOVE WS-RULE TO WS-SG-RULE(WS-SUGG-SUB).
           MOVE WS-IT-AMOUNT(WS-A-SUB) TO WS-SG-A-AMOUNT(WS-SUGG-SUB).
           MOVE WS-IT-AMOUNT(WS-B-SUB) TO WS-SG-B-AMOUNT(WS-SUGG-SUB).
           MOVE WS-DAYS-APART TO WS-SG-DAYS(WS-SUGG-SUB).
           MOVE 'Y' TO WS-SG-KEEP(WS-SUGG-SUB).

      * The decided records first, then the live proposals from the
      * most to the least confident, which is the order CASEMGMT
      * lists them in.
       SAVE-SUGGESTIONS.
           OPEN OUTPUT SUGGESTION-FILE.
           IF NOT SUGG-OK
               MOVE "RECNSUGG" TO WS-ERROR-PGM
               STRING "UNABLE TO REWRITE SUGGFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-SUGG-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
                   UNTIL WS-SUGG-SUB > WS-SUGG-USED
               IF WS-SG-STATUS(WS-SUGG-SUB) NOT = 'P'
                   MOVE WS-SG-DATA(WS-SUGG-SUB) TO SUGGESTION-RECORD
                   WRITE SUGGESTION-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RANK FROM 100 BY -1 UNTIL WS-RANK < 1
               PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
                       UNTIL WS-SUGG-SUB > WS-SUGG-USED
                   IF WS-SG-STATUS(WS-SUGG-SUB) = 'P'
                           AND WS-SG-KEEP(WS-SUGG-SUB) = 'Y'
                           AND WS-SG-CONFIDENCE(WS-SUGG-SUB)
                               = WS-RANK
                       MOVE WS-SG-DATA(WS-SUGG-SUB)
                           TO SUGGESTION-RECORD
                       WRITE SUGGESTION-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE SUGGESTION-FILE.

       WRITE-SUGGESTION-REPORT.
           OPEN OUTPUT SUGGESTION-REPORT.
           IF NOT RPT-OK
               MOVE "RECNSUGG" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN SUGGRPT, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUGGESTED MATCHES FOR UNMATCHED ITEMS "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NUMBER CNF R CCY A KEY" TO REPORT-LINE.
           MOVE "A AMOUNT" TO REPORT-LINE(29:8).
           MOVE "B KEY" TO REPORT-LINE(38:5).
           MOVE "B AMOUNT" TO REPORT-LINE(49:8).
           MOVE "REASON" TO REPORT-LINE(58:6).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RANK FROM 100 BY -1 UNTIL WS-RANK < 1
               PERFORM VARYING WS-SUGG-SUB FROM 1 BY 1
                       UNTIL WS-SUGG-SUB > WS-SUGG-USED
                   IF WS-SG-STATUS(WS-SUGG-SUB) = 'P'
                           AND WS-SG-KEEP(WS-SUGG-SUB) = 'Y'
                           AND WS-SG-CONFIDENCE(WS-SUGG-SUB)
                               = WS-RANK
                       PERFORM WRITE-SUGGESTION-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-PROPOSED-COUNT TO WS-COUNT-DISP.
           STRING "PROPOSED " DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           MOVE WS-NEW-COUNT TO WS-COUNT-DISP.
           MOVE "NEW TODAY" TO REPORT-LINE(18:9).
           MOVE WS-COUNT-DISP TO REPORT-LINE(28:5).
           MOVE "CLEARED AND DROPPED" TO REPORT-LINE(35:19).
           MOVE WS-DROPPED-COUNT TO WS-COUNT-DISP.
           MOVE WS-COUNT-DISP TO REPORT-LINE(55:5).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISP.
           STRING "PAIRS NOT PROPOSED, REJECTED BEFORE "
               DELIMITED BY SIZE
               WS-COUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SAME-AMOUNT WINDOW " DELIMITED BY SIZE
               WS-DAY-WINDOW DELIMITED BY SIZE
               " BUSINESS DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SUGGESTION-REPORT.

       WRITE-SUGGESTION-LINE.
           MOVE WS-SG-NUMBER(WS-SUGG-SUB) TO WS-SL-NUMBER.
           MOVE WS-SG-CONFIDENCE(WS-SUGG-SUB) TO WS-SL-CONFIDENCE.
           MOVE WS-SG-RULE(WS-SUGG-SUB) TO WS-SL-RULE.
           MOVE WS-SG-CURRENCY(WS-SUGG-SUB) TO WS-SL-CURRENCY.
           MOVE WS-SG-A-KEY(WS-SUGG-SUB) TO WS-SL-A-KEY.
           MOVE WS-SG-A-AMOUNT(WS-SUGG-SUB) TO WS-SL-A-AMOUNT.
           MOVE WS-SG-B-KEY(WS-SUGG-SUB) TO WS-SL-B-KEY.
           MOVE WS-SG-B-AMOUNT(WS-SUGG-SUB) TO WS-SL-B-AMOUNT.
           MOVE SPACES TO WS-SL-REASON.
           EVALUATE WS-SG-RULE(WS-SUGG-SUB)
               WHEN 'T'
                   MOVE "KEY DIGITS TRANSPOSED" TO WS-SL-REASON
               WHEN 'D'
                   MOVE "KEY ONE DIGIT OUT" TO WS-SL-REASON
               WHEN 'S'
                   STRING "SAME AMT " DELIMITED BY SIZE
                       WS-SG-DAYS(WS-SUGG-SUB) DELIMITED BY SIZE
                       " DAYS APART" DELIMITED BY SIZE
                       INTO WS-SL-REASON
               WHEN OTHER
                   MOVE "NEAR KEY, OTHER AMOUNT" TO WS-SL-REASON
           END-EVALUATE.
           MOVE WS-SUGG-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM RECON-SUGGEST.
