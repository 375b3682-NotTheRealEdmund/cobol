      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exchange-rate maintenance. A supervisor records the
      *          rate for a foreign currency from a given effective
      *          date on the keyed RATEFILE, or corrects the rate
      *          already recorded for that date; the rate stays in
      *          force until a later-dated rate for the currency is
      *          added, so earlier postings keep converting at the
      *          rate of their own day. Any signed-on operator may
      *          list a currency's rates. Every change is logged on
      *          AUDITTRL. The rates are read by STMTIMP, ADDTWO and
      *          the month-end revaluation FXREVAL.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, with the euro bank account.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
           COPY RATEREC.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
           01 WS-RATE-STATUS        PIC X(2).
               88 RATE-OK               VALUES "00", "02", "05".
               88 RATE-EOF              VALUE "10".
               88 RATE-NOT-FOUND        VALUE "35".
           01 WS-WORK-CURRENCY      PIC X(3).
               88 CURRENCY-IS-STERLING  VALUE "GBP".
           01 WS-WORK-DATE          PIC 9(8).
           01 WS-WORK-MMDD          PIC 9(4).
           01 WS-WORK-RATE          PIC 9(4)V9(6).
           01 WS-OLD-RATE           PIC 9(4)V9(6).
           01 WS-RATE-DISP          PIC Z,ZZ9.9(6).
           01 WS-ON-FILE            PIC X VALUE 'N'.
               88 RATE-ON-FILE          VALUE 'Y'.
           01 WS-CONFIRM            PIC X(1).
               88 CONFIRM-YES           VALUES 'Y', 'y'.
           01 WS-LIST-COUNT         PIC 9(5).
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-RECORD         VALUE 1.
               88 CHOICE-LIST           VALUE 2.
               88 CHOICE-DONE           VALUE 9.
           01 WS-TODAY              PIC X(8).
           01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
               88 OPERATOR-IS-SUPER     VALUE 2.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-RATE-FILE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Record or correct a dated rate"
               DISPLAY "2 = List a currency's rates  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-RECORD
                       PERFORM RECORD-RATE-PARA
                   WHEN CHOICE-LIST
                       PERFORM LIST-RATES-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           CLOSE RATE-FILE.
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
               MOVE 2 TO WS-OPERATOR-ROLE
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

      * RATEFILE is created empty the first time it is opened.
           OPEN-RATE-FILE.
           OPEN I-O RATE-FILE.
           IF RATE-NOT-FOUND
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
           END-IF.
           IF NOT RATE-OK
               MOVE "RATEMNT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN RATEFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-RATE-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

      * A rate already recorded for the currency and date is only
      * replaced once the supervisor has seen it and confirmed.
           RECORD-RATE-PARA.
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Recording a rate needs a supervisor sign-on"
           ELSE
               DISPLAY "Currency code (e.g. EUR): "
               ACCEPT WS-WORK-CURRENCY
               DISPLAY "Effective from (YYYYMMDD): "
               ACCEPT WS-WORK-DATE
               MOVE WS-WORK-DATE(5:4) TO WS-WORK-MMDD
               IF WS-WORK-CURRENCY IS NOT ALPHABETIC-UPPER
                       OR WS-WORK-CURRENCY(3:1) = SPACE
                       OR CURRENCY-IS-STERLING
                   DISPLAY "Currency must be a three-letter code "
                       "other than GBP"
               ELSE
               IF WS-WORK-DATE IS NOT NUMERIC
                       OR WS-WORK-MMDD < 0101
                       OR WS-WORK-MMDD > 1231
                   DISPLAY "Effective date must be YYYYMMDD"
               ELSE
                   PERFORM READ-RATE
                   MOVE 'Y' TO WS-CONFIRM
                   IF RATE-ON-FILE
                       MOVE WS-OLD-RATE TO WS-RATE-DISP
                       DISPLAY "Rate on file for that date "
                           WS-RATE-DISP " by " RT-ENTERED-BY
                           " on " RT-ENTERED-DATE
                       DISPLAY "Replace it? (Y/N): "
                       ACCEPT WS-CONFIRM
                   END-IF
                   IF NOT CONFIRM-YES
                       DISPLAY "Rate not changed"
                   ELSE
                       DISPLAY "Units of " WS-WORK-CURRENCY
                           " to the pound (nnnn.nnnnnn): "
                       ACCEPT WS-WORK-RATE
                       IF WS-WORK-RATE IS NOT NUMERIC
                               OR WS-WORK-RATE = 0
                           DISPLAY "Rate must be greater than nil, "
                               "rate not changed"
                       ELSE
                           PERFORM SAVE-RATE
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      * Reads the rate for WS-WORK-CURRENCY / WS-WORK-DATE exactly.
           READ-RATE.
           MOVE WS-WORK-CURRENCY TO RT-CURRENCY.
           MOVE WS-WORK-DATE TO RT-EFFECTIVE-DATE.
           READ RATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-FILE
                   MOVE 0 TO WS-OLD-RATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-FILE
                   MOVE RT-RATE TO WS-OLD-RATE
           END-READ.

           SAVE-RATE.
           MOVE WS-WORK-CURRENCY TO RT-CURRENCY.
           MOVE WS-WORK-DATE TO RT-EFFECTIVE-DATE.
           MOVE WS-WORK-RATE TO RT-RATE.
           MOVE WS-OPERATOR-ID TO RT-ENTERED-BY.
           MOVE WS-TODAY TO RT-ENTERED-DATE.
           IF RATE-ON-FILE
               REWRITE EXCHANGE-RATE-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE RATEFILE"
                           TO WS-ERROR-MSG
                       PERFORM RATE-UPDATE-FAILED
               END-REWRITE
           ELSE
               WRITE EXCHANGE-RATE-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO ADD TO RATEFILE"
                           TO WS-ERROR-MSG
                       PERFORM RATE-UPDATE-FAILED
               END-WRITE
           END-IF.
           MOVE WS-WORK-RATE TO WS-RATE-DISP.
           DISPLAY "Rate saved: " WS-WORK-CURRENCY " "
               WS-RATE-DISP " from " WS-WORK-DATE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF RATE-ON-FILE
               STRING "RATE CORRECTED " DELIMITED BY SIZE
                   WS-WORK-CURRENCY DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   WS-WORK-DATE DELIMITED BY SIZE
                   " RATE=" DELIMITED BY SIZE
                   WS-RATE-DISP DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               SET AE-SEV-WARNING TO TRUE
           ELSE
               STRING "RATE ADDED " DELIMITED BY SIZE
                   WS-WORK-CURRENCY DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   WS-WORK-DATE DELIMITED BY SIZE
                   " RATE=" DELIMITED BY SIZE
                   WS-RATE-DISP DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
           END-IF.
           CALL 'AUDITLOG' USING "RATEMNT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.

           RATE-UPDATE-FAILED.
           MOVE "RATEMNT " TO WS-ERROR-PGM.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

           LIST-RATES-PARA.
           DISPLAY "Currency code: ".
           ACCEPT WS-WORK-CURRENCY.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE WS-WORK-CURRENCY TO RT-CURRENCY.
           MOVE 0 TO RT-EFFECTIVE-DATE.
           START RATE-FILE KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   SET RATE-EOF TO TRUE
           END-START.
           PERFORM UNTIL RATE-EOF
               READ RATE-FILE NEXT RECORD
                   AT END
                       SET RATE-EOF TO TRUE
                   NOT AT END
                       IF RT-CURRENCY NOT = WS-WORK-CURRENCY
                           SET RATE-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           MOVE RT-RATE TO WS-RATE-DISP
                           DISPLAY RT-CURRENCY " FROM "
                               RT-EFFECTIVE-DATE " " WS-RATE-DISP
                               "  BY " RT-ENTERED-BY
                               " ON " RT-ENTERED-DATE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-RATE-STATUS.
           IF WS-LIST-COUNT = 0
               DISPLAY "No rates on file for " WS-WORK-CURRENCY
           END-IF.

           COPY ERRHAND.
       END PROGRAM RATE-MAINT.
