           SELECT IMPORT-REPORT ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
           05 BI-KEY               PIC 9(6).
           05 BI-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 BI-CURRENCY           PIC X(3).
       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(80).
       FD  IMPORT-REPORT.
       01  REPORT-LINE              PIC X(80).
       FD  RATE-FILE.
           COPY RATEREC.
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
       01 WS-RANGE-LIMIT        PIC 9(9) VALUE 500000000.
       01 WS-KEY-TEXT           PIC X(10).
       01 WS-AMOUNT-TEXT        PIC X(15).
       01 WS-CURRENCY-TEXT      PIC X(5).
       01 WS-WORK-CURRENCY      PIC X(3).
           88 CURRENCY-IS-STERLING  VALUE "GBP".
       01 WS-RATE-STATUS        PIC X(2).
           88 RATE-OK               VALUES "00", "02".
           88 RATE-EOF              VALUE "10".
      * The currencies with a rate on RATEFILE; any other foreign
      * currency on the statement cannot be converted downstream.
       01 WS-CCY-TABLE.
           05 WS-CCY-CODE OCCURS 50 TIMES PIC X(3).
       01 WS-CCY-USED           PIC 9(2) VALUE 0.
       01 WS-CCY-SUB            PIC 9(2).
       01 WS-CCY-FOUND          PIC X.
           88 CURRENCY-HAS-RATE     VALUE 'Y'.
       01 WS-WORK-KEY           PIC 9(6).
       01 WS-WORK-AMOUNT        PIC S9(10).
       01 WS-LINE-OK            PIC X VALUE 'Y'.
           88 LINE-IS-OK            VALUE 'Y'.
       01 WS-REJECT-REASON      PIC X(30).
       01 WS-KEY-TABLE.
           05 WS-SEEN-ENTRY OCCURS 500 TIMES.
               10 WS-SEEN-KEY       PIC 9(6).
               10 WS-SEEN-CURRENCY  PIC X(3).
       01 WS-KEY-USED           PIC 9(3) VALUE 0.
       01 WS-KEY-SUB            PIC 9(3).
       01 WS-DUP-FOUND          PIC X.
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM LOAD-RATE-CURRENCIES.
           ACCEPT BH-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "STMTIMP " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           STOP RUN.

      * The counterparty's format is one KEY;AMOUNT pair per line,
      * the amount with an optional leading sign, followed by the
      * currency code when the amount is not in sterling.
       IMPORT-ONE-LINE.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-KEY-TEXT.
           MOVE SPACES TO WS-AMOUNT-TEXT.
           MOVE SPACES TO WS-CURRENCY-TEXT.
           UNSTRING STATEMENT-LINE
               DELIMITED BY ";"
               INTO WS-KEY-TEXT, WS-AMOUNT-TEXT, WS-CURRENCY-TEXT.
           IF WS-KEY-TEXT(1:6) IS NOT NUMERIC
                   OR WS-KEY-TEXT(7:4) NOT = SPACES
               MOVE "KEY NOT A 6-DIGIT NUMBER" TO WS-REJECT-REASON
                   MOVE 'N' TO WS-LINE-OK
               END-IF
           END-IF.
           IF LINE-IS-OK
               PERFORM CHECK-CURRENCY
           END-IF.
           IF LINE-IS-OK
               MOVE WS-KEY-TEXT(1:6) TO WS-WORK-KEY
               PERFORM CHECK-DUPLICATE-KEY
               IF WS-KEY-USED < 500
                   ADD 1 TO WS-KEY-USED
                   MOVE WS-WORK-KEY TO WS-SEEN-KEY(WS-KEY-USED)
                   MOVE WS-WORK-CURRENCY
                       TO WS-SEEN-CURRENCY(WS-KEY-USED)
               END-IF
               MOVE WS-WORK-KEY TO BI-KEY
               MOVE WS-WORK-AMOUNT TO BI-AMOUNT
               MOVE WS-WORK-CURRENCY TO BI-CURRENCY
               WRITE SIDE-B-RECORD
           ELSE
               ADD 1 TO WS-REJECT-COUNT
                   UNTIL WS-KEY-SUB > WS-KEY-USED
                       OR KEY-ALREADY-SEEN
               IF WS-SEEN-KEY(WS-KEY-SUB) = WS-WORK-KEY
                       AND WS-SEEN-CURRENCY(WS-KEY-SUB)
                           = WS-WORK-CURRENCY
                   SET KEY-ALREADY-SEEN TO TRUE
               END-IF
           END-PERFORM.

      * No currency on the line means sterling. A foreign amount is
      * only loaded when RATEFILE can convert it.
       CHECK-CURRENCY.
           IF WS-CURRENCY-TEXT = SPACES
               MOVE "GBP" TO WS-WORK-CURRENCY
           ELSE
               MOVE WS-CURRENCY-TEXT(1:3) TO WS-WORK-CURRENCY
               IF WS-CURRENCY-TEXT(4:2) NOT = SPACES
                       OR WS-WORK-CURRENCY IS NOT ALPHABETIC-UPPER
                       OR WS-WORK-CURRENCY(3:1) = SPACE
                   MOVE "CURRENCY NOT A 3-LETTER CODE"
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-LINE-OK
               ELSE
               IF NOT CURRENCY-IS-STERLING
                   MOVE 'N' TO WS-CCY-FOUND
                   PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                           UNTIL WS-CCY-SUB > WS-CCY-USED
                               OR CURRENCY-HAS-RATE
                       IF WS-CCY-CODE(WS-CCY-SUB) = WS-WORK-CURRENCY
                           SET CURRENCY-HAS-RATE TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT CURRENCY-HAS-RATE
                       MOVE "NO EXCHANGE RATE FOR CURRENCY"
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-LINE-OK
                   END-IF
               END-IF
               END-IF
           END-IF.

      * RATEFILE is in currency order, so each currency is listed
      * once however many dated rates it has.
       LOAD-RATE-CURRENCIES.
           MOVE 0 TO WS-CCY-USED.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-OK
               DISPLAY "No RATEFILE, only sterling lines can load"
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
                           IF WS-CCY-USED = 0
                               ADD 1 TO WS-CCY-USED
                               MOVE RT-CURRENCY
                                   TO WS-CCY-CODE(WS-CCY-USED)
                           ELSE
                           IF RT-CURRENCY
                                   NOT = WS-CCY-CODE(WS-CCY-USED)
                                   AND WS-CCY-USED < 50
                               ADD 1 TO WS-CCY-USED
                               MOVE RT-CURRENCY
                                   TO WS-CCY-CODE(WS-CCY-USED)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

           COPY ERRHAND.
       END PROGRAM STATEMENT-IMPORT.
