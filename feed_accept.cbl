      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version.
      *   2026-10-15 - Credit postings (type C) count negatively
      *                toward the sender's control total, as
      *                reversals do.
      *   2026-10-15 - The journal voucher number after the type byte
      *                is carried through to TRANFILE.
      *   2026-10-15 - The currency code after the voucher number is
      *                carried through to TRANFILE, and a revaluation
      *                loss (type L) counts negatively like a credit.
      *   2026-10-15 - The maker id after the currency code is carried
      *                through to TRANFILE.
      *   2026-10-15 - TRANS-RECORD comes from the TRANREC copybook.
      *   2026-10-15 - Feed table raised to 2000 lines so a full payroll
      *                file (six postings for each of 200 employees)
      *                fits; the table-full refusal is kept.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-ACCEPTANCE.
       FD  FEED-FILE.
       01  FEED-LINE                PIC X(80).
       FD  TRANS-FILE.
           COPY TRANREC.
       FD  CONTROL-COUNT-FILE.
       01  CONTROL-COUNT-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
           05 WS-HT-NUM2           PIC 9(5)V99.
           05 WS-HT-TYPE           PIC X(1).
               88 HT-IS-REVERSAL       VALUE 'V'.
               88 HT-IS-CREDIT         VALUE 'C'.
               88 HT-IS-REVAL-LOSS     VALUE 'L'.
           05 WS-HT-VOUCHER        PIC X(6).
           05 WS-HT-CURRENCY       PIC X(3).
           05 WS-HT-MAKER          PIC X(8).
           05 FILLER               PIC X(36).
       01 WS-LINE-HELD          PIC X VALUE 'N'.
           88 A-LINE-IS-HELD        VALUE 'Y'.
       01 WS-FIRST-LINE         PIC X VALUE 'Y'.
           88 ON-FIRST-LINE         VALUE 'Y'.
       01 WS-DATA-COUNT         PIC 9(7) VALUE 0.
      * Signed: a reversal, a credit, or a revaluation loss on the
      * feed counts negatively toward the sender's control total.
       01 WS-DATA-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-BAD-COUNT          PIC 9(7) VALUE 0.
      * The clean data lines are kept here for the strip pass, so
      * TRANFILE is only ever written after the trailer proves out.
       01 WS-FEED-TABLE.
           05 WS-FEED-ROW OCCURS 2000 TIMES PIC X(44).
       01 WS-FEED-USED          PIC 9(4) VALUE 0.
       01 WS-FEED-SUB           PIC 9(4).
       01 WS-CC-TABLE.
           05 WS-CC-ROW OCCURS 20 TIMES PIC X(15).
       01 WS-CC-USED            PIC 9(2) VALUE 0.
               DISPLAY "Non-numeric feed line: " WS-HELD-LINE
           ELSE
               ADD 1 TO WS-DATA-COUNT
               IF HT-IS-REVERSAL OR HT-IS-CREDIT OR HT-IS-REVAL-LOSS
                   COMPUTE WS-DATA-TOTAL = WS-DATA-TOTAL
                       - WS-HT-NUM1 - WS-HT-NUM2
               ELSE
                   COMPUTE WS-DATA-TOTAL = WS-DATA-TOTAL
                       + WS-HT-NUM1 + WS-HT-NUM2
               END-IF
               IF WS-FEED-USED = 2000
                   MOVE "FEEDACC " TO WS-ERROR-PGM
                   MOVE "FEED TABLE FULL, FILE REFUSED"
                       TO WS-ERROR-MSG
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-FEED-USED
               MOVE WS-HELD-LINE(1:44)
                   TO WS-FEED-ROW(WS-FEED-USED)
           END-IF.

