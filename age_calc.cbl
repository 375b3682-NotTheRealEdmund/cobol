      ******************************************************************
      * Author:
      * Date:
      * Purpose: Common whole-years utility, called by the other
      *          programs in the suite the way BUSDATE is. Given a
      *          start date and an as-of date (both YYYYMMDD) it
      *          returns the whole years between them: an employee's
      *          age from the date of birth, or length of service
      *          from the hire date. A start date that is not a real
      *          calendar date, or falls after the as-of date, gets
      *          result N and zero years; otherwise the result is Y.
      *          A 29 February start counts its anniversary on
      *          1 March in other years.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, when EMPFILE moved from a keyed
      *                age to the date of birth and hire date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGECALC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-START-DATE.
           05 WS-ST-YEAR            PIC 9(4).
           05 WS-ST-MONTH           PIC 9(2).
           05 WS-ST-DAY             PIC 9(2).
       01 WS-ST-MMDD REDEFINES WS-START-DATE.
           05 FILLER                PIC X(4).
           05 WS-ST-MONTH-DAY       PIC 9(4).
       01 WS-AS-OF-DATE.
           05 WS-AO-YEAR            PIC 9(4).
           05 WS-AO-MONTH           PIC 9(2).
           05 WS-AO-DAY             PIC 9(2).
       01 WS-AO-MMDD REDEFINES WS-AS-OF-DATE.
           05 FILLER                PIC X(4).
           05 WS-AO-MONTH-DAY       PIC 9(4).
       01 WS-MONTH-DAYS-LIST    PIC X(24)
           VALUE "312931303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05 WS-MONTH-DAYS         PIC 9(2) OCCURS 12 TIMES.
       01 WS-DAYS-IN-MONTH      PIC 9(2).
       01 WS-YEAR-QUOT          PIC 9(4).
       01 WS-YEAR-REM           PIC 9(3).
       01 WS-LEAP-YEAR          PIC X VALUE 'N'.
           88 LEAP-YEAR             VALUE 'Y'.
       LINKAGE SECTION.
       01 LS-START-DATE         PIC X(8).
       01 LS-AS-OF-DATE         PIC X(8).
       01 LS-YEARS              PIC 9(3).
       01 LS-RESULT             PIC X(1).
       PROCEDURE DIVISION USING LS-START-DATE, LS-AS-OF-DATE,
               LS-YEARS, LS-RESULT.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-YEARS.
           MOVE 'N' TO LS-RESULT.
           IF LS-START-DATE IS NUMERIC AND LS-AS-OF-DATE IS NUMERIC
               MOVE LS-START-DATE TO WS-START-DATE
               MOVE LS-AS-OF-DATE TO WS-AS-OF-DATE
               PERFORM CHECK-START-DATE
           END-IF.
           IF LS-RESULT = 'Y'
               IF WS-START-DATE > WS-AS-OF-DATE
                   MOVE 'N' TO LS-RESULT
               ELSE
                   COMPUTE LS-YEARS = WS-AO-YEAR - WS-ST-YEAR
                   IF WS-AO-MONTH-DAY < WS-ST-MONTH-DAY
                       SUBTRACT 1 FROM LS-YEARS
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       CHECK-START-DATE.
           IF WS-ST-YEAR > 0 AND WS-ST-MONTH >= 1
                   AND WS-ST-MONTH <= 12 AND WS-ST-DAY >= 1
               MOVE WS-MONTH-DAYS(WS-ST-MONTH) TO WS-DAYS-IN-MONTH
               IF WS-ST-MONTH = 2
                   PERFORM CHECK-LEAP-YEAR
                   IF NOT LEAP-YEAR
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
               IF WS-ST-DAY <= WS-DAYS-IN-MONTH
                   MOVE 'Y' TO LS-RESULT
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR.
           DIVIDE WS-ST-YEAR BY 4 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM = 0
               SET LEAP-YEAR TO TRUE
               DIVIDE WS-ST-YEAR BY 100 GIVING WS-YEAR-QUOT
                   REMAINDER WS-YEAR-REM
               IF WS-YEAR-REM = 0
                   MOVE 'N' TO WS-LEAP-YEAR
                   DIVIDE WS-ST-YEAR BY 400 GIVING WS-YEAR-QUOT
                       REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = 0
                       SET LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       END PROGRAM AGECALC.
