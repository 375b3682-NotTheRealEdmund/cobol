      * Date:
      * Purpose: Headcount demographics report over the employee
      *          master. Tallies employees by age band (under 25,
      *          25-39, 40-54, 55 and over, from the date of birth)
      *          and by gender code and prints the distributions
      *          with the standard header and trailer framing so the
      *          control totals can be checked against the roster
      *          count.
      * Tectonics: cobc
      * Modification History:
      *   2026-08-22 - First version, replacing the quarterly rekeying
      *                of the printed roster into a spreadsheet.
      *   2026-10-15 - Age bands use the age worked out from the date
      *                of birth as at the run date through AGECALC,
      *                with a count of birth dates still estimated
      *                from the old keyed age.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-DEMOGRAPHICS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  DEMO-REPORT.
       01  DEMO-REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-GENDER-FEMA        PIC 9(7) VALUE 0.
       01 WS-GENDER-OTHR        PIC 9(7) VALUE 0.
       01 WS-GENDER-UNKNOWN     PIC 9(7) VALUE 0.
       01 WS-DOB-ESTIMATED      PIC 9(7) VALUE 0.
       01 WS-DOB-INVALID        PIC 9(7) VALUE 0.
       01 WS-TODAY              PIC X(8).
       01 WS-EMP-AGE            PIC 9(3).
       01 WS-AGE-RESULT         PIC X(1).
           88 AGE-WORKED-OUT        VALUE 'Y'.
       01 WS-STAT-LINE.
           05 WS-STAT-LABEL         PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACES.
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "EMPDEMO " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO DEMO-REPORT-LINE.
           AUDIT-EVENT-PARM.
           STOP RUN.

      * A birth date AGECALC cannot use is counted on its own line
      * rather than guessed into a band.
       TALLY-EMPLOYEE.
           CALL 'AGECALC' USING EMP-BIRTH-DATE, WS-TODAY, WS-EMP-AGE,
               WS-AGE-RESULT.
           IF EMP-DATES-ESTIMATED
               ADD 1 TO WS-DOB-ESTIMATED
           END-IF.
           EVALUATE TRUE
               WHEN NOT AGE-WORKED-OUT
                   ADD 1 TO WS-DOB-INVALID
               WHEN WS-EMP-AGE < 25
                   ADD 1 TO WS-AGE-UNDER-25
               WHEN WS-EMP-AGE < 40
                   ADD 1 TO WS-AGE-25-TO-39
               WHEN WS-EMP-AGE < 55
                   ADD 1 TO WS-AGE-40-TO-54
               WHEN OTHER
                   ADD 1 TO WS-AGE-55-PLUS
           MOVE "55 AND OVER" TO WS-STAT-LABEL.
           MOVE WS-AGE-55-PLUS TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "NO VALID BIRTH DATE" TO WS-STAT-LABEL.
           MOVE WS-DOB-INVALID TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE "BIRTH DATE ESTIMATED" TO WS-STAT-LABEL.
           MOVE WS-DOB-ESTIMATED TO WS-STAT-COUNT.
           PERFORM WRITE-STAT-LINE.
           MOVE SPACES TO DEMO-REPORT-LINE.
           WRITE DEMO-REPORT-LINE.
           MOVE "HEADCOUNT BY GENDER" TO DEMO-REPORT-LINE.
