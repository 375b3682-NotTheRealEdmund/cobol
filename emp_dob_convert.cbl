      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the employee master from the
      *          old keyed-age layout to the EMPREC layout with date
      *          of birth and hire date. The old master is read as
      *          EMPOLD and every record is written to a new, empty
      *          EMPFILE: the birth date is estimated as 1 January of
      *          the current year less the keyed age, the hire date
      *          is left at zero, and the record is flagged E so HR
      *          can confirm the real dates through SIMPLIO. Every
      *          converted record is listed on EMPCNVRP for HR to
      *          work through. The run refuses to start (return code
      *          8) when EMPFILE already holds records, so it cannot
      *          overwrite a converted master. The journal images
      *          widened with the record, so a fresh MSTBKUP backup is
      *          to be taken straight after the conversion.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, for the move from a keyed age
      *                to the date of birth and hire date.
      *   2026-10-15 - Closing message asks for an MSTBKUP backup;
      *                EMPBKUP is no longer kept.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-DOB-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-EMPLOYEE-MASTER ASSIGN TO "EMPOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-EMP-ID
               ALTERNATE RECORD KEY IS OE-EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CONVERT-REPORT ASSIGN TO "EMPCNVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-EMPLOYEE-MASTER.
       01  OLD-EMPLOYEE-RECORD.
           05 OE-EMP-ID             PIC 9(6).
           05 OE-EMP-NAME           PIC A(15).
           05 OE-EMP-AGE            PIC 9(3).
           05 OE-EMP-GENDER         PIC A(4).
           05 OE-EMP-DEPT           PIC X(3).
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  CONVERT-REPORT.
       01  CONVERT-REPORT-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY BATCHHDR.
           COPY BATCHTRL.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-OLD-STATUS         PIC X(2).
           88 OLD-OK                VALUE "00".
           88 OLD-EOF               VALUE "10".
       01 WS-EMP-STATUS         PIC X(2).
           88 EMP-OK                VALUE "00".
           88 EMP-EOF               VALUE "10".
       01 WS-RPT-STATUS         PIC X(2).
           88 RPT-OK                 VALUE "00".
       01 WS-TODAY              PIC X(8).
       01 WS-EST-BIRTH-DATE.
           05 WS-EST-BIRTH-YEAR     PIC 9(4).
           05 WS-EST-BIRTH-MMDD     PIC X(4) VALUE "0101".
       01 WS-READ-COUNT         PIC 9(7) VALUE 0.
       01 WS-CONVERTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-NO-AGE-COUNT       PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(7) VALUE 0.
       01 WS-NOTE               PIC X(30).
       01 WS-DETAIL-LINE.
           05 WS-DL-EMP-ID          PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-NAME            PIC X(15).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-OLD-AGE         PIC X(3).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-DL-BIRTH-DATE      PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE            PIC X(30).
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-NEW-MASTER-EMPTY.
           OPEN INPUT OLD-EMPLOYEE-MASTER.
           IF NOT OLD-OK
               MOVE "EMPCONV " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN EMPOLD, STATUS "
                   DELIMITED BY SIZE
                   WS-OLD-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT EMPLOYEE-MASTER.
           IF NOT EMP-OK
               MOVE "EMPCONV " TO WS-ERROR-PGM
               STRING "UNABLE TO CREATE EMPFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-EMP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN OUTPUT CONVERT-REPORT.
           IF NOT RPT-OK
               MOVE "EMPCONV " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN EMPCNVRP, STATUS "
                   DELIMITED BY SIZE
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TODAY TO BH-RUN-DATE.
           MOVE "EMPCONV " TO BH-JOB-NAME.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE "EMPLOYEE MASTER CONVERSION - DATES FOR HR TO CONFIRM"
               TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE "EMP-ID  NAME             AGE    BIRTH     NOTE"
               TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           PERFORM UNTIL OLD-EOF
               READ OLD-EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET OLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           STRING "READ " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  CONVERTED " DELIMITED BY SIZE
               WS-CONVERTED-COUNT DELIMITED BY SIZE
               "  NO AGE " DELIMITED BY SIZE
               WS-NO-AGE-COUNT DELIMITED BY SIZE
               "  FAILED " DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           MOVE WS-CONVERTED-COUNT TO BT-TOTAL-COUNT.
           MOVE WS-READ-COUNT TO BT-CONTROL-TOTAL.
           MOVE BATCH-TRAILER-RECORD TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.
           CLOSE OLD-EMPLOYEE-MASTER.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CONVERT-REPORT.
           DISPLAY "Employee master converted: " WS-CONVERTED-COUNT
               " of " WS-READ-COUNT " record(s), "
               WS-FAILED-COUNT " failed; run MSTBKUP now".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "EMPFILE CONVERTED READ=" DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               " DONE=" DELIMITED BY SIZE
               WS-CONVERTED-COUNT DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "EMPCONV ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A master that already has records has been converted (or
      * rebuilt) and must not be overwritten.
       CHECK-NEW-MASTER-EMPTY.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMP-OK
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET EMP-EOF TO TRUE
               END-READ
               IF NOT EMP-EOF
                   MOVE "EMPCONV " TO WS-ERROR-PGM
                   MOVE "EMPFILE ALREADY HOLDS RECORDS, NOT CONVERTED"
                       TO WS-ERROR-MSG
                   MOVE 8 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF.

       CONVERT-ONE-EMPLOYEE.
           MOVE OE-EMP-ID TO EMP-ID.
           MOVE OE-EMP-NAME TO EMP-NAME.
           MOVE OE-EMP-GENDER TO EMP-GENDER.
           MOVE OE-EMP-DEPT TO EMP-DEPT.
           MOVE 0 TO EMP-HIRE-DATE.
           SET EMP-DATES-ESTIMATED TO TRUE.
           IF OE-EMP-AGE IS NUMERIC
               MOVE WS-TODAY(1:4) TO WS-EST-BIRTH-YEAR
               SUBTRACT OE-EMP-AGE FROM WS-EST-BIRTH-YEAR
               MOVE WS-EST-BIRTH-DATE TO EMP-BIRTH-DATE
               MOVE "BIRTH/HIRE DATE TO CONFIRM" TO WS-NOTE
           ELSE
               MOVE 0 TO EMP-BIRTH-DATE
               ADD 1 TO WS-NO-AGE-COUNT
               MOVE "NO AGE - BIRTH/HIRE DATE NEEDED" TO WS-NOTE
           END-IF.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "NOT CONVERTED, DUPLICATE KEY" TO WS-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
           MOVE OE-EMP-ID TO WS-DL-EMP-ID.
           MOVE OE-EMP-NAME TO WS-DL-NAME.
           MOVE OE-EMP-AGE TO WS-DL-OLD-AGE.
           MOVE EMP-BIRTH-DATE TO WS-DL-BIRTH-DATE.
           MOVE WS-NOTE TO WS-DL-NOTE.
           MOVE WS-DETAIL-LINE TO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.

           COPY ERRHAND.
       END PROGRAM EMP-DOB-CONVERT.
