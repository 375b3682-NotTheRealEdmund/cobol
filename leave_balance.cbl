      ******************************************************************
      * Author:
      * Date:
      * Purpose: Common leave-balance utility, called by the other
      *          programs in the suite the way CODECHK is. Given an
      *          employee and an as-of date it reads the annual
      *          entitlement from LEAVENT and the booked annual leave
      *          for that leave year from LEAVEFIL, and returns the
      *          entitlement accrued so far, the days booked, and the
      *          balance remaining. The leave year is the calendar
      *          year and entitlement accrues one twelfth at the
      *          start of each month. With no LEAVENT entry the
      *          house standard entitlement applies. The result is Y
      *          (entitlement on file), D (standard entitlement
      *          used), or U (leave file unavailable).
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, for absence booking and the
      *                leavers' holiday settlement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO "LEAVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
           COPY LEAVEREC.
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD.
           05 LE-EMP-ID             PIC 9(6).
           05 LE-ANNUAL-DAYS        PIC 9(3).
       WORKING-STORAGE SECTION.
       01 WS-LEAVE-STATUS       PIC X(2).
           88 LEAVE-OK              VALUE "00".
           88 LEAVE-EOF             VALUE "10".
       01 WS-ENT-STATUS         PIC X(2).
           88 ENT-OK                VALUE "00".
           88 ENT-EOF               VALUE "10".
       01 WS-STANDARD-DAYS      PIC 9(3) VALUE 25.
       01 WS-ANNUAL-DAYS        PIC 9(3).
       01 WS-LEAVE-YEAR         PIC X(4).
       01 WS-MONTH-NO           PIC 9(2).
       01 WS-BROWSE-DONE        PIC X VALUE 'N'.
           88 BROWSE-DONE           VALUE 'Y'.
       LINKAGE SECTION.
       01 LS-EMP-ID             PIC 9(6).
       01 LS-AS-OF-DATE         PIC X(8).
       01 LS-ENTITLEMENT        PIC 9(3).
       01 LS-ACCRUED            PIC 9(3)V9.
       01 LS-TAKEN              PIC 9(3).
       01 LS-BALANCE            PIC S9(3)V9.
       01 LS-RESULT             PIC X(1).
       PROCEDURE DIVISION USING LS-EMP-ID, LS-AS-OF-DATE,
               LS-ENTITLEMENT, LS-ACCRUED, LS-TAKEN, LS-BALANCE,
               LS-RESULT.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-ENTITLEMENT LS-ACCRUED LS-TAKEN LS-BALANCE.
           MOVE LS-AS-OF-DATE(1:4) TO WS-LEAVE-YEAR.
           MOVE LS-AS-OF-DATE(5:2) TO WS-MONTH-NO.
           PERFORM FIND-ENTITLEMENT.
           MOVE WS-ANNUAL-DAYS TO LS-ENTITLEMENT.
           COMPUTE LS-ACCRUED ROUNDED =
               WS-ANNUAL-DAYS * WS-MONTH-NO / 12.
           PERFORM TOTAL-ANNUAL-LEAVE.
           COMPUTE LS-BALANCE = LS-ACCRUED - LS-TAKEN.
           GOBACK.

      * The entitlement file is read on every call, not cached, so a
      * change made in SIMPLIO shows on the next inquiry.
       FIND-ENTITLEMENT.
           MOVE WS-STANDARD-DAYS TO WS-ANNUAL-DAYS.
           MOVE 'D' TO LS-RESULT.
           MOVE "00" TO WS-ENT-STATUS.
           OPEN INPUT ENTITLEMENT-FILE.
           IF ENT-OK
               PERFORM UNTIL ENT-EOF
                   READ ENTITLEMENT-FILE
                       AT END
                           SET ENT-EOF TO TRUE
                       NOT AT END
                           IF LE-EMP-ID = LS-EMP-ID
                                   AND LE-ANNUAL-DAYS IS NUMERIC
                               MOVE LE-ANNUAL-DAYS TO WS-ANNUAL-DAYS
                               MOVE 'Y' TO LS-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITLEMENT-FILE
           END-IF.

      * Booked annual leave starting in the leave year counts against
      * the balance whether it has been taken yet or not; cancelled
      * bookings do not.
       TOTAL-ANNUAL-LEAVE.
           OPEN INPUT LEAVE-FILE.
           IF NOT LEAVE-OK
               MOVE 'U' TO LS-RESULT
           ELSE
               MOVE 'N' TO WS-BROWSE-DONE
               MOVE LS-EMP-ID TO LV-EMP-ID
               MOVE LOW-VALUES TO LV-START-DATE
               START LEAVE-FILE KEY IS NOT LESS THAN LV-KEY
                   INVALID KEY
                       SET BROWSE-DONE TO TRUE
               END-START
               PERFORM UNTIL BROWSE-DONE
                   READ LEAVE-FILE NEXT RECORD
                       AT END
                           SET BROWSE-DONE TO TRUE
                       NOT AT END
                           IF LV-EMP-ID NOT = LS-EMP-ID
                               SET BROWSE-DONE TO TRUE
                           ELSE
                               IF LV-ANNUAL AND LV-BOOKED
                                       AND LV-START-DATE(1:4)
                                           = WS-LEAVE-YEAR
                                   ADD LV-DAYS TO LS-TAKEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-FILE
           END-IF.
       END PROGRAM LEAVEBAL.
