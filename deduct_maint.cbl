      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll deductions master maintenance. Loads the
      *          per-employee deductions from DEDFILE at startup and
      *          lets the operator add, update, list, and look up an
      *          employee's pension percentage and fixed deduction,
      *          saving the table back to the file after each change.
      *          PAYROLL reads the file to take gross pay to net.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, alongside the gross-to-net
      *                payroll run.
      *   2026-10-15 - The pension percentage is checked on entry and
      *                re-prompted unless it is numeric and no more than
      *                25 percent.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCTION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-FILE ASSIGN TO "DEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-FILE.
       01  DEDUCTION-RECORD.
           05 DD-EMP-ID             PIC 9(6).
           05 DD-PENSION-PCT        PIC 9(2)V99.
           05 DD-FIXED-AMT          PIC 9(5)V99.
           05 DD-FIXED-DESC         PIC X(12).
       WORKING-STORAGE SECTION.
           01 WS-DED-TABLE.
               05 WS-DED-ENTRY OCCURS 200 TIMES.
                   10 WS-DD-EMP-ID      PIC 9(6).
                   10 WS-DD-PENSION-PCT PIC 9(2)V99.
                   10 WS-DD-FIXED-AMT   PIC 9(5)V99.
                   10 WS-DD-FIXED-DESC  PIC X(12).
           01 WS-DED-USED           PIC 9(3) VALUE 0.
           01 WS-DED-SUB            PIC 9(3).
           01 WS-DED-STATUS         PIC X(2).
               88 DED-OK                VALUE "00".
               88 DED-EOF               VALUE "10".
           01 WS-WORK-EMP-ID        PIC 9(6).
           01 WS-WORK-PENSION-PCT   PIC 9(2)V99.
      * A rate above this is far more likely to be a keying slip than
      * a real election, and risks leaving too little of the gross
      * for the tax and national insurance PAYROLL must take.
           01 WS-MAX-PENSION-PCT    PIC 9(2)V99 VALUE 25.00.
           01 WS-WORK-FIXED-AMT     PIC 9(5)V99.
           01 WS-WORK-FIXED-DESC    PIC X(12).
           01 WS-FOUND              PIC X VALUE 'N'.
               88 DED-FOUND             VALUE 'Y'.
           01 WS-CHANGED            PIC X VALUE 'N'.
               88 TABLE-CHANGED         VALUE 'Y'.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-ADD-UPDATE     VALUE 1.
               88 CHOICE-LIST           VALUE 2.
               88 CHOICE-LOOKUP         VALUE 3.
               88 CHOICE-DONE           VALUE 9.
           01 WS-AUDIT-DETAIL       PIC X(56).
           COPY ERRFLDS.
           COPY AUDITEVT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-TABLE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Add/update deductions  2 = List all"
               DISPLAY "3 = Look up an employee  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD-UPDATE
                       PERFORM ADD-UPDATE-PARA
                   WHEN CHOICE-LIST
                       PERFORM LIST-PARA
                   WHEN CHOICE-LOOKUP
                       PERFORM LOOKUP-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

           LOAD-TABLE.
           OPEN INPUT DEDUCTION-FILE.
           IF NOT DED-OK
               DISPLAY "Unable to open DEDFILE, starting with an "
                   "empty table"
           ELSE
               PERFORM UNTIL DED-EOF OR WS-DED-USED = 200
                   READ DEDUCTION-FILE
                       AT END
                           SET DED-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DED-USED
                           MOVE DEDUCTION-RECORD
                               TO WS-DED-ENTRY(WS-DED-USED)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF.

           FIND-DEDUCTION.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-USED OR DED-FOUND
               IF WS-DD-EMP-ID(WS-DED-SUB) = WS-WORK-EMP-ID
                   SET DED-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-DED-SUB
               END-IF
           END-PERFORM.

           ADD-UPDATE-PARA.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-WORK-EMP-ID.
           DISPLAY "Enter pension percentage (nn.nn): ".
           ACCEPT WS-WORK-PENSION-PCT.
           PERFORM UNTIL WS-WORK-PENSION-PCT IS NUMERIC
                   AND WS-WORK-PENSION-PCT NOT > WS-MAX-PENSION-PCT
               DISPLAY "Pension must be 00.00 to 25.00 percent, "
                   "re-enter: "
               ACCEPT WS-WORK-PENSION-PCT
           END-PERFORM.
           DISPLAY "Enter fixed monthly deduction (pounds.pence): ".
           ACCEPT WS-WORK-FIXED-AMT.
           MOVE SPACES TO WS-WORK-FIXED-DESC.
           IF WS-WORK-FIXED-AMT > 0
               DISPLAY "Enter payslip description for it: "
               ACCEPT WS-WORK-FIXED-DESC
           END-IF.
           PERFORM FIND-DEDUCTION.
           MOVE 'N' TO WS-CHANGED.
           IF DED-FOUND
               MOVE WS-WORK-PENSION-PCT
                   TO WS-DD-PENSION-PCT(WS-DED-SUB)
               MOVE WS-WORK-FIXED-AMT TO WS-DD-FIXED-AMT(WS-DED-SUB)
               MOVE WS-WORK-FIXED-DESC
                   TO WS-DD-FIXED-DESC(WS-DED-SUB)
               DISPLAY "Deductions for " WS-WORK-EMP-ID " updated"
               SET TABLE-CHANGED TO TRUE
           ELSE
               IF WS-DED-USED = 200
                   DISPLAY "Deductions table is full"
               ELSE
                   ADD 1 TO WS-DED-USED
                   MOVE WS-WORK-EMP-ID TO WS-DD-EMP-ID(WS-DED-USED)
                   MOVE WS-WORK-PENSION-PCT
                       TO WS-DD-PENSION-PCT(WS-DED-USED)
                   MOVE WS-WORK-FIXED-AMT
                       TO WS-DD-FIXED-AMT(WS-DED-USED)
                   MOVE WS-WORK-FIXED-DESC
                       TO WS-DD-FIXED-DESC(WS-DED-USED)
                   DISPLAY "Deductions for " WS-WORK-EMP-ID " added"
                   SET TABLE-CHANGED TO TRUE
               END-IF
           END-IF.
           IF TABLE-CHANGED
               PERFORM SAVE-TABLE
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "DEDUCT MAINT EMP-ID=" DELIMITED BY SIZE
                   WS-WORK-EMP-ID DELIMITED BY SIZE
                   " PCT=" DELIMITED BY SIZE
                   WS-WORK-PENSION-PCT DELIMITED BY SIZE
                   " FIXED=" DELIMITED BY SIZE
                   WS-WORK-FIXED-AMT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "DEDMAINT", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM
           END-IF.

           LIST-PARA.
           IF WS-DED-USED = 0
               DISPLAY "No deductions on file"
           ELSE
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > WS-DED-USED
                   DISPLAY WS-DD-EMP-ID(WS-DED-SUB) " PENSION "
                       WS-DD-PENSION-PCT(WS-DED-SUB) "% FIXED "
                       WS-DD-FIXED-AMT(WS-DED-SUB) " "
                       WS-DD-FIXED-DESC(WS-DED-SUB)
               END-PERFORM
           END-IF.

           LOOKUP-PARA.
           DISPLAY "Enter employee id: ".
           ACCEPT WS-WORK-EMP-ID.
           PERFORM FIND-DEDUCTION.
           IF DED-FOUND
               DISPLAY "Found " WS-DD-EMP-ID(WS-DED-SUB) " pension "
                   WS-DD-PENSION-PCT(WS-DED-SUB) "% fixed "
                   WS-DD-FIXED-AMT(WS-DED-SUB) " "
                   WS-DD-FIXED-DESC(WS-DED-SUB)
           ELSE
               DISPLAY WS-WORK-EMP-ID " has no deductions on file"
           END-IF.

           SAVE-TABLE.
           OPEN OUTPUT DEDUCTION-FILE.
           IF NOT DED-OK
               MOVE "DEDMAINT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN DEDFILE FOR SAVE, STATUS "
                   DELIMITED BY SIZE
                   WS-DED-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-USED
               MOVE WS-DED-ENTRY(WS-DED-SUB) TO DEDUCTION-RECORD
               WRITE DEDUCTION-RECORD
           END-PERFORM.
           CLOSE DEDUCTION-FILE.
           DISPLAY "Table saved back to DEDFILE".

           COPY ERRHAND.
       END PROGRAM DEDUCTION-MAINT.
