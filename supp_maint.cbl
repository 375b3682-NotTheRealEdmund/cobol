      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier master maintenance. Loads the supplier
      *          table from SUPPFILE at startup and lets the operator
      *          add, update, deactivate, list, and look up suppliers
      *          (code, name, payment terms in days, payables
      *          account, active flag, lead time in business days),
      *          saving the table back to the file after each
      *          change. The payables account must
      *          be active on ACCTFILE. Purchase orders are confirmed
      *          against this file by POMAINT and supplier invoices
      *          matched against it by APMATCH.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, giving purchase orders and
      *                supplier invoices a supplier to belong to.
      *   2026-10-15 - Suppliers carry a lead time in business days
      *                for the usage-based reorder proposals.
      *   2026-10-15 - ACCOUNT-RECORD comes from the ACCTREC copybook;
      *                ACCTFILE is read with the account type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
           COPY SUPPREC.
       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
           01 WS-SUPP-TABLE.
               05 WS-SUPP-ENTRY OCCURS 100 TIMES.
                   10 WS-SU-CODE        PIC X(6).
                   10 WS-SU-NAME        PIC X(20).
                   10 WS-SU-TERMS-DAYS  PIC 9(3).
                   10 WS-SU-PAY-ACCOUNT PIC 9(4).
                   10 WS-SU-ACTIVE      PIC X(1).
                   10 WS-SU-LEAD-DAYS   PIC 9(3).
           01 WS-SUPP-USED          PIC 9(3) VALUE 0.
           01 WS-SUPP-SUB           PIC 9(3).
           01 WS-SUPP-STATUS        PIC X(2).
               88 SUPP-OK               VALUE "00".
               88 SUPP-EOF              VALUE "10".
           01 WS-ACCT-STATUS        PIC X(2).
               88 ACCT-OK               VALUE "00".
               88 ACCT-EOF              VALUE "10".
           01 WS-ACCT-CHECK         PIC X VALUE 'N'.
               88 ACCOUNT-CHECKED       VALUE 'Y'.
               88 ACCOUNT-UNKNOWN       VALUE 'U'.
           01 WS-WORK-CODE          PIC X(6).
           01 WS-WORK-NAME          PIC X(20).
           01 WS-WORK-TERMS         PIC 9(3).
           01 WS-WORK-ACCOUNT       PIC 9(4).
           01 WS-WORK-LEAD          PIC 9(3).
           01 WS-FOUND              PIC X VALUE 'N'.
               88 SUPP-FOUND            VALUE 'Y'.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-ADD-UPDATE     VALUE 1.
               88 CHOICE-DEACTIVATE     VALUE 2.
               88 CHOICE-LIST           VALUE 3.
               88 CHOICE-LOOKUP         VALUE 4.
               88 CHOICE-DONE           VALUE 9.
           01 WS-AUDIT-DETAIL       PIC X(56).
           COPY ERRFLDS.
           COPY AUDITEVT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-TABLE.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Add/update a supplier  2 = Deactivate"
               DISPLAY "3 = List all  4 = Look up a code  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ADD-UPDATE
                       PERFORM ADD-UPDATE-PARA
                   WHEN CHOICE-DEACTIVATE
                       PERFORM DEACTIVATE-PARA
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
           OPEN INPUT SUPPLIER-FILE.
           IF NOT SUPP-OK
               DISPLAY "Unable to open SUPPFILE, starting with an "
                   "empty table"
           ELSE
               PERFORM UNTIL SUPP-EOF OR WS-SUPP-USED = 100
                   READ SUPPLIER-FILE
                       AT END
                           SET SUPP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUPP-USED
                           MOVE SU-CODE
                               TO WS-SU-CODE(WS-SUPP-USED)
                           MOVE SU-NAME
                               TO WS-SU-NAME(WS-SUPP-USED)
                           MOVE SU-TERMS-DAYS
                               TO WS-SU-TERMS-DAYS(WS-SUPP-USED)
                           MOVE SU-PAY-ACCOUNT
                               TO WS-SU-PAY-ACCOUNT(WS-SUPP-USED)
                           MOVE SU-ACTIVE
                               TO WS-SU-ACTIVE(WS-SUPP-USED)
                           IF SU-LEAD-DAYS IS NUMERIC
                               MOVE SU-LEAD-DAYS
                                   TO WS-SU-LEAD-DAYS(WS-SUPP-USED)
                           ELSE
                               MOVE 0 TO WS-SU-LEAD-DAYS(WS-SUPP-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF.

           FIND-SUPPLIER.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-USED OR SUPP-FOUND
               IF WS-SU-CODE(WS-SUPP-SUB) = WS-WORK-CODE
                   SET SUPP-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SUPP-SUB
               END-IF
           END-PERFORM.

           ADD-UPDATE-PARA.
           DISPLAY "Enter supplier code (up to 6 characters): ".
           ACCEPT WS-WORK-CODE.
           DISPLAY "Enter supplier name: ".
           ACCEPT WS-WORK-NAME.
           DISPLAY "Enter payment terms in days: ".
           ACCEPT WS-WORK-TERMS.
           DISPLAY "Enter 4-digit payables account: ".
           ACCEPT WS-WORK-ACCOUNT.
           DISPLAY "Enter lead time in business days: ".
           ACCEPT WS-WORK-LEAD.
           PERFORM CHECK-ACCOUNT.
           IF WS-WORK-CODE = SPACES
               DISPLAY "Supplier code is required"
           ELSE
           IF ACCOUNT-UNKNOWN
               DISPLAY "Account " WS-WORK-ACCOUNT " is not an "
                   "active account on ACCTFILE, supplier not saved"
           ELSE
               PERFORM FIND-SUPPLIER
               IF SUPP-FOUND
                   MOVE WS-WORK-NAME TO WS-SU-NAME(WS-SUPP-SUB)
                   MOVE WS-WORK-TERMS
                       TO WS-SU-TERMS-DAYS(WS-SUPP-SUB)
                   MOVE WS-WORK-ACCOUNT
                       TO WS-SU-PAY-ACCOUNT(WS-SUPP-SUB)
                   MOVE WS-WORK-LEAD TO WS-SU-LEAD-DAYS(WS-SUPP-SUB)
                   MOVE 'Y' TO WS-SU-ACTIVE(WS-SUPP-SUB)
                   DISPLAY "Supplier " WS-WORK-CODE " updated"
                   PERFORM SAVE-AND-AUDIT
               ELSE
                   IF WS-SUPP-USED = 100
                       DISPLAY "Supplier table is full"
                   ELSE
                       ADD 1 TO WS-SUPP-USED
                       MOVE WS-WORK-CODE TO WS-SU-CODE(WS-SUPP-USED)
                       MOVE WS-WORK-NAME TO WS-SU-NAME(WS-SUPP-USED)
                       MOVE WS-WORK-TERMS
                           TO WS-SU-TERMS-DAYS(WS-SUPP-USED)
                       MOVE WS-WORK-ACCOUNT
                           TO WS-SU-PAY-ACCOUNT(WS-SUPP-USED)
                       MOVE WS-WORK-LEAD
                           TO WS-SU-LEAD-DAYS(WS-SUPP-USED)
                       MOVE 'Y' TO WS-SU-ACTIVE(WS-SUPP-USED)
                       DISPLAY "Supplier " WS-WORK-CODE " added"
                       PERFORM SAVE-AND-AUDIT
                   END-IF
               END-IF
           END-IF
           END-IF.

           SAVE-AND-AUDIT.
           PERFORM SAVE-TABLE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "SUPP MAINT CODE=" DELIMITED BY SIZE
               WS-WORK-CODE DELIMITED BY SIZE
               " ACCT=" DELIMITED BY SIZE
               WS-WORK-ACCOUNT DELIMITED BY SIZE
               " TERMS=" DELIMITED BY SIZE
               WS-WORK-TERMS DELIMITED BY SIZE
               " LEAD=" DELIMITED BY SIZE
               WS-WORK-LEAD DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           CALL 'AUDITLOG' USING "SUPPMNT ", WS-AUDIT-DETAIL,
           AUDIT-EVENT-PARM.

      * The payables account must be active on ACCTFILE. With no
      * account master the code is taken as keyed, the way ADDTWO
      * runs without one.
           CHECK-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-CHECK.
           OPEN INPUT ACCOUNT-FILE.
           IF NOT ACCT-OK
               DISPLAY "Unable to open ACCTFILE, account "
                   WS-WORK-ACCOUNT " not checked"
           ELSE
               MOVE 'U' TO WS-ACCT-CHECK
               PERFORM UNTIL ACCT-EOF OR ACCOUNT-CHECKED
                   READ ACCOUNT-FILE
                       AT END
                           SET ACCT-EOF TO TRUE
                       NOT AT END
                           IF AM-ACCOUNT = WS-WORK-ACCOUNT
                                   AND AM-ACTIVE = 'Y'
                               SET ACCOUNT-CHECKED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.

           DEACTIVATE-PARA.
           DISPLAY "Enter supplier code (up to 6 characters): ".
           ACCEPT WS-WORK-CODE.
           PERFORM FIND-SUPPLIER.
           IF NOT SUPP-FOUND
               DISPLAY WS-WORK-CODE " is not on file"
           ELSE
               MOVE 'N' TO WS-SU-ACTIVE(WS-SUPP-SUB)
               PERFORM SAVE-TABLE
               DISPLAY "Supplier " WS-WORK-CODE " deactivated"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "SUPP DEACTIVATED CODE=" DELIMITED BY SIZE
                   WS-WORK-CODE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "SUPPMNT ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM
           END-IF.

           LIST-PARA.
           IF WS-SUPP-USED = 0
               DISPLAY "No suppliers on file"
           ELSE
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                       UNTIL WS-SUPP-SUB > WS-SUPP-USED
                   DISPLAY WS-SU-CODE(WS-SUPP-SUB) " "
                       WS-SU-NAME(WS-SUPP-SUB) " "
                       WS-SU-TERMS-DAYS(WS-SUPP-SUB) " "
                       WS-SU-PAY-ACCOUNT(WS-SUPP-SUB) " "
                       WS-SU-ACTIVE(WS-SUPP-SUB) " "
                       WS-SU-LEAD-DAYS(WS-SUPP-SUB)
               END-PERFORM
           END-IF.

           LOOKUP-PARA.
           DISPLAY "Enter supplier code (up to 6 characters): ".
           ACCEPT WS-WORK-CODE.
           PERFORM FIND-SUPPLIER.
           IF SUPP-FOUND
               DISPLAY "Found " WS-SU-CODE(WS-SUPP-SUB) " "
                   WS-SU-NAME(WS-SUPP-SUB) " terms "
                   WS-SU-TERMS-DAYS(WS-SUPP-SUB) " days account "
                   WS-SU-PAY-ACCOUNT(WS-SUPP-SUB) " active "
                   WS-SU-ACTIVE(WS-SUPP-SUB) " lead "
                   WS-SU-LEAD-DAYS(WS-SUPP-SUB) " days"
           ELSE
               DISPLAY WS-WORK-CODE " was not found in the table"
           END-IF.

           SAVE-TABLE.
           OPEN OUTPUT SUPPLIER-FILE.
           IF NOT SUPP-OK
               MOVE "SUPPMNT " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN SUPPFILE FOR SAVE, STATUS "
                   DELIMITED BY SIZE
                   WS-SUPP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-USED
               MOVE WS-SU-CODE(WS-SUPP-SUB) TO SU-CODE
               MOVE WS-SU-NAME(WS-SUPP-SUB) TO SU-NAME
               MOVE WS-SU-TERMS-DAYS(WS-SUPP-SUB) TO SU-TERMS-DAYS
               MOVE WS-SU-PAY-ACCOUNT(WS-SUPP-SUB) TO SU-PAY-ACCOUNT
               MOVE WS-SU-ACTIVE(WS-SUPP-SUB) TO SU-ACTIVE
               MOVE WS-SU-LEAD-DAYS(WS-SUPP-SUB) TO SU-LEAD-DAYS
               WRITE SUPPLIER-RECORD
           END-PERFORM.
           CLOSE SUPPLIER-FILE.
           DISPLAY "Table saved back to SUPPFILE".

           COPY ERRHAND.
       END PROGRAM SUPPLIER-MAINT.
