      * Date:
      * Purpose: One maintenance front end for the three hand-edited
      *          warehouse reference masters - MINSTOCK, CAPFILE, and
      *          COSTFILE - which describe the same warehouse bins
      *          and drift apart when edited separately. The
      *          operator edits a bin's minimum, capacity, and unit
      *          cost side by side, the cross-checks are enforced on
      *          the way in (capacity at least the minimum, a cost
      *          present for any bin that MINSTOCK or STOCKFIL
      *          knows), and an inconsistency report shows what is
      *          wrong with the files as they stand today. Each bin
      *          also carries a reorder quantity (zero orders back up
      *          to twice the minimum), and a supervisor accepts or
      *          rejects the REORDPRP reorder-point proposals on
      *          RORDPROP here, one line at a time.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version; bins with a minimum above
      *                their capacity and stocked bins with no unit
      *                cost were quietly undervaluing VALURPT.
      *   2026-10-15 - Reorder quantity per bin on MINSTOCK; option 4
      *                reviews the REORDPRP proposals under a
      *                supervisor sign-on.
      *   2026-10-15 - STOCKFIL and the three reference masters are
      *                indexed by warehouse code and bin, so each bin
      *                is read and rewritten by key instead of the
      *                whole grid being rewritten, and option 1 adds
      *                a new warehouse or bin (an empty STOCKFIL
      *                record and its reference records) as well as
      *                editing one.
      *   2026-10-15 - A new bin starts with nothing allocated to
      *                customer orders.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAREHOUSE-REF-MAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIN-STOCK-FILE ASSIGN TO "MINSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-MIN-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO "CAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CAP-STATUS.
           SELECT COST-FILE ASSIGN TO "COSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-COST-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "RORDPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-STATUS.
           SELECT CHECK-REPORT ASSIGN TO "WHREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MIN-STOCK-FILE.
           COPY MINREC.
       FD  CAPACITY-FILE.
           COPY CAPREC.
       FD  COST-FILE.
           COPY COSTREC.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  PROPOSAL-FILE.
           COPY REORDREC.
       FD  CHECK-REPORT.
       01  REPORT-LINE             PIC X(80).
       WORKING-STORAGE SECTION.
               88 STOCK-EOF             VALUE "10".
           01 WS-RPT-STATUS         PIC X(2).
               88 RPT-OK                 VALUE "00".
           01 WS-PROP-STATUS        PIC X(2).
               88 PROP-OK               VALUE "00".
               88 PROP-EOF              VALUE "10".
      * The three reference figures and the live stock for the bin
      * in hand, with a flag for each file saying whether the bin
      * already has a record there.
           01 WS-BIN-FIGURES.
               05 WS-BF-MIN             PIC 9(3).
               05 WS-BF-REORDER         PIC 9(3).
               05 WS-BF-CAP             PIC 9(3).
               05 WS-BF-COST            PIC 9(3)V99.
               05 WS-BF-STOCK           PIC 9(3).
               05 WS-BF-ITEM            PIC X(8).
           01 WS-ON-STOCK           PIC X VALUE 'N'.
               88 BIN-ON-STOCK          VALUE 'Y'.
           01 WS-ON-MIN             PIC X VALUE 'N'.
               88 BIN-ON-MIN            VALUE 'Y'.
           01 WS-ON-CAP             PIC X VALUE 'N'.
               88 BIN-ON-CAP            VALUE 'Y'.
           01 WS-ON-COST            PIC X VALUE 'N'.
               88 BIN-ON-COST           VALUE 'Y'.
           01 WS-BIN-COUNT          PIC 9(4) VALUE 0.
           01 WS-WORK-WH            PIC A(2).
           01 WS-WORK-BIN           PIC 9(2).
           01 WS-WORK-MIN           PIC 9(3).
           01 WS-WORK-REORDER       PIC 9(3).
           01 WS-WORK-CAP           PIC 9(3).
           01 WS-WORK-COST          PIC 9(3)V99.
           01 WS-ADD-CONFIRM        PIC X VALUE 'N'.
               88 ADD-CONFIRMED         VALUES 'Y', 'y'.
           01 WS-EDIT-VALID         PIC X VALUE 'Y'.
               88 EDIT-IS-VALID         VALUE 'Y'.
           01 WS-PROBLEM-COUNT      PIC 9(3) VALUE 0.
               88 CHOICE-EDIT           VALUE 1.
               88 CHOICE-LIST           VALUE 2.
               88 CHOICE-CHECK          VALUE 3.
               88 CHOICE-PROPOSALS      VALUE 4.
               88 CHOICE-DONE           VALUE 9.
      * The proposals from the last REORDPRP run, held so that the
      * decisions can be written back over the file.
           01 WS-PROP-TABLE.
               05 WS-PROP-ENTRY OCCURS 500 TIMES.
                   10 WS-PROP-DATA      PIC X(62).
           01 WS-PROP-USED          PIC 9(3) VALUE 0.
           01 WS-PROP-SUB           PIC 9(3).
           01 WS-PROP-DECISION      PIC X(1).
               88 DECISION-ACCEPT       VALUES 'A', 'a'.
               88 DECISION-REJECT       VALUES 'R', 'r'.
           01 WS-PROP-CHANGED       PIC X VALUE 'N'.
               88 PROPOSALS-CHANGED     VALUE 'Y'.
           01 WS-PENDING-COUNT      PIC 9(3) VALUE 0.
           01 WS-TODAY              PIC X(8).
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
               88 OPERATOR-IS-SUPER     VALUE 2.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           01 WS-AUDIT-DETAIL       PIC X(56).
           01 WS-AUDIT-ACTION       PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-ALL-FILES.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Edit or add a bin  2 = List the bins"
               DISPLAY "3 = Inconsistency report  "
                   "4 = Review reorder proposals  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                       PERFORM LIST-PARA
                   WHEN CHOICE-CHECK
                       PERFORM CHECK-REPORT-PARA
                   WHEN CHOICE-PROPOSALS
                       PERFORM PROPOSAL-REVIEW-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           CLOSE STOCK-FILE MIN-STOCK-FILE CAPACITY-FILE COST-FILE.
           STOP RUN.

      * The four files stay open for update for the whole session;
      * every change is a keyed read and rewrite of the one bin.
           OPEN-ALL-FILES.
           OPEN I-O STOCK-FILE.
           IF NOT STOCK-OK
               MOVE "WHREFMNT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STOCKFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-STOCK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN I-O MIN-STOCK-FILE.
           IF NOT MIN-OK
               MOVE "WHREFMNT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN MINSTOCK, STATUS "
                   DELIMITED BY SIZE
                   WS-MIN-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN I-O CAPACITY-FILE.
           IF NOT CAP-OK
               MOVE "WHREFMNT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN CAPFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-CAP-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN I-O COST-FILE.
           IF NOT COST-OK
               MOVE "WHREFMNT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN COSTFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-COST-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

      * STOCKFIL carries the authoritative list of bins; the bin in
      * WS-WORK-WH/WS-WORK-BIN is read from it and then its three
      * reference records. A reference record not yet on file reads
      * as zero.
           READ-STOCK-BIN.
           MOVE WS-WORK-WH TO ST-WH.
           MOVE WS-WORK-BIN TO ST-BIN.
           READ STOCK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-STOCK
                   MOVE 0 TO WS-BF-STOCK
                   MOVE SPACES TO WS-BF-ITEM
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-STOCK
                   MOVE ST-QTY TO WS-BF-STOCK
                   MOVE ST-ITEM TO WS-BF-ITEM
           END-READ.

           READ-REF-FIGURES.
           MOVE WS-WORK-WH TO MR-WH CP-WH CO-WH.
           MOVE WS-WORK-BIN TO MR-BIN CP-BIN CO-BIN.
           READ MIN-STOCK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-MIN
                   MOVE 0 TO WS-BF-MIN WS-BF-REORDER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-MIN
                   MOVE MR-MIN TO WS-BF-MIN
                   MOVE MR-REORDER-QTY TO WS-BF-REORDER
           END-READ.
           READ CAPACITY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-CAP
                   MOVE 0 TO WS-BF-CAP
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-CAP
                   MOVE CP-CAPACITY TO WS-BF-CAP
           END-READ.
           READ COST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ON-COST
                   MOVE 0 TO WS-BF-COST
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-COST
                   MOVE CO-UNIT-COST TO WS-BF-COST
           END-READ.

      * A bin not yet on STOCKFIL is added, after confirmation, as
      * an empty bin holding no item; SUBSCRPT will only move stock
      * through bins that are on file.
           EDIT-BIN-PARA.
           DISPLAY "Warehouse code (2 characters): ".
           ACCEPT WS-WORK-WH.
           DISPLAY "Bin (01-99): ".
           ACCEPT WS-WORK-BIN.
           IF WS-WORK-WH = SPACES OR WS-WORK-BIN = 0
               DISPLAY "A warehouse code and a bin from 01 to 99 "
                   "are needed"
           ELSE
               PERFORM READ-STOCK-BIN
               MOVE 'Y' TO WS-ADD-CONFIRM
               IF NOT BIN-ON-STOCK
                   DISPLAY WS-WORK-WH "/" WS-WORK-BIN
                       " is not on the stock file, add it? (Y/N): "
                   ACCEPT WS-ADD-CONFIRM
               END-IF
               IF ADD-CONFIRMED
                   PERFORM READ-REF-FIGURES
                   PERFORM EDIT-ONE-BIN
               END-IF
           END-IF.

           EDIT-ONE-BIN.
           DISPLAY "Bin holds " WS-BF-STOCK " of " WS-BF-ITEM
               ", minimum " WS-BF-MIN
               ", reorder quantity " WS-BF-REORDER
               ", capacity " WS-BF-CAP
               ", cost " WS-BF-COST.
           DISPLAY "New minimum: ".
           ACCEPT WS-WORK-MIN.
           DISPLAY "New reorder quantity (0 = twice the minimum): ".
           ACCEPT WS-WORK-REORDER.
           DISPLAY "New capacity: ".
           ACCEPT WS-WORK-CAP.
           DISPLAY "New unit cost (pounds.pence): ".
               MOVE 'N' TO WS-EDIT-VALID
           END-IF.
           IF EDIT-IS-VALID AND WS-WORK-COST = 0
                   AND (WS-WORK-MIN > 0 OR WS-BF-STOCK > 0)
               DISPLAY "REJECTED: a bin with stock or a minimum "
                   "needs a unit cost"
               MOVE 'N' TO WS-EDIT-VALID
           END-IF.
           IF EDIT-IS-VALID
               MOVE WS-WORK-MIN TO WS-BF-MIN
               MOVE WS-WORK-REORDER TO WS-BF-REORDER
               MOVE WS-WORK-CAP TO WS-BF-CAP
               MOVE WS-WORK-COST TO WS-BF-COST
               IF NOT BIN-ON-STOCK
                   PERFORM ADD-STOCK-BIN
                   MOVE "ADD" TO WS-AUDIT-ACTION
               ELSE
                   MOVE "EDIT" TO WS-AUDIT-ACTION
               END-IF
               PERFORM SAVE-MIN-RECORD
               PERFORM SAVE-CAP-RECORD
               PERFORM SAVE-COST-RECORD
               DISPLAY "Bin reference figures saved"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "WHREF " DELIMITED BY SIZE
                   WS-AUDIT-ACTION DELIMITED BY SPACE
                   " WH=" DELIMITED BY SIZE
                   WS-WORK-WH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-WORK-BIN DELIMITED BY SIZE
                   " MIN=" DELIMITED BY SIZE
                   WS-WORK-MIN DELIMITED BY SIZE
                   " QTY=" DELIMITED BY SIZE
                   WS-WORK-REORDER DELIMITED BY SIZE
                   " CAP=" DELIMITED BY SIZE
                   WS-WORK-CAP DELIMITED BY SIZE
                   " COST=" DELIMITED BY SIZE
           END-IF.

           LIST-PARA.
           MOVE 0 TO WS-BIN-COUNT.
           MOVE LOW-VALUES TO ST-KEY.
           START STOCK-FILE KEY IS NOT LESS THAN ST-KEY
               INVALID KEY
                   SET STOCK-EOF TO TRUE
           END-START.
           PERFORM UNTIL STOCK-EOF
               READ STOCK-FILE NEXT RECORD
                   AT END
                       SET STOCK-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BIN-COUNT
                       MOVE ST-WH TO WS-WORK-WH
                       MOVE ST-BIN TO WS-WORK-BIN
                       PERFORM READ-REF-FIGURES
                       DISPLAY ST-WH "/" ST-BIN " " ST-ITEM
                           " STOCK " ST-QTY
                           " MIN " WS-BF-MIN
                           " QTY " WS-BF-REORDER
                           " CAP " WS-BF-CAP
                           " COST " WS-BF-COST
               END-READ
           END-PERFORM.
           IF WS-BIN-COUNT = 0
               DISPLAY "No bins are on the stock file"
           END-IF.

           CHECK-REPORT-PARA.
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-PROBLEM-COUNT.
           MOVE LOW-VALUES TO ST-KEY.
           START STOCK-FILE KEY IS NOT LESS THAN ST-KEY
               INVALID KEY
                   SET STOCK-EOF TO TRUE
           END-START.
           PERFORM UNTIL STOCK-EOF
               READ STOCK-FILE NEXT RECORD
                   AT END
                       SET STOCK-EOF TO TRUE
                   NOT AT END
                       MOVE ST-WH TO WS-WORK-WH
                       MOVE ST-BIN TO WS-WORK-BIN
                       MOVE ST-QTY TO WS-BF-STOCK
                       PERFORM READ-REF-FIGURES
                       PERFORM CHECK-ONE-BIN
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "INCONSISTENCIES FOUND: " DELIMITED BY SIZE
               AUDIT-EVENT-PARM.

           CHECK-ONE-BIN.
           IF WS-BF-CAP < WS-BF-MIN
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-WORK-WH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-WORK-BIN DELIMITED BY SIZE
                   " CAPACITY BELOW MINIMUM" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-BF-COST = 0
                   AND (WS-BF-MIN > 0 OR WS-BF-STOCK > 0)
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-WORK-WH DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-WORK-BIN DELIMITED BY SIZE
                   " STOCK OR MINIMUM BUT NO UNIT COST"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Reorder-point proposals are supervisor-only. Each pending
      * line is shown with its usage figures; an accepted line sets
      * the bin's minimum and reorder quantity, but not past the
      * bin's capacity - that has to be raised first with option 1.
      * Decisions are stamped with the operator and date and the
      * whole proposal file is written back.
           PROPOSAL-REVIEW-PARA.
           DISPLAY "Supervisor operator id: ".
           ACCEPT WS-OPERATOR-ID.
           CALL 'OPERCHK' USING WS-OPERATOR-ID, WS-OPERATOR-ROLE,
               WS-OPER-RESULT.
           IF OPER-TABLE-MISSING
               DISPLAY "Operator file unavailable, role checks "
                   "are off for this session"
               MOVE 2 TO WS-OPERATOR-ROLE
           END-IF.
           IF NOT OPERATOR-KNOWN AND NOT OPER-TABLE-MISSING
               DISPLAY "Id or password not accepted, sign-on refused"
           ELSE
           IF NOT OPERATOR-IS-SUPER
               DISPLAY "Reorder proposals need a supervisor sign-on"
           ELSE
               MOVE WS-OPERATOR-ID TO AE-USER
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM LOAD-PROPOSALS
               MOVE 'N' TO WS-PROP-CHANGED
               MOVE 0 TO WS-PENDING-COUNT
               PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                       UNTIL WS-PROP-SUB > WS-PROP-USED
                   MOVE WS-PROP-DATA(WS-PROP-SUB)
                       TO REORDER-PROPOSAL-RECORD
                   IF RO-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM REVIEW-ONE-PROPOSAL
                   END-IF
               END-PERFORM
               IF WS-PENDING-COUNT = 0
                   DISPLAY "No reorder proposals are pending"
               END-IF
               IF PROPOSALS-CHANGED
                   PERFORM SAVE-PROPOSALS
               END-IF
               MOVE SPACES TO AE-USER
           END-IF
           END-IF.

           LOAD-PROPOSALS.
           MOVE 0 TO WS-PROP-USED.
           OPEN INPUT PROPOSAL-FILE.
           IF NOT PROP-OK
               DISPLAY "No RORDPROP file, run REORDPRP first"
           ELSE
               PERFORM UNTIL PROP-EOF OR WS-PROP-USED = 500
                   READ PROPOSAL-FILE
                       AT END
                           SET PROP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PROP-USED
                           MOVE REORDER-PROPOSAL-RECORD
                               TO WS-PROP-DATA(WS-PROP-USED)
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

           REVIEW-ONE-PROPOSAL.
           DISPLAY RO-WH "/" RO-BIN " " RO-ITEM
               " AVG/DAY " RO-AVG-USAGE " SD " RO-SD-USAGE
               " LEAD " RO-LEAD-DAYS.
           DISPLAY "  MIN " RO-CUR-MIN " -> " RO-NEW-MIN
               "  REORDER QTY " RO-CUR-QTY " -> " RO-NEW-QTY
               "  (QTY 0 = TWICE THE MINIMUM)".
           DISPLAY "A = Accept  R = Reject  other = leave pending: ".
           ACCEPT WS-PROP-DECISION.
           MOVE RO-WH TO WS-WORK-WH.
           MOVE RO-BIN TO WS-WORK-BIN.
           PERFORM READ-STOCK-BIN.
           IF DECISION-ACCEPT
               IF NOT BIN-ON-STOCK
                   DISPLAY "REFUSED: " RO-WH "/" RO-BIN " is no "
                       "longer on the stock file"
               ELSE
               PERFORM READ-REF-FIGURES
               IF RO-NEW-MIN > WS-BF-CAP
                   DISPLAY "REFUSED: the new minimum is above the "
                       "bin capacity of " WS-BF-CAP
                       ", raise the capacity first"
               ELSE
                   MOVE RO-NEW-MIN TO WS-BF-MIN
                   MOVE RO-NEW-QTY TO WS-BF-REORDER
                   PERFORM SAVE-MIN-RECORD
                   SET RO-ACCEPTED TO TRUE
                   PERFORM STAMP-PROPOSAL
                   DISPLAY "Accepted, MINSTOCK updated"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "REORDER ACCEPT WH=" DELIMITED BY SIZE
                       RO-WH DELIMITED BY SIZE
                       " BIN=" DELIMITED BY SIZE
                       RO-BIN DELIMITED BY SIZE
                       " MIN=" DELIMITED BY SIZE
                       RO-NEW-MIN DELIMITED BY SIZE
                       " QTY=" DELIMITED BY SIZE
                       RO-NEW-QTY DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "WHREFMNT", WS-AUDIT-DETAIL,
                       AUDIT-EVENT-PARM
               END-IF
               END-IF
           ELSE
           IF DECISION-REJECT
               SET RO-REJECTED TO TRUE
               PERFORM STAMP-PROPOSAL
               DISPLAY "Rejected"
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING "REORDER REJECT WH=" DELIMITED BY SIZE
                   RO-WH DELIMITED BY SIZE
                   " BIN=" DELIMITED BY SIZE
                   RO-BIN DELIMITED BY SIZE
                   " ITEM=" DELIMITED BY SIZE
                   RO-ITEM DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               CALL 'AUDITLOG' USING "WHREFMNT", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
           END-IF
           END-IF.

           STAMP-PROPOSAL.
           MOVE WS-OPERATOR-ID TO RO-DECIDED-BY.
           MOVE WS-TODAY TO RO-DECIDED-ON.
           MOVE REORDER-PROPOSAL-RECORD TO WS-PROP-DATA(WS-PROP-SUB).
           MOVE 'Y' TO WS-PROP-CHANGED.

           SAVE-PROPOSALS.
           OPEN OUTPUT PROPOSAL-FILE.
           IF NOT PROP-OK
               MOVE "WHREFMNT" TO WS-ERROR-PGM
               MOVE "UNABLE TO REWRITE RORDPROP" TO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROP-USED
               MOVE WS-PROP-DATA(WS-PROP-SUB)
                   TO REORDER-PROPOSAL-RECORD
               WRITE REORDER-PROPOSAL-RECORD
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

      * Each reference file is rewritten for the one bin, or the
      * record is added when the bin had none there.
           SAVE-MIN-RECORD.
           MOVE WS-WORK-WH TO MR-WH.
           MOVE WS-WORK-BIN TO MR-BIN.
           MOVE WS-BF-MIN TO MR-MIN.
           MOVE WS-BF-REORDER TO MR-REORDER-QTY.
           IF BIN-ON-MIN
               REWRITE MIN-STOCK-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE MINSTOCK"
                           TO WS-ERROR-MSG
                       PERFORM REF-UPDATE-FAILED
               END-REWRITE
           ELSE
               WRITE MIN-STOCK-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO ADD TO MINSTOCK"
                           TO WS-ERROR-MSG
                       PERFORM REF-UPDATE-FAILED
               END-WRITE
               MOVE 'Y' TO WS-ON-MIN
           END-IF.

           SAVE-CAP-RECORD.
           MOVE WS-WORK-WH TO CP-WH.
           MOVE WS-WORK-BIN TO CP-BIN.
           MOVE WS-BF-CAP TO CP-CAPACITY.
           IF BIN-ON-CAP
               REWRITE CAPACITY-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE CAPFILE"
                           TO WS-ERROR-MSG
                       PERFORM REF-UPDATE-FAILED
               END-REWRITE
           ELSE
               WRITE CAPACITY-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO ADD TO CAPFILE"
                           TO WS-ERROR-MSG
                       PERFORM REF-UPDATE-FAILED
               END-WRITE
               MOVE 'Y' TO WS-ON-CAP
           END-IF.

           SAVE-COST-RECORD.
           MOVE WS-WORK-WH TO CO-WH.
           MOVE WS-WORK-BIN TO CO-BIN.
           MOVE WS-BF-COST TO CO-UNIT-COST.
           IF BIN-ON-COST
               REWRITE COST-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO REWRITE COSTFILE"
                           TO WS-ERROR-MSG
                       PERFORM REF-UPDATE-FAILED
               END-REWRITE
           ELSE
               WRITE COST-RECORD
                   INVALID KEY
                       MOVE "UNABLE TO ADD TO COSTFILE"
                           TO WS-ERROR-MSG
                       PERFORM REF-UPDATE-FAILED
               END-WRITE
               MOVE 'Y' TO WS-ON-COST
           END-IF.

           ADD-STOCK-BIN.
           MOVE WS-WORK-WH TO ST-WH.
           MOVE WS-WORK-BIN TO ST-BIN.
           MOVE 0 TO ST-QTY ST-ALLOCATED.
           MOVE SPACES TO ST-ITEM.
           WRITE STOCK-RECORD
               INVALID KEY
                   MOVE "UNABLE TO ADD TO STOCKFIL" TO WS-ERROR-MSG
                   PERFORM REF-UPDATE-FAILED
           END-WRITE.
           MOVE 'Y' TO WS-ON-STOCK.

           REF-UPDATE-FAILED.
           MOVE "WHREFMNT" TO WS-ERROR-PGM.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

           COPY ERRHAND.
       END PROGRAM WAREHOUSE-REF-MAINT.
