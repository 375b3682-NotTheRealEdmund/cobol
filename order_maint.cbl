      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer order entry and despatch. After an OPERCHK
      *          sign-on the operator can enter an order (customer,
      *          required date, and lines of item and quantity, each
      *          item checked on ITEMFILE) onto ORDFILE under the next
      *          order number, cancel an order (any stock the ORDALLOC
      *          run holds for it is released), look up an order with
      *          its allocations, list the outstanding lines by
      *          required date, and confirm the despatch of an order
      *          whose pick list has come back from the warehouse. A
      *          despatch takes the quantity picked out of each bin
      *          as an issue on STKMOVE, releases the rest of the
      *          bin's allocation, and updates the order line; a line
      *          picked short goes back to the next allocation run.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, giving stock leaving the
      *                warehouse a customer order behind it.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ORDER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-KEY
               ALTERNATE RECORD KEY IS OR-REQ-DATE WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-ORDER-KEY WITH DUPLICATES
               FILE STATUS IS WS-ALLOC-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ORDREC.
       FD  ALLOCATION-FILE.
           COPY ALLOCREC.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05 IT-SKU                PIC X(8).
           05 IT-DESC               PIC X(20).
           05 IT-UOM                PIC X(3).
           05 IT-SUPPLIER           PIC X(6).
       FD  MOVEMENT-FILE.
       01  MOVEMENT-LINE            PIC X(49).
       WORKING-STORAGE SECTION.
           COPY MOVEREC.
           01 WS-ORD-STATUS         PIC X(2).
               88 ORD-OK                VALUE "00".
               88 ORD-EOF               VALUE "10".
               88 ORD-NOT-FOUND         VALUE "35".
           01 WS-ALLOC-STATUS       PIC X(2).
               88 ALLOC-OK              VALUE "00".
               88 ALLOC-EOF             VALUE "10".
               88 ALLOC-NOT-FOUND       VALUE "35".
           01 WS-STOCK-STATUS       PIC X(2).
               88 STOCK-OK              VALUE "00".
           01 WS-ITEM-STATUS        PIC X(2).
               88 ITEM-OK               VALUE "00".
               88 ITEM-EOF              VALUE "10".
           01 WS-MOVE-STATUS        PIC X(2).
               88 MOVE-OK               VALUE "00".
           01 WS-TODAY              PIC X(8).
           01 WS-WORK-ORDER         PIC 9(6).
           01 WS-WORK-CUSTOMER      PIC X(8).
           01 WS-WORK-REQ-DATE      PIC X(8).
           01 WS-WORK-ITEM          PIC X(8).
           01 WS-WORK-QTY           PIC 9(4).
           01 WS-PICKED-QTY         PIC 9(3).
           01 WS-LINE-COUNT         PIC 9(2) VALUE 0.
           01 WS-NEXT-LINE          PIC 9(2).
           01 WS-OPEN-COUNT         PIC 9(2) VALUE 0.
           01 WS-PICK-COUNT         PIC 9(3) VALUE 0.
           01 WS-UNITS-SENT         PIC 9(5) VALUE 0.
           01 WS-RELEASED-COUNT     PIC 9(3) VALUE 0.
           01 WS-LIST-COUNT         PIC 9(5) VALUE 0.
           01 WS-LINES-DONE         PIC X VALUE 'N'.
               88 LINES-DONE            VALUE 'Y'.
           01 WS-ORDER-END          PIC X VALUE 'N'.
               88 ORDER-END             VALUE 'Y'.
           01 WS-SKU-FOUND          PIC X VALUE 'N'.
               88 SKU-ON-MASTER         VALUE 'Y'.
           01 WS-CONFIRM            PIC X(1).
               88 CONFIRMED             VALUE 'Y' 'y'.
           01 WS-MAINT-CHOICE       PIC 9 VALUE 0.
               88 CHOICE-ENTER          VALUE 1.
               88 CHOICE-CANCEL         VALUE 2.
               88 CHOICE-INQUIRY        VALUE 3.
               88 CHOICE-LIST           VALUE 4.
               88 CHOICE-DESPATCH       VALUE 5.
               88 CHOICE-DONE           VALUE 9.
           01 WS-OPERATOR-ID        PIC X(8).
           01 WS-OPERATOR-ROLE      PIC 9(1) VALUE 0.
               88 OPERATOR-IS-SUPER     VALUE 2.
           01 WS-OPER-RESULT        PIC X(1).
               88 OPERATOR-KNOWN        VALUE 'Y'.
               88 OPER-TABLE-MISSING    VALUE 'U'.
           01 WS-SIGNON-TRIES       PIC 9 VALUE 0.
           01 WS-AUDIT-DETAIL       PIC X(56).
           COPY ERRFLDS.
           COPY AUDITEVT.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM UNTIL CHOICE-DONE
               DISPLAY "1 = Enter an order  2 = Cancel an order"
               DISPLAY "3 = Order inquiry  4 = List outstanding lines"
               DISPLAY "5 = Confirm despatch  9 = Done"
               DISPLAY "Select option: "
               ACCEPT WS-MAINT-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-ENTER
                       PERFORM ENTER-ORDER-PARA
                   WHEN CHOICE-CANCEL
                       PERFORM CANCEL-ORDER-PARA
                   WHEN CHOICE-INQUIRY
                       PERFORM INQUIRY-PARA
                   WHEN CHOICE-LIST
                       PERFORM LIST-PARA
                   WHEN CHOICE-DESPATCH
                       PERFORM DESPATCH-PARA
                   WHEN CHOICE-DONE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option"
               END-EVALUATE
           END-PERFORM
           CLOSE ORDER-FILE.
           CLOSE ALLOCATION-FILE.
           CLOSE STOCK-FILE.
           STOP RUN.

      * The order and allocation files are created empty the first
      * time they are not found.
           OPEN-FILES.
           OPEN I-O ORDER-FILE.
           IF ORD-NOT-FOUND
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF.
           IF NOT ORD-OK
               MOVE "ORDMAINT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN ORDFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-ORD-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN I-O ALLOCATION-FILE.
           IF ALLOC-NOT-FOUND
               OPEN OUTPUT ALLOCATION-FILE
               CLOSE ALLOCATION-FILE
               OPEN I-O ALLOCATION-FILE
           END-IF.
           IF NOT ALLOC-OK
               MOVE "ORDMAINT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN ALLOCFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-ALLOC-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN I-O STOCK-FILE.
           IF NOT STOCK-OK
               MOVE "ORDMAINT" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN STOCKFIL, STATUS "
                   DELIMITED BY SIZE
                   WS-STOCK-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

      * Lines are entered until a blank item or the 99th line; an
      * order is only numbered once its first line is accepted.
           ENTER-ORDER-PARA.
           DISPLAY "Enter customer code: ".
           ACCEPT WS-WORK-CUSTOMER.
           DISPLAY "Enter required date (YYYYMMDD): ".
           ACCEPT WS-WORK-REQ-DATE.
           IF WS-WORK-CUSTOMER = SPACES
               DISPLAY "Customer code is required"
           ELSE
           IF WS-WORK-REQ-DATE IS NOT NUMERIC
               DISPLAY "Required date must be 8 digits, YYYYMMDD"
           ELSE
           IF WS-WORK-REQ-DATE < WS-TODAY
               DISPLAY "Required date is already past"
           ELSE
               PERFORM NEXT-ORDER-NUMBER
               MOVE 0 TO WS-LINE-COUNT
               MOVE 'N' TO WS-LINES-DONE
               PERFORM UNTIL LINES-DONE
                   COMPUTE WS-NEXT-LINE = WS-LINE-COUNT + 1
                   DISPLAY "Line " WS-NEXT-LINE
                       " item (blank to finish): "
                   ACCEPT WS-WORK-ITEM
                   IF WS-WORK-ITEM = SPACES
                       SET LINES-DONE TO TRUE
                   ELSE
                       PERFORM ENTER-ORDER-LINE
                       IF WS-LINE-COUNT = 99
                           DISPLAY "Order is full at 99 lines"
                           SET LINES-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LINE-COUNT = 0
                   DISPLAY "No lines entered, order not created"
               ELSE
                   DISPLAY "Order " WS-WORK-ORDER " entered with "
                       WS-LINE-COUNT " line(s)"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ORDER ENTERED NO=" DELIMITED BY SIZE
                       WS-WORK-ORDER DELIMITED BY SIZE
                       " CUST=" DELIMITED BY SIZE
                       WS-WORK-CUSTOMER DELIMITED BY SIZE
                       " LINES=" DELIMITED BY SIZE
                       WS-LINE-COUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "ORDMAINT", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               END-IF
           END-IF
           END-IF
           END-IF.

           ENTER-ORDER-LINE.
           PERFORM CHECK-ITEM.
           IF NOT SKU-ON-MASTER
               DISPLAY "Item " WS-WORK-ITEM " is not on ITEMFILE"
           ELSE
               DISPLAY "Quantity: "
               ACCEPT WS-WORK-QTY
               IF WS-WORK-QTY = 0
                   DISPLAY "Quantity must be above zero"
               ELSE
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-WORK-ORDER TO OR-ORDER-NO
                   MOVE WS-LINE-COUNT TO OR-LINE-NO
                   MOVE WS-WORK-REQ-DATE TO OR-REQ-DATE
                   MOVE WS-WORK-CUSTOMER TO OR-CUSTOMER
                   MOVE WS-WORK-ITEM TO OR-ITEM
                   MOVE WS-WORK-QTY TO OR-QTY
                   MOVE 0 TO OR-ALLOC-QTY OR-SHIPPED-QTY
                   SET OR-OPEN TO TRUE
                   MOVE WS-TODAY TO OR-ORDER-DATE
                   MOVE WS-OPERATOR-ID TO OR-ENTERED-BY
                   WRITE ORDER-LINE-RECORD
                       INVALID KEY
                           MOVE "UNABLE TO ADD TO ORDFILE"
                               TO WS-ERROR-MSG
                           PERFORM ORDER-UPDATE-FAILED
                   END-WRITE
               END-IF
           END-IF.

      * One past the highest order number on file.
           NEXT-ORDER-NUMBER.
           MOVE 0 TO WS-WORK-ORDER.
           MOVE LOW-VALUES TO OR-KEY.
           MOVE SPACES TO WS-ORD-STATUS.
           START ORDER-FILE KEY IS NOT LESS THAN OR-KEY
               INVALID KEY
                   SET ORD-EOF TO TRUE
           END-START.
           PERFORM UNTIL ORD-EOF
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET ORD-EOF TO TRUE
                   NOT AT END
                       MOVE OR-ORDER-NO TO WS-WORK-ORDER
               END-READ
           END-PERFORM.
           ADD 1 TO WS-WORK-ORDER.

           CHECK-ITEM.
           MOVE 'N' TO WS-SKU-FOUND.
           OPEN INPUT ITEM-FILE.
           IF NOT ITEM-OK
               DISPLAY "Unable to open ITEMFILE, status "
                   WS-ITEM-STATUS
           ELSE
               PERFORM UNTIL ITEM-EOF OR SKU-ON-MASTER
                   READ ITEM-FILE
                       AT END
                           SET ITEM-EOF TO TRUE
                       NOT AT END
                           IF IT-SKU = WS-WORK-ITEM
                               SET SKU-ON-MASTER TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

           GET-ORDER-NUMBER.
           DISPLAY "Enter order number: ".
           ACCEPT WS-WORK-ORDER.
           MOVE 0 TO WS-LINE-COUNT WS-OPEN-COUNT.
           PERFORM START-ORDER-LINES.
           PERFORM UNTIL ORDER-END
               PERFORM READ-NEXT-ORDER-LINE
               IF NOT ORDER-END
                   ADD 1 TO WS-LINE-COUNT
                   IF OR-OUTSTANDING
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      * Positions ORDFILE on the first line of WS-WORK-ORDER.
           START-ORDER-LINES.
           MOVE 'N' TO WS-ORDER-END.
           MOVE WS-WORK-ORDER TO OR-ORDER-NO.
           MOVE 0 TO OR-LINE-NO.
           START ORDER-FILE KEY IS NOT LESS THAN OR-KEY
               INVALID KEY
                   SET ORDER-END TO TRUE
           END-START.

           READ-NEXT-ORDER-LINE.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET ORDER-END TO TRUE
               NOT AT END
                   IF OR-ORDER-NO NOT = WS-WORK-ORDER
                       SET ORDER-END TO TRUE
                   END-IF
           END-READ.

      * Positions ALLOCFIL on the first allocation of WS-WORK-ORDER
      * through the order alternate key.
           START-ORDER-ALLOCATIONS.
           MOVE 'N' TO WS-ORDER-END.
           MOVE WS-WORK-ORDER TO AL-ORDER-NO.
           MOVE 0 TO AL-LINE-NO.
           START ALLOCATION-FILE KEY IS NOT LESS THAN AL-ORDER-KEY
               INVALID KEY
                   SET ORDER-END TO TRUE
           END-START.

           READ-NEXT-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   SET ORDER-END TO TRUE
               NOT AT END
                   IF AL-ORDER-NO NOT = WS-WORK-ORDER
                       SET ORDER-END TO TRUE
                   END-IF
           END-READ.

      * Every outstanding line is cancelled and whatever stock is
      * held for the order goes back to the bins; lines already
      * despatched stay as they are.
           CANCEL-ORDER-PARA.
           PERFORM GET-ORDER-NUMBER.
           IF WS-LINE-COUNT = 0
               DISPLAY "Order " WS-WORK-ORDER " is not on file"
           ELSE
           IF WS-OPEN-COUNT = 0
               DISPLAY "Order " WS-WORK-ORDER " has nothing "
                   "outstanding to cancel"
           ELSE
               DISPLAY "Cancel " WS-OPEN-COUNT " outstanding line(s)"
                   " of order " WS-WORK-ORDER "? (Y/N): "
               ACCEPT WS-CONFIRM
               IF CONFIRMED
                   PERFORM RELEASE-ORDER-ALLOCATIONS
                   PERFORM START-ORDER-LINES
                   PERFORM UNTIL ORDER-END
                       PERFORM READ-NEXT-ORDER-LINE
                       IF NOT ORDER-END AND OR-OUTSTANDING
                           SET OR-CANCELLED TO TRUE
                           MOVE 0 TO OR-ALLOC-QTY
                           PERFORM REWRITE-ORDER-LINE
                       END-IF
                   END-PERFORM
                   DISPLAY "Order " WS-WORK-ORDER " cancelled, "
                       WS-RELEASED-COUNT " allocation(s) released"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "ORDER CANCELLED NO=" DELIMITED BY SIZE
                       WS-WORK-ORDER DELIMITED BY SIZE
                       " LINES=" DELIMITED BY SIZE
                       WS-OPEN-COUNT DELIMITED BY SIZE
                       " RELEASED=" DELIMITED BY SIZE
                       WS-RELEASED-COUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "ORDMAINT", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               ELSE
                   DISPLAY "Order not cancelled"
               END-IF
           END-IF
           END-IF.

           RELEASE-ORDER-ALLOCATIONS.
           MOVE 0 TO WS-RELEASED-COUNT.
           PERFORM START-ORDER-ALLOCATIONS.
           PERFORM UNTIL ORDER-END
               PERFORM READ-NEXT-ALLOCATION
               IF NOT ORDER-END
                   PERFORM READ-ALLOCATED-BIN
                   IF STOCK-OK
                       PERFORM RELEASE-BIN-ALLOCATION
                       PERFORM REWRITE-STOCK-BIN
                   END-IF
                   PERFORM DELETE-ALLOCATION
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
           END-PERFORM.

           READ-ALLOCATED-BIN.
           MOVE AL-WH TO ST-WH.
           MOVE AL-BIN TO ST-BIN.
           READ STOCK-FILE
               INVALID KEY
                   DISPLAY "Bin " AL-WH "/" AL-BIN
                       " is no longer on the stock file"
           END-READ.

           RELEASE-BIN-ALLOCATION.
           IF ST-ALLOCATED IS NOT NUMERIC OR ST-ALLOCATED < AL-QTY
               MOVE 0 TO ST-ALLOCATED
           ELSE
               SUBTRACT AL-QTY FROM ST-ALLOCATED
           END-IF.

           REWRITE-STOCK-BIN.
           REWRITE STOCK-RECORD
               INVALID KEY
                   MOVE "ORDMAINT" TO WS-ERROR-PGM
                   STRING "UNABLE TO REWRITE STOCKFIL BIN "
                       DELIMITED BY SIZE
                       ST-WH DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       ST-BIN DELIMITED BY SIZE
                       ", STATUS " DELIMITED BY SIZE
                       WS-STOCK-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
           END-REWRITE.

           DELETE-ALLOCATION.
           DELETE ALLOCATION-FILE RECORD
               INVALID KEY
                   MOVE "ORDMAINT" TO WS-ERROR-PGM
                   STRING "UNABLE TO DELETE ALLOCFIL ORDER "
                       DELIMITED BY SIZE
                       AL-ORDER-NO DELIMITED BY SIZE
                       ", STATUS " DELIMITED BY SIZE
                       WS-ALLOC-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
           END-DELETE.

           REWRITE-ORDER-LINE.
           REWRITE ORDER-LINE-RECORD
               INVALID KEY
                   MOVE "UNABLE TO REWRITE ORDFILE" TO WS-ERROR-MSG
                   PERFORM ORDER-UPDATE-FAILED
           END-REWRITE.

           ORDER-UPDATE-FAILED.
           MOVE "ORDMAINT" TO WS-ERROR-PGM.
           MOVE 12 TO WS-ERROR-CODE.
           PERFORM ABEND-PARA.

           INQUIRY-PARA.
           PERFORM GET-ORDER-NUMBER.
           IF WS-LINE-COUNT = 0
               DISPLAY "Order " WS-WORK-ORDER " is not on file"
           ELSE
               DISPLAY "LN ITEM     ORDERED ALLOC SHIPPED STATUS"
               PERFORM START-ORDER-LINES
               PERFORM UNTIL ORDER-END
                   PERFORM READ-NEXT-ORDER-LINE
                   IF NOT ORDER-END
                       DISPLAY OR-LINE-NO " " OR-ITEM " " OR-QTY
                           "    " OR-ALLOC-QTY "  " OR-SHIPPED-QTY
                           "    " OR-STATUS
                       MOVE OR-CUSTOMER TO WS-WORK-CUSTOMER
                       MOVE OR-REQ-DATE TO WS-WORK-REQ-DATE
                   END-IF
               END-PERFORM
               DISPLAY "Customer " WS-WORK-CUSTOMER " required "
                   WS-WORK-REQ-DATE
               PERFORM START-ORDER-ALLOCATIONS
               PERFORM UNTIL ORDER-END
                   PERFORM READ-NEXT-ALLOCATION
                   IF NOT ORDER-END
                       DISPLAY "  Line " AL-LINE-NO " held in "
                           AL-WH "/" AL-BIN " qty " AL-QTY
                           " status " AL-STATUS
                   END-IF
               END-PERFORM
           END-IF.

           LIST-PARA.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO OR-REQ-DATE.
           MOVE SPACES TO WS-ORD-STATUS.
           START ORDER-FILE KEY IS NOT LESS THAN OR-REQ-DATE
               INVALID KEY
                   SET ORD-EOF TO TRUE
           END-START.
           PERFORM UNTIL ORD-EOF
               READ ORDER-FILE NEXT RECORD
                   AT END
                       SET ORD-EOF TO TRUE
                   NOT AT END
                       IF OR-OUTSTANDING
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY OR-REQ-DATE " " OR-ORDER-NO "/"
                               OR-LINE-NO " " OR-CUSTOMER " "
                               OR-ITEM " " OR-QTY " alloc "
                               OR-ALLOC-QTY " sent "
                               OR-SHIPPED-QTY " " OR-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "No outstanding order lines"
           END-IF.

      * Each allocation printed on a pick list is confirmed with the
      * quantity actually picked; allocations not yet printed wait
      * for the next ORDALLOC run.
           DESPATCH-PARA.
           PERFORM GET-ORDER-NUMBER.
           IF WS-LINE-COUNT = 0
               DISPLAY "Order " WS-WORK-ORDER " is not on file"
           ELSE
               MOVE 0 TO WS-PICK-COUNT WS-UNITS-SENT
               PERFORM START-ORDER-ALLOCATIONS
               PERFORM UNTIL ORDER-END
                   PERFORM READ-NEXT-ALLOCATION
                   IF NOT ORDER-END
                       IF AL-TO-PICK
                           DISPLAY "Line " AL-LINE-NO " " AL-WH "/"
                               AL-BIN " is not on a pick list yet"
                       ELSE
                           PERFORM CONFIRM-ONE-PICK
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PICK-COUNT = 0
                   DISPLAY "Nothing despatched for order "
                       WS-WORK-ORDER
               ELSE
                   DISPLAY "Order " WS-WORK-ORDER ": " WS-PICK-COUNT
                       " pick(s) confirmed, " WS-UNITS-SENT
                       " unit(s) despatched"
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING "DESPATCH ORDER=" DELIMITED BY SIZE
                       WS-WORK-ORDER DELIMITED BY SIZE
                       " PICKS=" DELIMITED BY SIZE
                       WS-PICK-COUNT DELIMITED BY SIZE
                       " UNITS=" DELIMITED BY SIZE
                       WS-UNITS-SENT DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   CALL 'AUDITLOG' USING "ORDMAINT", WS-AUDIT-DETAIL,
                   AUDIT-EVENT-PARM
               END-IF
           END-IF.

           CONFIRM-ONE-PICK.
           DISPLAY "Line " AL-LINE-NO " item " AL-ITEM " from "
               AL-WH "/" AL-BIN ", " AL-QTY " allocated".
           DISPLAY "Quantity picked: ".
           ACCEPT WS-PICKED-QTY.
           PERFORM READ-ALLOCATED-BIN.
           IF WS-PICKED-QTY > AL-QTY
               DISPLAY "REJECTED: more than was allocated, left on "
                   "the pick list"
           ELSE
           IF NOT STOCK-OK
               DISPLAY "REJECTED: left on the pick list"
           ELSE
           IF WS-PICKED-QTY > ST-QTY
               DISPLAY "REJECTED: bin holds only " ST-QTY
                   ", left on the pick list"
           ELSE
               PERFORM DESPATCH-ONE-PICK
           END-IF
           END-IF
           END-IF.

      * The picked quantity leaves the bin as an issue; the whole
      * allocation is released, so anything picked short goes back
      * to the order line for the next allocation run.
           DESPATCH-ONE-PICK.
           SUBTRACT WS-PICKED-QTY FROM ST-QTY.
           PERFORM RELEASE-BIN-ALLOCATION.
           PERFORM REWRITE-STOCK-BIN.
           IF WS-PICKED-QTY > 0
               PERFORM WRITE-MOVEMENT
           END-IF.
           MOVE AL-ORDER-NO TO OR-ORDER-NO.
           MOVE AL-LINE-NO TO OR-LINE-NO.
           READ ORDER-FILE
               INVALID KEY
                   MOVE "ORDER LINE MISSING FOR ALLOCATION"
                       TO WS-ERROR-MSG
                   PERFORM ORDER-UPDATE-FAILED
           END-READ.
           IF OR-ALLOC-QTY < AL-QTY
               MOVE 0 TO OR-ALLOC-QTY
           ELSE
               SUBTRACT AL-QTY FROM OR-ALLOC-QTY
           END-IF.
           ADD WS-PICKED-QTY TO OR-SHIPPED-QTY.
           IF OR-SHIPPED-QTY >= OR-QTY
               SET OR-DESPATCHED TO TRUE
           ELSE
           IF OR-SHIPPED-QTY + OR-ALLOC-QTY >= OR-QTY
               SET OR-ALLOCATED TO TRUE
           ELSE
               SET OR-BACKORDERED TO TRUE
           END-IF
           END-IF.
           PERFORM REWRITE-ORDER-LINE.
           PERFORM DELETE-ALLOCATION.
           ADD 1 TO WS-PICK-COUNT.
           ADD WS-PICKED-QTY TO WS-UNITS-SENT.
           IF WS-PICKED-QTY < AL-QTY
               DISPLAY "Picked short; the rest of line " AL-LINE-NO
                   " goes back for allocation"
           END-IF.

           WRITE-MOVEMENT.
           ACCEPT MV-DATE FROM DATE YYYYMMDD.
           ACCEPT MV-TIME FROM TIME.
           MOVE ST-WH TO MV-WH.
           MOVE ST-BIN TO MV-BIN.
           SET MV-ISSUE TO TRUE.
           MOVE WS-PICKED-QTY TO MV-QTY.
           MOVE ST-QTY TO MV-BALANCE.
           MOVE ST-ITEM TO MV-ITEM.
           MOVE WS-OPERATOR-ID TO MV-USER.
           MOVE 0 TO MV-PO-NUMBER.
           OPEN EXTEND MOVEMENT-FILE.
           IF NOT MOVE-OK
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.
           WRITE MOVEMENT-LINE FROM MOVEMENT-RECORD.
           CLOSE MOVEMENT-FILE.

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
           END-IF.
           MOVE WS-OPERATOR-ID TO AE-USER.

           COPY ERRHAND.
       END PROGRAM CUSTOMER-ORDER-MAINT.
