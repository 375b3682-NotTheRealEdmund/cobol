      * Purpose: Item master maintenance. Loads the item table from
      *          ITEMFILE at startup and lets the operator add,
      *          update, list, and look up items (SKU, description,
      *          unit of measure, usual supplier), saving the table
      *          back to the file after each change. SUBSCRIPT
      *          validates the item on every receipt, issue, and
      *          count against this file, and puts the usual
      *          supplier on the orders its low-stock run suggests.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version, giving the stock ledger an item
      *                identity instead of an anonymous quantity per
      *                bin.
      *   2026-10-15 - Items carry their usual supplier, checked
      *                against the SUPPFILE supplier master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MAINT.
           SELECT ITEM-FILE ASSIGN TO "ITEMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
           05 IT-SKU                PIC X(8).
           05 IT-DESC               PIC X(20).
           05 IT-UOM                PIC X(3).
           05 IT-SUPPLIER           PIC X(6).
       FD  SUPPLIER-FILE.
           COPY SUPPREC.
       WORKING-STORAGE SECTION.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 50 TIMES.
                   10 WS-IT-SKU         PIC X(8).
                   10 WS-IT-DESC        PIC X(20).
                   10 WS-IT-UOM         PIC X(3).
                   10 WS-IT-SUPPLIER    PIC X(6).
           01 WS-ITEM-USED          PIC 9(2) VALUE 0.
           01 WS-ITEM-SUB           PIC 9(2).
           01 WS-ITEM-STATUS        PIC X(2).
           01 WS-WORK-SKU           PIC X(8).
           01 WS-WORK-DESC          PIC X(20).
           01 WS-WORK-UOM           PIC X(3).
           01 WS-WORK-SUPPLIER      PIC X(6).
           01 WS-SUPP-STATUS        PIC X(2).
               88 SUPP-OK               VALUE "00".
               88 SUPP-EOF              VALUE "10".
           01 WS-SUPP-CHECK         PIC X VALUE 'N'.
               88 SUPPLIER-CHECKED      VALUE 'Y'.
               88 SUPPLIER-UNKNOWN      VALUE 'U'.
           01 WS-FOUND              PIC X VALUE 'N'.
               88 ITEM-FOUND            VALUE 'Y'.
           01 WS-CHANGED            PIC X VALUE 'N'.
                               TO WS-IT-DESC(WS-ITEM-USED)
                           MOVE IT-UOM
                               TO WS-IT-UOM(WS-ITEM-USED)
                           MOVE IT-SUPPLIER
                               TO WS-IT-SUPPLIER(WS-ITEM-USED)
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           ACCEPT WS-WORK-DESC.
           DISPLAY "Enter unit of measure (3 characters): ".
           ACCEPT WS-WORK-UOM.
           DISPLAY "Enter usual supplier code (blank for none): ".
           ACCEPT WS-WORK-SUPPLIER.
           PERFORM CHECK-SUPPLIER.
           PERFORM FIND-ITEM.
           MOVE 'N' TO WS-CHANGED.
           IF SUPPLIER-UNKNOWN
               DISPLAY "Supplier " WS-WORK-SUPPLIER " is not an "
                   "active supplier on SUPPFILE, item not saved"
           ELSE
           IF ITEM-FOUND
               MOVE WS-WORK-DESC TO WS-IT-DESC(WS-ITEM-SUB)
               MOVE WS-WORK-UOM TO WS-IT-UOM(WS-ITEM-SUB)
               MOVE WS-WORK-SUPPLIER TO WS-IT-SUPPLIER(WS-ITEM-SUB)
               DISPLAY "Item " WS-WORK-SKU " updated"
               SET TABLE-CHANGED TO TRUE
           ELSE
                   MOVE WS-WORK-SKU TO WS-IT-SKU(WS-ITEM-USED)
                   MOVE WS-WORK-DESC TO WS-IT-DESC(WS-ITEM-USED)
                   MOVE WS-WORK-UOM TO WS-IT-UOM(WS-ITEM-USED)
                   MOVE WS-WORK-SUPPLIER
                       TO WS-IT-SUPPLIER(WS-ITEM-USED)
                   DISPLAY "Item " WS-WORK-SKU " added"
                   SET TABLE-CHANGED TO TRUE
               END-IF
           END-IF
           END-IF.
           IF TABLE-CHANGED
               PERFORM SAVE-TABLE
               AUDIT-EVENT-PARM
           END-IF.

      * A blank supplier is allowed; a supplier code must be active
      * on SUPPFILE. With no supplier master the code is taken as
      * keyed, the way SUBSCRIPT takes a SKU with no item master.
           CHECK-SUPPLIER.
           MOVE 'Y' TO WS-SUPP-CHECK.
           IF WS-WORK-SUPPLIER NOT = SPACES
               OPEN INPUT SUPPLIER-FILE
               IF SUPP-OK
                   MOVE 'U' TO WS-SUPP-CHECK
                   PERFORM UNTIL SUPP-EOF OR SUPPLIER-CHECKED
                       READ SUPPLIER-FILE
                           AT END
                               SET SUPP-EOF TO TRUE
                           NOT AT END
                               IF SU-CODE = WS-WORK-SUPPLIER
                                       AND SU-IS-ACTIVE
                                   SET SUPPLIER-CHECKED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUPPLIER-FILE
               END-IF
           END-IF.

           LIST-PARA.
           IF WS-ITEM-USED = 0
               DISPLAY "No items on file"
                       UNTIL WS-ITEM-SUB > WS-ITEM-USED
                   DISPLAY WS-IT-SKU(WS-ITEM-SUB) " "
                       WS-IT-DESC(WS-ITEM-SUB) " "
                       WS-IT-UOM(WS-ITEM-SUB) " "
                       WS-IT-SUPPLIER(WS-ITEM-SUB)
               END-PERFORM
           END-IF.

           IF ITEM-FOUND
               DISPLAY "Found " WS-IT-SKU(WS-ITEM-SUB) " "
                   WS-IT-DESC(WS-ITEM-SUB) " "
                   WS-IT-UOM(WS-ITEM-SUB) " supplier "
                   WS-IT-SUPPLIER(WS-ITEM-SUB)
           ELSE
               DISPLAY WS-WORK-SKU " was not found in the table"
           END-IF.
               MOVE WS-IT-SKU(WS-ITEM-SUB) TO IT-SKU
               MOVE WS-IT-DESC(WS-ITEM-SUB) TO IT-DESC
               MOVE WS-IT-UOM(WS-ITEM-SUB) TO IT-UOM
               MOVE WS-IT-SUPPLIER(WS-ITEM-SUB) TO IT-SUPPLIER
               WRITE ITEM-RECORD
           END-PERFORM.
           CLOSE ITEM-FILE.
