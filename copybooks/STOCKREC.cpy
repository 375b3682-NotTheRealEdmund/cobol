      ******************************************************************
      * Stock on hand (STOCKFIL), one record per warehouse bin, held
      * as an indexed file on warehouse code and bin number so any
      * number of warehouses and bins can be carried. A bin holds
      * one item at a time; the item is blank until the bin is first
      * stocked. WHREFMNT defines new bins; SUBSCRPT moves the stock.
      * The allocated quantity is held for customer orders by the
      * ORDALLOC allocation run until ORDMAINT confirms the despatch;
      * only the quantity over it is free to issue or transfer.
      ******************************************************************
       01  STOCK-RECORD.
           05 ST-KEY.
               10 ST-WH             PIC A(2).
               10 ST-BIN            PIC 9(2).
           05 ST-QTY                PIC 9(3).
           05 ST-ITEM               PIC X(8).
           05 ST-ALLOCATED          PIC 9(3).
