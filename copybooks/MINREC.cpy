      ******************************************************************
      * Minimum-stock master (MINSTOCK), one record per warehouse
      * bin, indexed on warehouse code and bin number. A reorder
      * quantity of zero means the bin orders back up to twice its
      * minimum.
      ******************************************************************
       01  MIN-STOCK-RECORD.
           05 MR-KEY.
               10 MR-WH             PIC A(2).
               10 MR-BIN            PIC 9(2).
           05 MR-MIN                PIC 9(3).
           05 MR-REORDER-QTY        PIC 9(3).
