      ******************************************************************
      * Bin capacity master (CAPFILE), one record per warehouse bin,
      * indexed on warehouse code and bin number.
      ******************************************************************
       01  CAPACITY-RECORD.
           05 CP-KEY.
               10 CP-WH             PIC A(2).
               10 CP-BIN            PIC 9(2).
           05 CP-CAPACITY           PIC 9(3).
