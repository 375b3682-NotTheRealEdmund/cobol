      ******************************************************************
      * Unit-cost master (COSTFILE), one record per warehouse bin,
      * indexed on warehouse code and bin number.
      ******************************************************************
       01  COST-RECORD.
           05 CO-KEY.
               10 CO-WH             PIC A(2).
               10 CO-BIN            PIC 9(2).
           05 CO-UNIT-COST          PIC 9(3)V99.
