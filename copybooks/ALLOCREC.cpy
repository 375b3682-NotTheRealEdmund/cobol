      ******************************************************************
      * Stock allocation (ALLOCFIL), one record per order line per
      * bin it is reserved from, keyed by warehouse and bin so the
      * pick lists print in walking order, with the order line as an
      * alternate key for the despatch confirmation. The quantity is
      * also carried in ST-ALLOCATED on the bin's STOCKFIL record.
      * Written by ORDALLOC, marked P when it goes on a pick list,
      * and deleted by ORDMAINT when the pick is despatched or the
      * order cancelled.
      ******************************************************************
       01  ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-WH             PIC A(2).
               10 AL-BIN            PIC 9(2).
               10 AL-ORDER-KEY.
                   15 AL-ORDER-NO   PIC 9(6).
                   15 AL-LINE-NO    PIC 9(2).
           05 AL-ITEM               PIC X(8).
           05 AL-QTY                PIC 9(3).
           05 AL-DATE               PIC X(8).
           05 AL-STATUS             PIC X(1).
               88 AL-TO-PICK            VALUE 'A'.
               88 AL-ON-PICK-LIST       VALUE 'P'.
