      ******************************************************************
      * Customer order line (ORDFILE), one record per line of an
      * order, keyed by order number and line number. Entered and
      * despatched through ORDMAINT; the ORDALLOC allocation run
      * reserves stock against the open lines earliest required date
      * first (the alternate key). A line is outstanding while what
      * has been allocated and despatched falls short of what was
      * ordered.
      ******************************************************************
       01  ORDER-LINE-RECORD.
           05 OR-KEY.
               10 OR-ORDER-NO       PIC 9(6).
               10 OR-LINE-NO        PIC 9(2).
           05 OR-REQ-DATE           PIC X(8).
           05 OR-CUSTOMER           PIC X(8).
           05 OR-ITEM               PIC X(8).
           05 OR-QTY                PIC 9(4).
      * Held in bins for the line and not yet despatched.
           05 OR-ALLOC-QTY          PIC 9(4).
           05 OR-SHIPPED-QTY        PIC 9(4).
           05 OR-STATUS             PIC X(1).
               88 OR-OPEN               VALUE 'O'.
               88 OR-ALLOCATED          VALUE 'A'.
               88 OR-BACKORDERED        VALUE 'B'.
               88 OR-DESPATCHED         VALUE 'D'.
               88 OR-CANCELLED          VALUE 'X'.
               88 OR-OUTSTANDING        VALUE 'O' 'A' 'B'.
           05 OR-ORDER-DATE         PIC X(8).
           05 OR-ENTERED-BY         PIC X(8).
