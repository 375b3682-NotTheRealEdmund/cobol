      ******************************************************************
      * Standard stock movement history record, written by every
      * receipt and issue against a STOCKFIL warehouse bin and
      * read back by the movement inquiry report.
      ******************************************************************
       01  MOVEMENT-RECORD.
           05 MV-DATE               PIC X(8).
           05 MV-TIME               PIC X(8).
           05 MV-WH                 PIC A(2).
           05 MV-BIN                PIC 9(2).
           05 MV-TYPE               PIC X(1).
               88 MV-RECEIPT            VALUE 'R'.
               88 MV-ISSUE              VALUE 'I'.
      * The signed-on operator who moved the stock (or BATCH for
      * the overnight feed applied under a batch sign-on).
           05 MV-USER               PIC X(8).
      * The purchase order a receipt was matched to, zero for every
      * other movement; the supplier invoice match ties to it.
           05 MV-PO-NUMBER          PIC 9(6).
