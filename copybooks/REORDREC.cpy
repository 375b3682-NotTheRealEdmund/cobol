      ******************************************************************
      * Reorder-point proposal record (RORDPROP), one per stocked bin
      * whose minimum or reorder quantity should change. Written by
      * REORDPRP from the issue history on STKMOVE/STKMVARC and
      * accepted or rejected line by line by a supervisor in
      * WHREFMNT, which then updates MINSTOCK. Usage figures are per
      * business day over the proposal window.
      ******************************************************************
       01  REORDER-PROPOSAL-RECORD.
           05 RO-WH                 PIC A(2).
           05 RO-BIN                PIC 9(2).
           05 RO-ITEM               PIC X(8).
           05 RO-DATE               PIC X(8).
           05 RO-AVG-USAGE          PIC 9(3)V99.
           05 RO-SD-USAGE           PIC 9(3)V99.
           05 RO-LEAD-DAYS          PIC 9(3).
           05 RO-CUR-MIN            PIC 9(3).
           05 RO-NEW-MIN            PIC 9(3).
      * A current reorder quantity of zero means the bin orders back
      * up to twice its minimum.
           05 RO-CUR-QTY            PIC 9(3).
           05 RO-NEW-QTY            PIC 9(3).
           05 RO-STATUS             PIC X(1).
               88 RO-PENDING            VALUE 'P'.
               88 RO-ACCEPTED           VALUE 'A'.
               88 RO-REJECTED           VALUE 'R'.
           05 RO-DECIDED-BY         PIC X(8).
           05 RO-DECIDED-ON         PIC X(8).
