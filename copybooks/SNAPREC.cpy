      ******************************************************************
      * Daily position snapshot (SNAPFILE), appended by POSSNAP and
      * read by SNAPTRND. Each run writes one totals record (type T)
      * followed by one record per warehouse on STOCKFIL (type W)
      * carrying that warehouse's stock on hand, all under the same
      * snapshot date, so the number of warehouses is not fixed.
      ******************************************************************
       01  SNAPSHOT-RECORD.
           05 PS-DATE               PIC X(8).
           05 PS-REC-TYPE           PIC X(1).
               88 PS-TOTALS             VALUE 'T'.
               88 PS-WAREHOUSE          VALUE 'W'.
           05 PS-TOTALS-DATA.
               10 PS-EMP-COUNT      PIC 9(7).
               10 PS-STOCK-TOTAL    PIC 9(7).
               10 PS-TRAN-TOTAL     PIC S9(9)V99.
           05 PS-WAREHOUSE-DATA REDEFINES PS-TOTALS-DATA.
               10 PS-WH-CODE        PIC A(2).
               10 PS-WH-TOTAL       PIC 9(6).
               10 FILLER            PIC X(17).
