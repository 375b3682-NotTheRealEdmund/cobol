      ******************************************************************
      * Opening-balance record (OPENBAL), one per account per year,
      * written by the year-end close YECLOSE when it carries the
      * balance-sheet accounts and retained earnings forward, and
      * read by TRIALBAL as the starting point of the year. Income
      * and expense accounts open each year at nil and have no
      * record. The amount is in the same sense as GLSUM (debit
      * positive).
      ******************************************************************
       01  OPENING-BALANCE-RECORD.
           05 OB-YEAR               PIC 9(4).
           05 OB-ACCOUNT            PIC 9(4).
           05 OB-AMOUNT             PIC S9(11)V99.
