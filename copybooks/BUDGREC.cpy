      ******************************************************************
      * Budget master record (BUDGFILE), one record per ACCTFILE
      * account and month, indexed on account and month. Loaded for
      * the year from BUDGIN and amended by a supervisor in BUDGMNT;
      * read by the budget-versus-actual report BUDGRPT. The amount
      * is the planned net debit movement for the month, in the same
      * sense as the account's GLSUM postings.
      ******************************************************************
       01  BUDGET-RECORD.
           05 BG-KEY.
               10 BG-ACCOUNT        PIC 9(4).
               10 BG-MONTH          PIC 9(6).
           05 BG-AMOUNT             PIC S9(9)V99.
           05 BG-UPDATED-BY         PIC X(8).
           05 BG-UPDATED-DATE       PIC X(8).
