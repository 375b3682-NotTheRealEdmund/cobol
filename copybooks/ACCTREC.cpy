      ******************************************************************
      * Chart-of-accounts record (ACCTFILE), one per account code,
      * maintained by ACCTMNT. Active flag Y or N; an inactive
      * account takes no new postings. Type B is a balance-sheet
      * account, carried forward at year end, and P an income or
      * expense account, closed to retained earnings by YECLOSE;
      * records from before the type read as blank.
      ******************************************************************
       01  ACCOUNT-RECORD.
           05 AM-ACCOUNT            PIC 9(4).
           05 AM-NAME               PIC X(20).
           05 AM-ACTIVE             PIC X(1).
           05 AM-TYPE               PIC X(1).
