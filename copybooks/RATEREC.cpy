      ******************************************************************
      * Exchange-rate record (RATEFILE), one record per foreign
      * currency and effective date, indexed on currency and date.
      * Maintained by a supervisor in RATEMNT. The rate is the
      * number of currency units to the pound, as the bank quotes
      * it, so a sterling equivalent is the original amount divided
      * by the rate. The rate in force on a date is the one with the
      * latest effective date not after it. Sterling (GBP) has no
      * record; it is always at a rate of one. Read by STMTIMP to
      * check statement currencies, by ADDTWO to carry the sterling
      * equivalent of each posting, and by FXREVAL to revalue the
      * open foreign-currency balances at month end.
      ******************************************************************
       01  EXCHANGE-RATE-RECORD.
           05 RT-KEY.
               10 RT-CURRENCY       PIC X(3).
               10 RT-EFFECTIVE-DATE PIC 9(8).
           05 RT-RATE               PIC 9(4)V9(6).
           05 RT-ENTERED-BY         PIC X(8).
           05 RT-ENTERED-DATE       PIC X(8).
