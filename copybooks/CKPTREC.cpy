           05 CKPT-PREV-ACCOUNT     PIC 9(4).
           05 CKPT-ACCOUNT-TOTAL    PIC S9(9)V99.
           05 CKPT-PAGE-NO          PIC 9(3).
      * The original-currency side of the account subtotal, for a
      * foreign-currency account whose subtotal was open at the
      * checkpoint.
           05 CKPT-ORIG-TOTAL       PIC S9(9)V99.
      * The posting source a posting pass was run for, so a restart
      * of one pass never resumes from another pass's checkpoint.
           05 CKPT-POST-SOURCE      PIC X(8).
