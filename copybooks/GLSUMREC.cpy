      ******************************************************************
      * General-ledger summary record (GLSUM), one per account
      * subtotal posted by ADDTWO, appended run after run. The amount
      * is sterling and in the debit-positive sense; the voucher is
      * stamped on journal voucher postings and blank otherwise. A
      * foreign-currency subtotal keeps its currency and original
      * amount beside the sterling figure; blank currency (records
      * from before it) is sterling. Read by TRIALBAL, ACCTINQ,
      * FXREVAL, BUDGRPT, STKGLPST, YECLOSE and DBLFORLP.
      ******************************************************************
       01  GL-SUMMARY-RECORD.
           05 GL-ACCOUNT            PIC 9(4).
           05 GL-DATE               PIC X(8).
           05 GL-AMOUNT             PIC S9(9)V99.
           05 GL-VOUCHER            PIC X(6).
           05 GL-CURRENCY           PIC X(3).
           05 GL-ORIG-AMOUNT        PIC S9(9)V99.
