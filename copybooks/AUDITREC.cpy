      * The signed-on operator (or BATCH for a chain step).
           05 AR-USER               PIC X(8).
           05 AR-DETAIL             PIC X(56).
      * Tamper-evident chain, stamped by AUDITLOG: AR-SEQ numbers the
      * entries from 1 and carries on across the monthly archive
      * cutover; AR-CHAIN-HASH is CHNHASH of the entry before's
      * chain hash and this entry up to and including AR-SEQ, so a
      * removed, inserted or edited entry breaks every link after
      * it. Both are blank on entries written before the chain.
           05 AR-SEQ                PIC 9(9).
           05 AR-CHAIN-HASH         PIC X(24).
