      ******************************************************************
      * Retained posting detail (POSTDTL), indexed on PX-KEY. ADDTWO
      * writes one record for every posting it applies, beside the
      * account subtotal it sends to GLSUM, so the postings behind
      * any GLSUM day can be listed by ACCTINQ. The key runs account,
      * then the GLSUM date (the run date), so an account's days
      * read in order. Within the day:
      *   PX-SOURCE   the stream the posting came in on (FEED,
      *               PAYROLL, JOURNAL, STOCK, FXREVAL, RECUR,
      *               PAYABLES)
      *   PX-ROUTE    B straight from the batch, H released from
      *               HELDFILE, S reprocessed from SUSPENSE
      *   PX-READ-SEQ the batch read count, or the item's place on
      *               HELDFILE or SUSPENSE for a release or
      *               reprocess run
      *   PX-COPY     1, or the next free number when a different
      *               posting already holds the rest of the key
      * A restarted run re-posts the records after its checkpoint
      * under the same key and finds its own record already there.
      * The amounts are signed as they reached GLSUM: credits,
      * reversals and revaluation losses negative. PX-AMOUNT is
      * sterling; PX-ORIG-AMOUNT is in PX-CURRENCY, zero for a
      * revaluation. PX-LINK-KEY ties a reversal to the original it
      * backed out and the original to its reversal; it is blank on
      * everything else, and on a reversal of an original posted
      * before the detail was kept.
      ******************************************************************
       01  POSTING-DETAIL-RECORD.
           05 PX-KEY.
               10 PX-ACCOUNT        PIC 9(4).
               10 PX-GL-DATE        PIC 9(8).
               10 PX-SOURCE         PIC X(8).
               10 PX-ROUTE          PIC X(1).
                   88 PX-FROM-BATCH     VALUE 'B'.
                   88 PX-FROM-HELD      VALUE 'H'.
                   88 PX-FROM-SUSPENSE  VALUE 'S'.
               10 PX-READ-SEQ       PIC 9(7).
               10 PX-COPY           PIC 9(2).
           05 PX-POSTING.
               10 PX-POST-DATE      PIC 9(8).
               10 PX-TYPE           PIC X(1).
                   88 PX-DEBIT          VALUE SPACE.
                   88 PX-CREDIT         VALUE 'C'.
                   88 PX-REVERSAL       VALUE 'V'.
                   88 PX-REVAL-GAIN     VALUE 'G'.
                   88 PX-REVAL-LOSS     VALUE 'L'.
               10 PX-VOUCHER        PIC X(6).
               10 PX-CURRENCY       PIC X(3).
               10 PX-ORIG-AMOUNT    PIC S9(9)V99.
               10 PX-AMOUNT         PIC S9(9)V99.
           05 PX-LINK-KEY           PIC X(30).
