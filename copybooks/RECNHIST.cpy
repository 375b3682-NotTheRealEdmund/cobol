      ******************************************************************
      * Reconciliation movement history (RECNHIST), appended to by
      * every SIMPLIFE reconcile run and every WOAPPRV decision, one
      * record per movement of an unreconciled item. The pool of
      * unreconciled items is the CARRYFWD items plus the write-off
      * proposals still pending on WRITEOFF, so at any date it is
      * the sum of the T, N, C and A events to that date:
      *   T  taken on - in the pool when the history was started
      *   N  new break raised by the reconciliation
      *   C  cleared by matching (or by a change of amount, which
      *      clears the old break and raises the new one)
      *   A  write-off approved in WOAPPRV
      *   W  proposed for write-off, R returned to CARRYFWD - both
      *      move an item within the pool and are kept as memo.
      * The age is the item's age in business days at the event.
      * RECNROLL builds the period roll-forward statement from it.
      ******************************************************************
       01  RECON-HISTORY-RECORD.
           05 RH-DATE               PIC X(8).
           05 RH-EVENT              PIC X(1).
               88 RH-TAKEN-ON           VALUE 'T'.
               88 RH-NEW-BREAK          VALUE 'N'.
               88 RH-CLEARED            VALUE 'C'.
               88 RH-WRITTEN-OFF        VALUE 'A'.
               88 RH-PROPOSED           VALUE 'W'.
               88 RH-RETURNED           VALUE 'R'.
           05 RH-KEY                PIC 9(6).
           05 RH-SIDE               PIC X(1).
           05 RH-CURRENCY           PIC X(3).
           05 RH-AMOUNT             PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 RH-AGE                PIC 9(2).
           05 RH-USER               PIC X(8).
