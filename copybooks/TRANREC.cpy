      ******************************************************************
      * Posting transaction record (TRANFILE), written by FEEDACC
      * from each accepted feed and read by ADDTWO, ADD2EXTR and
      * POSSNAP. PAYROLL and APMATCH write their framed PAYTRAN and
      * APTRAN feeds in the same layout. Every field after TR-TYPE
      * was added later and reads as blank on records from before it.
      *   TR-TYPE     blank a normal (debit) posting, C a credit, V a
      *               reversal of a posted original, G / L an FXREVAL
      *               revaluation gain / loss.
      *   TR-VOUCHER  the journal voucher JRNLREL released it from.
      *   TR-CURRENCY the currency of the amounts; blank is sterling.
      *   TR-MAKER    the operator who originated the posting, where
      *               the sender knows one (RECURGEN's schedules).
      ******************************************************************
       01  TRANS-RECORD.
           05 TR-ACCOUNT            PIC 9(4).
           05 TR-POST-DATE          PIC 9(8).
           05 TR-NUM1               PIC 9(5)V99.
           05 TR-NUM2               PIC 9(5)V99.
           05 TR-TYPE               PIC X(1).
               88 TR-REVERSAL           VALUE 'V'.
               88 TR-CREDIT             VALUE 'C'.
               88 TR-REVALUATION        VALUES 'G', 'L'.
           05 TR-VOUCHER            PIC X(6).
           05 TR-CURRENCY           PIC X(3).
           05 TR-MAKER              PIC X(8).
