      ******************************************************************
      * Journal voucher line (JVFILE), one record per line of a
      * manual journal voucher, keyed by voucher number and line
      * number. Entered through JRNLENT, which refuses to save a
      * voucher whose debits and credits differ; a voucher with any
      * line over the APPPARM threshold is saved held for a checker
      * in HELDAPPR, otherwise it is saved approved. JRNLREL releases
      * the approved vouchers onto the framed JRNLFD feed for FEEDACC
      * and ADDTWO, carrying the voucher number through to GLSUM.
      * The status and stamps are kept alike on every line of a
      * voucher.
      ******************************************************************
       01  VOUCHER-LINE-RECORD.
           05 JV-KEY.
               10 JV-VOUCHER-NO     PIC 9(6).
               10 JV-LINE-NO        PIC 9(2).
           05 JV-STATUS             PIC X(1).
               88 JV-HELD               VALUE 'H'.
               88 JV-APPROVED           VALUE 'A'.
               88 JV-RELEASED           VALUE 'R'.
               88 JV-REJECTED           VALUE 'X'.
           05 JV-POST-DATE          PIC 9(8).
           05 JV-ACCOUNT            PIC 9(4).
           05 JV-SIDE               PIC X(1).
               88 JV-DEBIT              VALUE 'D'.
               88 JV-CREDIT             VALUE 'C'.
           05 JV-AMOUNT             PIC 9(7)V99.
           05 JV-NARRATIVE          PIC X(30).
           05 JV-MAKER              PIC X(8).
           05 JV-ENTERED-DATE       PIC X(8).
      * The supervisor who approved or rejected a held voucher;
      * blank on a voucher that was under the threshold.
           05 JV-CHECKER            PIC X(8).
           05 JV-DECIDED-DATE       PIC X(8).
           05 JV-RELEASED-DATE      PIC X(8).
