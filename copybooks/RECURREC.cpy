      ******************************************************************
      * Recurring transaction schedule (RECURFIL), indexed on the
      * schedule id. Set up and amended by a supervisor in RECURMNT.
      * Each night RECURGEN posts every schedule that has fallen due
      * to the framed RECURFD feed for FEEDACC and ADDTWO, and steps
      * SC-NEXT-DUE on by the frequency:
      *   W  weekly, every seven days from the start date
      *   M  monthly, on the start date's day of the month
      *   Q  quarterly, every three months on that day
      * A monthly or quarterly day past the end of a short month
      * falls on its last day. SC-NEXT-DUE is the scheduled date;
      * one that lands on a weekend or holiday is posted on the
      * next business day from BUSDATE. An end date of zero runs
      * until the schedule is ended. Status A active, S suspended
      * (due dates pass without a posting), E ended (end date
      * passed, or ended by a supervisor). The amount is capped so
      * that each posting goes out as one TRANFILE record and is
      * held against the APPPARM threshold as a whole.
      ******************************************************************
       01  RECURRING-RECORD.
           05 SC-ID                 PIC X(6).
           05 SC-DESCRIPTION        PIC X(20).
           05 SC-ACCOUNT            PIC 9(4).
           05 SC-AMOUNT             PIC 9(6)V99.
           05 SC-TYPE               PIC X(1).
               88 SC-DEBIT              VALUE SPACE.
               88 SC-CREDIT             VALUE 'C'.
           05 SC-CURRENCY           PIC X(3).
           05 SC-FREQUENCY          PIC X(1).
               88 SC-WEEKLY             VALUE 'W'.
               88 SC-MONTHLY            VALUE 'M'.
               88 SC-QUARTERLY          VALUE 'Q'.
               88 SC-FREQUENCY-VALID    VALUES 'W', 'M', 'Q'.
           05 SC-START-DATE         PIC 9(8).
           05 SC-END-DATE           PIC 9(8).
           05 SC-NEXT-DUE           PIC 9(8).
           05 SC-STATUS             PIC X(1).
               88 SC-ACTIVE             VALUE 'A'.
               88 SC-SUSPENDED          VALUE 'S'.
               88 SC-ENDED              VALUE 'E'.
           05 SC-LAST-POSTED        PIC 9(8).
           05 SC-UPDATED-BY         PIC X(8).
           05 SC-UPDATED-DATE       PIC X(8).
