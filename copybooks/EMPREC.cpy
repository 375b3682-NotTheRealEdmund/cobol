      ******************************************************************
      * Standard employee master record (EMPFILE), shared by every
      * program that opens the keyed master. Age is never held: it
      * is worked out from EMP-BIRTH-DATE through the AGECALC service
      * wherever it is shown, validated, or exported. Records carried
      * over from the old keyed-age layout hold a birth date
      * estimated from that age and no hire date, flagged E until HR
      * confirm the real dates.
      ******************************************************************
       01  EMPLOYEE-RECORD.
           05 EMP-ID               PIC 9(6).
           05 EMP-NAME              PIC A(15).
           05 EMP-BIRTH-DATE        PIC 9(8).
           05 EMP-GENDER          PIC A(4).
           05 EMP-DEPT            PIC X(3).
           05 EMP-HIRE-DATE         PIC 9(8).
           05 EMP-DATE-FLAG         PIC X(1).
               88 EMP-DATES-ESTIMATED   VALUE 'E'.
