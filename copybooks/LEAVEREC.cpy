      ******************************************************************
      * Employee absence record on the keyed LEAVEFIL file, one per
      * booked absence, keyed by employee and the first day off.
      * Booked in SIMPLIO, read back by the leave-balance service,
      * the payroll run (unpaid days), and the absence report. A
      * cancelled booking stays on file with status C.
      ******************************************************************
       01  LEAVE-RECORD.
           05 LV-KEY.
               10 LV-EMP-ID         PIC 9(6).
               10 LV-START-DATE     PIC X(8).
           05 LV-END-DATE           PIC X(8).
           05 LV-TYPE               PIC X(1).
               88 LV-ANNUAL             VALUE 'A'.
               88 LV-SICK               VALUE 'S'.
               88 LV-UNPAID             VALUE 'U'.
               88 LV-OTHER              VALUE 'O'.
      * Business days off, through the BUSDATE calendar.
           05 LV-DAYS               PIC 9(3).
           05 LV-STATUS             PIC X(1).
               88 LV-BOOKED             VALUE 'B'.
               88 LV-CANCELLED          VALUE 'C'.
           05 LV-BOOKED-BY          PIC X(8).
           05 LV-BOOKED-ON          PIC X(8).
