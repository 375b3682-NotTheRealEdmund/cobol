      ******************************************************************
      * Run-history record (RUNHIST). RUNCTL appends one for every
      * start and end request, and RUNCTLUT one for every opening
      * (start) and closing (end) of the batch window under the
      * reserved BATCHWIN id, so the file holds the time every step
      * and every window began and finished. STEPTIME reads it for
      * the elapsed times against each step's average.
      ******************************************************************
       01  RUN-HISTORY-RECORD.
           05 RH-PROGRAM-ID         PIC X(8).
           05 RH-STEP-NAME          PIC X(8).
           05 RH-EVENT              PIC X(1).
               88 RH-START-EVENT        VALUE 'S'.
               88 RH-END-EVENT          VALUE 'E'.
           05 RH-DATE               PIC X(8).
           05 RH-TIME               PIC X(8).
           05 RH-RETURN-CODE        PIC 9(4).
           05 RH-COUNT              PIC 9(7).
