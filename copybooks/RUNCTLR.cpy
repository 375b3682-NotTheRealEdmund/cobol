               88 RC-GRANTED            VALUE 'Y'.
               88 RC-BLOCKED            VALUE 'W'.
           05 RC-BLOCK-REASON       PIC X(40).
      * Tells apart the runs of a program that runs more than once a
      * night (ADDTWO's posting source); spaces for the rest. Kept on
      * RUNHIST with the start and end times.
           05 RC-STEP-NAME          PIC X(8).
