      ******************************************************************
      * Step-timing summary (STEPTSUM), written by STEPTIME for the
      * last batch window on RUNHIST and read by the morning
      * dashboard. One S line per step run in the window, with its
      * elapsed time and its average over its previous runs (up to
      * twenty), then one T line for the window as a whole. Times
      * are in seconds. The slippage is the window's elapsed time
      * less its average, and the step named with it is the one that
      * ran furthest over its own average. A step flagged X started
      * but never ended (it failed or was cancelled), so it has no
      * elapsed time.
      ******************************************************************
       01  STEP-TIME-RECORD.
           05 ST-TYPE               PIC X(1).
               88 ST-STEP-LINE          VALUE 'S'.
               88 ST-TOTAL-LINE         VALUE 'T'.
           05 ST-PROGRAM-ID         PIC X(8).
           05 ST-STEP-NAME          PIC X(8).
           05 ST-ELAPSED            PIC 9(5).
           05 ST-AVERAGE            PIC 9(5).
           05 ST-RUNS               PIC 9(2).
           05 ST-FLAG               PIC X(1).
               88 ST-OVERRUN            VALUE 'W'.
               88 ST-STILL-RUNNING      VALUE 'R'.
               88 ST-NO-END             VALUE 'X'.
           05 FILLER                PIC X(50).
       01  STEP-TIME-TOTAL.
           05 STT-TYPE              PIC X(1).
           05 STT-OPEN-DATE         PIC X(8).
           05 STT-OPEN-TIME         PIC X(6).
           05 STT-WINDOW-STATE      PIC X(1).
               88 STT-WINDOW-OPEN       VALUE 'O'.
               88 STT-WINDOW-CLOSED     VALUE 'C'.
           05 STT-ELAPSED           PIC 9(5).
           05 STT-AVERAGE           PIC 9(5).
           05 STT-FINISH-DATE       PIC X(8).
           05 STT-FINISH-TIME       PIC X(6).
           05 STT-SLIPPAGE          PIC S9(5) SIGN IS TRAILING
                                        SEPARATE.
           05 STT-SLIP-PROGRAM      PIC X(8).
           05 STT-SLIP-STEP         PIC X(8).
           05 STT-SLIP-EXCESS       PIC 9(5).
           05 STT-OVERRUN-COUNT     PIC 9(3).
           05 FILLER                PIC X(10).
