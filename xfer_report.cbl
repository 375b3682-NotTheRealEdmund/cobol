      * Modification History:
      *   2026-09-02 - First version, written with the transfer
      *                movement type.
      *   2026-10-15 - In-transit records name the warehouses by
      *                code and carry two-digit bins, now that
      *                STOCKFIL is keyed by warehouse code and bin.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-TRANSFER-REPORT.
           05 XF-DATE               PIC X(8).
           05 XF-TIME               PIC X(8).
           05 XF-ITEM               PIC X(8).
           05 XF-FROM-WH            PIC A(2).
           05 XF-FROM-BIN           PIC 9(2).
           05 XF-TO-WH              PIC A(2).
           05 XF-TO-BIN             PIC 9(2).
           05 XF-QTY                PIC 9(3).
       FD  TRANSFER-REPORT.
       01  REPORT-LINE              PIC X(80).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-ITEM            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-FROM            PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-TO              PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-QTY             PIC ZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           MOVE 0 TO BH-RECORD-COUNT.
           MOVE BATCH-HEADER-RECORD TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATE      ITEM      FROM   TO     QTY  IN TRANSIT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT XFER-OK
