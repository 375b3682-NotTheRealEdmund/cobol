      * Modification History:
      *   2026-09-02 - First version; out-of-hours fiddling is how
      *                the worst reconciliation break happened.
      *   2026-10-15 - EMPLOYEE-RECORD now comes from the EMPREC
      *                copybook, with birth and hire dates in
      *                place of the keyed age.
      *   2026-10-15 - STOCKFIL is an indexed file with one record
      *                per warehouse bin; its seal is over the
      *                warehouse and bin key of every record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-SEAL.
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT CODE-FILE ASSIGN TO "CODEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  CODE-FILE.
       01  CODE-RECORD.
           05 CR-B                 PIC A(2).
           OPEN INPUT STOCK-FILE.
           IF STOCK-OK
               PERFORM UNTIL STOCK-EOF
                   READ STOCK-FILE NEXT RECORD
                       AT END
                           SET STOCK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-COUNT(WS-SEAL-SUB)
                           MOVE SPACES TO WS-KEY-TEXT
                           MOVE ST-KEY TO WS-KEY-TEXT(1:4)
                           PERFORM FOLD-KEY-INTO-HASH
                   END-READ
               END-PERFORM
