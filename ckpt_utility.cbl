      *   2026-08-22 - First version, written alongside the change
      *                that made CKPTFILE an indexed file keyed by
      *                program-id.
      *   2026-10-15 - CKPTFILE record widened for the original-
      *                currency subtotal ADDTWO now checkpoints.
      *   2026-10-15 - CKPTFILE record widened for the posting source
      *                ADDTWO now checkpoints; the list shows it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKPOINT-UTILITY.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-RECORD.
           05 CKF-PROGRAM-ID        PIC X(8).
           05 FILLER                PIC X(62).
       WORKING-STORAGE SECTION.
           COPY CKPTREC.
           COPY ERRFLDS.
                               CKPT-RECORDS-DONE " APPLIED "
                               CKPT-RECORDS-APPLIED " TOTAL "
                               CKPT-CONTROL-TOTAL " PAGE "
                               CKPT-PAGE-NO " " CKPT-POST-SOURCE
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
