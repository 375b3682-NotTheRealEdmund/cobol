      ******************************************************************
      * Backup catalog record (BKUPCAT), one per generation of each
      * master, keyed by the master's DD name and the generation
      * number (1 upward, never reused). Written by MSTBKUP once the
      * generation's records are all on BKUPREPO, so a catalogued
      * generation is always complete. Carries the record count and
      * MSTIO hash total the copy was taken with, and the MSTJRNL
      * position it corresponds to: the number of journal entries
      * already written when it was taken, and the stamp of the last
      * of them. RECOVERY picks the generation for a recovery point
      * from here, checks the restored file against the count and
      * hash, and replays the journal from the entry after the
      * position.
      ******************************************************************
       01  BACKUP-CATALOG-RECORD.
           05 BC-KEY.
               10 BC-FILE           PIC X(8).
               10 BC-GENERATION     PIC 9(5).
           05 BC-BKUP-DATE          PIC X(8).
           05 BC-BKUP-TIME          PIC X(6).
           05 BC-RECORD-COUNT       PIC 9(7).
           05 BC-HASH               PIC 9(12).
           05 BC-JRNL-POSITION      PIC 9(9).
           05 BC-JRNL-LAST-DATE     PIC X(8).
           05 BC-JRNL-LAST-TIME     PIC X(8).
           05 BC-TAKEN-BY           PIC X(8).
