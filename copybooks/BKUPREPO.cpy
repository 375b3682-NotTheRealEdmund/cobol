      ******************************************************************
      * Backup repository record (BKUPREPO), keyed by the master's DD
      * name, the generation number and the record's place in the
      * copy. Each generation holds the master's records 0000001
      * onward as flat MSTIO images, in the order they were read
      * (key order for a keyed master), so RECOVERY can write them
      * straight back. MSTBKUP writes and prunes it; BKUPCAT says
      * which generations are complete.
      ******************************************************************
       01  BACKUP-REPO-RECORD.
           05 BR-KEY.
               10 BR-FILE           PIC X(8).
               10 BR-GENERATION     PIC 9(5).
               10 BR-SEQ            PIC 9(7).
           05 BR-IMAGE              PIC X(150).
