               88 JR-REWRITE            VALUE 'R'.
               88 JR-DELETE             VALUE 'D'.
           05 JR-KEY                PIC X(6).
           05 JR-BEFORE             PIC X(50).
           05 JR-AFTER              PIC X(50).
