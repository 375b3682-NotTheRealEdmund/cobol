      ******************************************************************
      * Author:
      * Date:
      * Purpose: Forward recovery for the masters. Rebuilds any master
      *          backed up by MSTBKUP from the generation on BKUPCAT
      *          taken latest at or before a chosen date and time:
      *          the generation's records are written back from
      *          BKUPREPO through MSTIO, the rebuilt file is read back
      *          and checked against the record count and hash total
      *          catalogued with the copy, and only then are the
      *          MSTJRNL journal entries written by SIMPLIO, EMPEFFAP,
      *          and INDEXING after the copy was taken reapplied
      *          forward to the chosen point, so a file corrupted
      *          mid-session comes back to that point instead of last
      *          night plus rekeying from memory. EMPFILE and CODEFILE
      *          are journaled; any other master comes back as it
      *          stood at the backup. CHGHIST says what changed; this
      *          reconstructs it.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version, written with the master-file
      *                journaling.
      *   2026-10-15 - EMPLOYEE-RECORD now comes from the EMPREC
      *                copybook; the EMPBKUP image and the
      *                journal line widened with the record.
      *   2026-10-15 - Rebuilds from the MSTBKUP generation catalogued
      *                for the recovery point instead of the single
      *                EMPBKUP / CODEBKUP copy, checks the rebuilt
      *                file against the catalogued count and hash
      *                before replaying, and replays only the journal
      *                entries written after the copy. Any backed-up
      *                master can now be recovered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RECOVERY.
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CODE-FILE ASSIGN TO "CODEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY
               FILE STATUS IS WS-CAT-STATUS.
           SELECT BACKUP-REPO-FILE ASSIGN TO "BKUPREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-REPO-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  CODE-FILE.
       01  CODE-RECORD.
           05 CR-B                 PIC A(2).
           05 CR-D1                 PIC X(4).
           05 CR-D2                 PIC X(4).
       FD  BACKUP-CATALOG-FILE.
           COPY BKUPCAT.
       FD  BACKUP-REPO-FILE.
           COPY BKUPREPO.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(131).
       WORKING-STORAGE SECTION.
           COPY JRNLREC.
           COPY MSTIOR.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-EMP-STATUS         PIC X(2).
           88 EMP-OK                VALUE "00".
       01 WS-CODE-STATUS        PIC X(2).
           88 CODE-OK               VALUE "00".
           88 CODE-EOF              VALUE "10".
       01 WS-CAT-STATUS         PIC X(2).
           88 CAT-OK                VALUE "00".
       01 WS-REPO-STATUS        PIC X(2).
           88 REPO-OK               VALUE "00".
       01 WS-JRNL-STATUS        PIC X(2).
           88 JRNL-OK               VALUE "00".
           88 JRNL-EOF              VALUE "10".
       01 WS-CUT-TIME           PIC X(8).
       01 WS-CONFIRM            PIC X VALUE 'N'.
           88 RECOVERY-CONFIRMED    VALUE 'Y', 'y'.
       01 WS-SCAN-DONE          PIC X VALUE 'N'.
           88 SCAN-DONE             VALUE 'Y'.
      * The generation chosen for the recovery point, as catalogued.
       01 WS-CHOSEN-GEN         PIC 9(5) VALUE 0.
       01 WS-CHOSEN-DATE        PIC X(8).
       01 WS-CHOSEN-TIME        PIC X(6).
       01 WS-CHOSEN-COUNT       PIC 9(7).
       01 WS-CHOSEN-HASH        PIC 9(12).
       01 WS-CHOSEN-POSITION    PIC 9(9).
       01 WS-GEN-SHOWN          PIC 9(5) VALUE 0.
       01 WS-JRNL-SEQ           PIC 9(9) VALUE 0.
       01 WS-LOADED-COUNT       PIC 9(7) VALUE 0.
       01 WS-COVERED-COUNT      PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(7) VALUE 0.
       01 WS-CODE-TABLE.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "File to recover (master DD name, e.g. EMPFILE): ".
           ACCEPT WS-TARGET-FILE.
           DISPLAY "Recover up to date (YYYYMMDD): ".
           ACCEPT WS-CUT-DATE.
           IF WS-CUT-TIME = SPACES
               MOVE "99999999" TO WS-CUT-TIME
           END-IF.
           PERFORM CHOOSE-GENERATION.
           IF WS-CHOSEN-GEN = 0
               DISPLAY "No backup of " WS-TARGET-FILE
                   " catalogued at or before " WS-CUT-DATE " "
                   WS-CUT-TIME ", nothing touched"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Recovering from generation " WS-CHOSEN-GEN
               " taken " WS-CHOSEN-DATE " " WS-CHOSEN-TIME ", "
               WS-CHOSEN-COUNT " record(s), journal position "
               WS-CHOSEN-POSITION.
           DISPLAY "This REPLACES the live " WS-TARGET-FILE
               " from the backup. Continue? (Y/N): ".
           ACCEPT WS-CONFIRM.
               DISPLAY "Recovery cancelled, nothing touched"
               STOP RUN
           END-IF.
           PERFORM RESTORE-GENERATION.
           PERFORM VERIFY-RESTORED-FILE.
           EVALUATE TRUE
               WHEN RECOVER-EMPFILE
                   OPEN I-O EMPLOYEE-MASTER
                   IF NOT EMP-OK
                       MOVE "RECOVERY" TO WS-ERROR-PGM
                       STRING "UNABLE TO REOPEN EMPFILE, STATUS "
                           DELIMITED BY SIZE
                           WS-EMP-STATUS DELIMITED BY SIZE
                           INTO WS-ERROR-MSG
                       MOVE 12 TO WS-ERROR-CODE
                       PERFORM ABEND-PARA
                   END-IF
                   PERFORM REPLAY-JOURNAL
                   CLOSE EMPLOYEE-MASTER
               WHEN RECOVER-CODEFILE
                   PERFORM RECOVER-CODE-FILE
               WHEN OTHER
                   DISPLAY "No journal is kept for " WS-TARGET-FILE
                       "; it stands as at the backup"
           END-EVALUATE.
           DISPLAY "Recovery complete: " WS-LOADED-COUNT
               " backup record(s) loaded, " WS-COVERED-COUNT
               " journal action(s) already in the backup, "
               WS-APPLIED-COUNT " reapplied, " WS-SKIPPED-COUNT
               " past the cutoff skipped".
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "RECOVERED " DELIMITED BY SIZE
               WS-TARGET-FILE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-CUT-DATE DELIMITED BY SIZE
               " GEN=" DELIMITED BY SIZE
               WS-CHOSEN-GEN DELIMITED BY SIZE
               " APPLIED=" DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
               AUDIT-EVENT-PARM.
           STOP RUN.

      * Every catalogued generation of the file is listed; the one
      * used is the latest taken at or before the recovery point,
      * so the journal has only to be replayed forward from it.
       CHOOSE-GENERATION.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF NOT CAT-OK
               MOVE "RECOVERY" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN BKUPCAT, STATUS "
                   DELIMITED BY SIZE
                   WS-CAT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE WS-TARGET-FILE TO BC-FILE.
           MOVE 0 TO BC-GENERATION.
           START BACKUP-CATALOG-FILE KEY IS NOT LESS THAN BC-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ BACKUP-CATALOG-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF BC-FILE = WS-TARGET-FILE
                           PERFORM SHOW-ONE-GENERATION
                       ELSE
                           SET SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.
           IF WS-GEN-SHOWN = 0
               DISPLAY "No generations of " WS-TARGET-FILE
                   " on the backup catalog"
           END-IF.

       SHOW-ONE-GENERATION.
           ADD 1 TO WS-GEN-SHOWN.
           DISPLAY "  Generation " BC-GENERATION " taken "
               BC-BKUP-DATE " " BC-BKUP-TIME ", " BC-RECORD-COUNT
               " record(s), journal position " BC-JRNL-POSITION.
           IF BC-BKUP-DATE < WS-CUT-DATE
                   OR (BC-BKUP-DATE = WS-CUT-DATE
                       AND BC-BKUP-TIME <= WS-CUT-TIME(1:6))
               MOVE BC-GENERATION TO WS-CHOSEN-GEN
               MOVE BC-BKUP-DATE TO WS-CHOSEN-DATE
               MOVE BC-BKUP-TIME TO WS-CHOSEN-TIME
               MOVE BC-RECORD-COUNT TO WS-CHOSEN-COUNT
               MOVE BC-HASH TO WS-CHOSEN-HASH
               MOVE BC-JRNL-POSITION TO WS-CHOSEN-POSITION
           END-IF.

      * The live master is rebuilt from the generation's images,
      * written back through MSTIO in the order they were taken.
       RESTORE-GENERATION.
           OPEN INPUT BACKUP-REPO-FILE.
           IF NOT REPO-OK
               MOVE "RECOVERY" TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN BKUPREPO, STATUS "
                   DELIMITED BY SIZE
                   WS-REPO-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE WS-TARGET-FILE TO MI-FILE.
           SET MI-OPEN-OUTPUT TO TRUE.
           CALL 'MSTIO' USING MASTER-IO-REQUEST.
           IF NOT MI-OK
               MOVE "RECOVERY" TO WS-ERROR-PGM
               STRING "UNABLE TO REBUILD " DELIMITED BY SIZE
                   WS-TARGET-FILE DELIMITED BY SPACE
                   ", STATUS " DELIMITED BY SIZE
                   MI-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE WS-TARGET-FILE TO BR-FILE.
           MOVE WS-CHOSEN-GEN TO BR-GENERATION.
           MOVE 0 TO BR-SEQ.
           START BACKUP-REPO-FILE KEY IS NOT LESS THAN BR-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL SCAN-DONE
               READ BACKUP-REPO-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF BR-FILE = WS-TARGET-FILE
                               AND BR-GENERATION = WS-CHOSEN-GEN
                           MOVE BR-IMAGE TO MI-IMAGE
                           SET MI-WRITE TO TRUE
                           CALL 'MSTIO' USING MASTER-IO-REQUEST
                           IF MI-OK
                               ADD 1 TO WS-LOADED-COUNT
                           ELSE
                               DISPLAY "Backup record " BR-SEQ
                                   " not written, status " MI-STATUS
                           END-IF
                       ELSE
                           SET SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           SET MI-CLOSE TO TRUE.
           CALL 'MSTIO' USING MASTER-IO-REQUEST.
           CLOSE BACKUP-REPO-FILE.

      * The rebuilt file is read back and must match the count and
      * hash the copy was catalogued with before any journal entry
      * is laid on top of it; a copy that does not match is not a
      * sound base and the recovery stops.
       VERIFY-RESTORED-FILE.
           SET MI-OPEN-INPUT TO TRUE.
           CALL 'MSTIO' USING MASTER-IO-REQUEST.
           IF MI-OK
               SET MI-READ-NEXT TO TRUE
               PERFORM UNTIL NOT MI-OK
                   CALL 'MSTIO' USING MASTER-IO-REQUEST
               END-PERFORM
               SET MI-CLOSE TO TRUE
               CALL 'MSTIO' USING MASTER-IO-REQUEST
           END-IF.
           IF MI-RECORD-COUNT = WS-CHOSEN-COUNT
                   AND MI-HASH = WS-CHOSEN-HASH
               DISPLAY "Rebuilt " WS-TARGET-FILE " matches the "
                   "catalog: " MI-RECORD-COUNT " record(s), hash "
                   MI-HASH
           ELSE
               DISPLAY "Rebuilt " WS-TARGET-FILE " has "
                   MI-RECORD-COUNT " record(s), hash " MI-HASH
               DISPLAY "Catalogued generation " WS-CHOSEN-GEN
                   " has " WS-CHOSEN-COUNT " record(s), hash "
                   WS-CHOSEN-HASH
               MOVE "RECOVERY" TO WS-ERROR-PGM
               STRING "REBUILT " DELIMITED BY SIZE
                   WS-TARGET-FILE DELIMITED BY SPACE
                   " FAILS CATALOG CHECK, GEN " DELIMITED BY SIZE
                   WS-CHOSEN-GEN DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.

      * Entries up to the position marked on the catalog were
      * already on the file when the copy was taken; the rest
      * replay forward to the chosen point. Writes and rewrites land
      * the after image, deletes remove the key, and anything
      * stamped after the chosen point is skipped.
       REPLAY-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JRNL-OK
               DISPLAY "No journal file, backup stands as recovered"
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JRNL-SEQ
                           IF JR-FILE = WS-TARGET-FILE
                               IF WS-JRNL-SEQ <= WS-CHOSEN-POSITION
                                   ADD 1 TO WS-COVERED-COUNT
                               ELSE
                                   IF RECOVER-EMPFILE
                                       PERFORM REPLAY-ONE-EMP-ACTION
                                   ELSE
                                       PERFORM REPLAY-ONE-CODE-ACTION
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               END-EVALUATE
           END-IF.

      * CODEFILE is small enough to rebuild in storage: the rebuilt
      * rows load into the table, the journal's row after-images
      * land on their row numbers, and the file is rewritten.
       RECOVER-CODE-FILE.
           OPEN INPUT CODE-FILE.
           IF NOT CODE-OK
               MOVE "RECOVERY" TO WS-ERROR-PGM
               STRING "UNABLE TO REOPEN CODEFILE, STATUS "
                   DELIMITED BY SIZE
                   WS-CODE-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 12 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           PERFORM UNTIL CODE-EOF OR WS-CODE-USED = 60
               READ CODE-FILE
                   AT END
                       SET CODE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CODE-USED
                       MOVE CODE-RECORD
                           TO WS-CODE-ROW(WS-CODE-USED)
               END-READ
           END-PERFORM.
           CLOSE CODE-FILE.
           PERFORM REPLAY-JOURNAL.
           OPEN OUTPUT CODE-FILE.
           IF NOT CODE-OK
               MOVE "RECOVERY" TO WS-ERROR-PGM
