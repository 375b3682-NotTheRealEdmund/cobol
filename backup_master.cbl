      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generation backups of every master, run at batch
      *          window close. Each master in the table below is read
      *          through MSTIO and copied to BKUPREPO as the next
      *          generation for that file, then catalogued on BKUPCAT
      *          with the date and time taken, the record count and
      *          the MSTIO hash total of the copy, and the MSTJRNL
      *          position the copy corresponds to (the journal entries
      *          already written, and the stamp of the last of them).
      *          The catalog record is written only once the copy is
      *          complete, so RECOVERY never picks a partial
      *          generation. Generations beyond the number to keep
      *          (SYSIN columns 1-2, 01-99, blank for 07) are pruned
      *          oldest first. A master not present is shown and
      *          skipped; one that cannot be read is shown, the others
      *          are still taken, and the step ends with return code
      *          4.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version; RECOVERY had nothing in the suite
      *                making the copies it rebuilt from, and most
      *                masters had no backup at all.
      *   2026-10-15 - PAYYTD, TAXBAND and PAYPARM, the payroll's
      *                year-to-date, band and parameter files, are
      *                backed up with the other masters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-REPO-FILE ASSIGN TO "BKUPREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-REPO-STATUS.
           SELECT BACKUP-CATALOG-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY
               FILE STATUS IS WS-CAT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-REPO-FILE.
           COPY BKUPREPO.
       FD  BACKUP-CATALOG-FILE.
           COPY BKUPCAT.
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(131).
       WORKING-STORAGE SECTION.
           COPY JRNLREC.
           COPY MSTIOR.
           COPY ERRFLDS.
           COPY AUDITEVT.
       01 WS-REPO-STATUS        PIC X(2).
           88 REPO-OK               VALUE "00".
           88 REPO-NOT-FOUND        VALUE "35".
       01 WS-CAT-STATUS         PIC X(2).
           88 CAT-OK                VALUE "00".
           88 CAT-NOT-FOUND         VALUE "35".
       01 WS-JRNL-STATUS        PIC X(2).
           88 JRNL-OK               VALUE "00".
           88 JRNL-EOF              VALUE "10".
       01 WS-KEEP-CARD          PIC X(80).
       01 WS-KEEP-GENS          PIC 9(2) VALUE 7.
      * Every master in the suite, by DD name. The keyed ones are
      * declared in MSTIO; the rest are copied line for line.
       01 WS-MASTER-TABLE.
           05 FILLER                PIC X(8) VALUE "EMPFILE ".
           05 FILLER                PIC X(8) VALUE "STOCKFIL".
           05 FILLER                PIC X(8) VALUE "OPERFILE".
           05 FILLER                PIC X(8) VALUE "RATEFILE".
           05 FILLER                PIC X(8) VALUE "BUDGFILE".
           05 FILLER                PIC X(8) VALUE "RECURFIL".
           05 FILLER                PIC X(8) VALUE "ORDFILE ".
           05 FILLER                PIC X(8) VALUE "ALLOCFIL".
           05 FILLER                PIC X(8) VALUE "MINSTOCK".
           05 FILLER                PIC X(8) VALUE "CAPFILE ".
           05 FILLER                PIC X(8) VALUE "COSTFILE".
           05 FILLER                PIC X(8) VALUE "LEAVEFIL".
           05 FILLER                PIC X(8) VALUE "CODEFILE".
           05 FILLER                PIC X(8) VALUE "CODERET ".
           05 FILLER                PIC X(8) VALUE "DEPTFILE".
           05 FILLER                PIC X(8) VALUE "ACCTFILE".
           05 FILLER                PIC X(8) VALUE "PAYRATE ".
           05 FILLER                PIC X(8) VALUE "ITEMFILE".
           05 FILLER                PIC X(8) VALUE "POFILE  ".
           05 FILLER                PIC X(8) VALUE "SUPPFILE".
           05 FILLER                PIC X(8) VALUE "BANKDET ".
           05 FILLER                PIC X(8) VALUE "DEDFILE ".
           05 FILLER                PIC X(8) VALUE "CALFILE ".
           05 FILLER                PIC X(8) VALUE "PERIODS ".
           05 FILLER                PIC X(8) VALUE "TOLFILE ".
           05 FILLER                PIC X(8) VALUE "CASEFILE".
           05 FILLER                PIC X(8) VALUE "LEAVENT ".
           05 FILLER                PIC X(8) VALUE "PAYYTD  ".
           05 FILLER                PIC X(8) VALUE "TAXBAND ".
           05 FILLER                PIC X(8) VALUE "PAYPARM ".
       01 WS-MASTER-TABLE-R REDEFINES WS-MASTER-TABLE.
           05 WS-MASTER-NAME OCCURS 30 TIMES PIC X(8).
       01 WS-MASTER-SUB         PIC 9(2).
       01 WS-BKUP-DATE          PIC X(8).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-JRNL-POSITION      PIC 9(9) VALUE 0.
       01 WS-JRNL-LAST-DATE     PIC X(8) VALUE SPACES.
       01 WS-JRNL-LAST-TIME     PIC X(8) VALUE SPACES.
       01 WS-HIGH-GEN           PIC 9(5).
       01 WS-NEW-GEN            PIC 9(5).
       01 WS-GEN-COUNT          PIC 9(5).
       01 WS-PURGE-GEN          PIC 9(5).
       01 WS-TO-PRUNE           PIC 9(5).
       01 WS-SEQ                PIC 9(7).
       01 WS-SCAN-DONE          PIC X VALUE 'N'.
           88 SCAN-DONE             VALUE 'Y'.
       01 WS-COPY-STATE         PIC X VALUE SPACE.
           88 COPY-TAKEN            VALUE 'T'.
           88 COPY-NOT-PRESENT      VALUE 'N'.
           88 COPY-FAILED           VALUE 'F'.
       01 WS-FAIL-STATUS        PIC X(2).
       01 WS-BACKED-UP-COUNT    PIC 9(3) VALUE 0.
       01 WS-ABSENT-COUNT       PIC 9(3) VALUE 0.
       01 WS-MISSED-COUNT       PIC 9(3) VALUE 0.
       01 WS-PRUNED-COUNT       PIC 9(5) VALUE 0.
       01 WS-RESULT-CODE        PIC 9(4) VALUE 0.
       01 WS-AUDIT-DETAIL       PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-KEEP-CARD.
           ACCEPT WS-KEEP-CARD.
           IF WS-KEEP-CARD(1:2) NOT = SPACES
               IF WS-KEEP-CARD(1:2) IS NUMERIC
                       AND WS-KEEP-CARD(1:2) NOT = "00"
                   MOVE WS-KEEP-CARD(1:2) TO WS-KEEP-GENS
               ELSE
                   MOVE "MSTBKUP " TO WS-ERROR-PGM
                   STRING "GENERATIONS TO KEEP MUST BE 01-99, GOT "
                       DELIMITED BY SIZE
                       WS-KEEP-CARD(1:2) DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 8 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
               END-IF
           END-IF.
           ACCEPT WS-BKUP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM MARK-JOURNAL-POSITION.
           OPEN I-O BACKUP-REPO-FILE.
           IF REPO-NOT-FOUND
               OPEN OUTPUT BACKUP-REPO-FILE
               CLOSE BACKUP-REPO-FILE
               OPEN I-O BACKUP-REPO-FILE
           END-IF.
           IF NOT REPO-OK
               MOVE "MSTBKUP " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN BKUPREPO, STATUS "
                   DELIMITED BY SIZE
                   WS-REPO-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           OPEN I-O BACKUP-CATALOG-FILE.
           IF CAT-NOT-FOUND
               OPEN OUTPUT BACKUP-CATALOG-FILE
               CLOSE BACKUP-CATALOG-FILE
               OPEN I-O BACKUP-CATALOG-FILE
           END-IF.
           IF NOT CAT-OK
               MOVE "MSTBKUP " TO WS-ERROR-PGM
               STRING "UNABLE TO OPEN BKUPCAT, STATUS "
                   DELIMITED BY SIZE
                   WS-CAT-STATUS DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               MOVE 8 TO WS-ERROR-CODE
               PERFORM ABEND-PARA
           END-IF.
           DISPLAY "Backups taken " WS-BKUP-DATE " "
               WS-NOW-TIME(1:6) " at journal position "
               WS-JRNL-POSITION ", keeping " WS-KEEP-GENS
               " generation(s)".
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > 30
               PERFORM BACKUP-ONE-MASTER
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.
           CLOSE BACKUP-REPO-FILE.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "MASTERS BACKED UP=" DELIMITED BY SIZE
               WS-BACKED-UP-COUNT DELIMITED BY SIZE
               " MISSED=" DELIMITED BY SIZE
               WS-MISSED-COUNT DELIMITED BY SIZE
               " PRUNED=" DELIMITED BY SIZE
               WS-PRUNED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL.
           MOVE "BKUP" TO AE-EVENT-CODE.
           IF WS-MISSED-COUNT > 0
               SET AE-SEV-WARNING TO TRUE
               MOVE 4 TO WS-RESULT-CODE
           END-IF.
           CALL 'AUDITLOG' USING "MSTBKUP ", WS-AUDIT-DETAIL,
               AUDIT-EVENT-PARM.
           DISPLAY WS-BACKED-UP-COUNT " master(s) backed up, "
               WS-ABSENT-COUNT " not present, " WS-MISSED-COUNT
               " missed, " WS-PRUNED-COUNT
               " old generation(s) pruned".
           MOVE WS-RESULT-CODE TO RETURN-CODE.
           STOP RUN.

      * MSTJRNL is only ever appended to, so the number of entries
      * on it when the copies are taken is where a replay onto any
      * of them has to start from.
       MARK-JOURNAL-POSITION.
           OPEN INPUT JOURNAL-FILE.
           IF NOT JRNL-OK
               DISPLAY "No journal file, backups marked at position 0"
           ELSE
               PERFORM UNTIL JRNL-EOF
                   READ JOURNAL-FILE INTO JOURNAL-RECORD
                       AT END
                           SET JRNL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JRNL-POSITION
                           MOVE JR-DATE TO WS-JRNL-LAST-DATE
                           MOVE JR-TIME TO WS-JRNL-LAST-TIME
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       BACKUP-ONE-MASTER.
           MOVE WS-MASTER-NAME(WS-MASTER-SUB) TO MI-FILE.
           PERFORM FIND-LAST-GENERATION.
           COMPUTE WS-NEW-GEN = WS-HIGH-GEN + 1.
      * Records left under the new generation by a run that stopped
      * before cataloguing it are cleared first.
           MOVE WS-NEW-GEN TO WS-PURGE-GEN.
           PERFORM PURGE-REPO-GENERATION.
           PERFORM COPY-MASTER-TO-REPO.
           EVALUATE TRUE
               WHEN COPY-TAKEN
                   PERFORM WRITE-CATALOG-ENTRY
                   ADD 1 TO WS-BACKED-UP-COUNT
                   ADD 1 TO WS-GEN-COUNT
                   DISPLAY "Backed up " MI-FILE " generation "
                       WS-NEW-GEN ", " MI-RECORD-COUNT
                       " record(s), hash " MI-HASH
                   PERFORM PRUNE-OLD-GENERATIONS
               WHEN COPY-NOT-PRESENT
                   ADD 1 TO WS-ABSENT-COUNT
                   DISPLAY "Master " MI-FILE
                       " not present, no backup taken"
               WHEN OTHER
                   PERFORM PURGE-REPO-GENERATION
                   ADD 1 TO WS-MISSED-COUNT
                   DISPLAY "Master " MI-FILE
                       " could not be read, status " MI-STATUS
                       ", no backup taken"
           END-EVALUATE.

       FIND-LAST-GENERATION.
           MOVE 0 TO WS-HIGH-GEN.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE MI-FILE TO BC-FILE.
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
                       IF BC-FILE = MI-FILE
                           MOVE BC-GENERATION TO WS-HIGH-GEN
                           ADD 1 TO WS-GEN-COUNT
                       ELSE
                           SET SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CAT-STATUS.

       COPY-MASTER-TO-REPO.
           MOVE SPACE TO WS-COPY-STATE.
           SET MI-OPEN-INPUT TO TRUE.
           CALL 'MSTIO' USING MASTER-IO-REQUEST.
           EVALUATE TRUE
               WHEN MI-FILE-MISSING
                   SET COPY-NOT-PRESENT TO TRUE
               WHEN NOT MI-OK
                   SET COPY-FAILED TO TRUE
               WHEN OTHER
                   MOVE 0 TO WS-SEQ
                   PERFORM UNTIL COPY-TAKEN OR COPY-FAILED
                       SET MI-READ-NEXT TO TRUE
                       CALL 'MSTIO' USING MASTER-IO-REQUEST
                       EVALUATE TRUE
                           WHEN MI-OK
                               ADD 1 TO WS-SEQ
                               MOVE MI-FILE TO BR-FILE
                               MOVE WS-NEW-GEN TO BR-GENERATION
                               MOVE WS-SEQ TO BR-SEQ
                               MOVE MI-IMAGE TO BR-IMAGE
                               PERFORM WRITE-REPO-RECORD
                           WHEN MI-EOF
                               SET COPY-TAKEN TO TRUE
                           WHEN OTHER
                               MOVE MI-STATUS TO WS-FAIL-STATUS
                               SET COPY-FAILED TO TRUE
                       END-EVALUATE
                   END-PERFORM
                   SET MI-CLOSE TO TRUE
                   CALL 'MSTIO' USING MASTER-IO-REQUEST
                   IF COPY-FAILED
                       MOVE WS-FAIL-STATUS TO MI-STATUS
                   END-IF
           END-EVALUATE.

       WRITE-REPO-RECORD.
           WRITE BACKUP-REPO-RECORD
               INVALID KEY
                   MOVE "MSTBKUP " TO WS-ERROR-PGM
                   STRING "UNABLE TO STORE " DELIMITED BY SIZE
                       MI-FILE DELIMITED BY SPACE
                       " ON BKUPREPO, STATUS " DELIMITED BY SIZE
                       WS-REPO-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
           END-WRITE.

       WRITE-CATALOG-ENTRY.
           MOVE MI-FILE TO BC-FILE.
           MOVE WS-NEW-GEN TO BC-GENERATION.
           MOVE WS-BKUP-DATE TO BC-BKUP-DATE.
           MOVE WS-NOW-TIME(1:6) TO BC-BKUP-TIME.
           MOVE MI-RECORD-COUNT TO BC-RECORD-COUNT.
           MOVE MI-HASH TO BC-HASH.
           MOVE WS-JRNL-POSITION TO BC-JRNL-POSITION.
           MOVE WS-JRNL-LAST-DATE TO BC-JRNL-LAST-DATE.
           MOVE WS-JRNL-LAST-TIME TO BC-JRNL-LAST-TIME.
           MOVE AE-USER TO BC-TAKEN-BY.
           WRITE BACKUP-CATALOG-RECORD
               INVALID KEY
                   MOVE "MSTBKUP " TO WS-ERROR-PGM
                   STRING "UNABLE TO CATALOG " DELIMITED BY SIZE
                       MI-FILE DELIMITED BY SPACE
                       " ON BKUPCAT, STATUS " DELIMITED BY SIZE
                       WS-CAT-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   MOVE 12 TO WS-ERROR-CODE
                   PERFORM ABEND-PARA
           END-WRITE.

      * The oldest generations go first: the catalog entry is
      * removed before the records, so a generation is never
      * catalogued without its copy.
       PRUNE-OLD-GENERATIONS.
           IF WS-GEN-COUNT > WS-KEEP-GENS
               COMPUTE WS-TO-PRUNE = WS-GEN-COUNT - WS-KEEP-GENS
           ELSE
               MOVE 0 TO WS-TO-PRUNE
           END-IF.
           PERFORM UNTIL WS-TO-PRUNE = 0
               MOVE MI-FILE TO BC-FILE
               MOVE 0 TO BC-GENERATION
               START BACKUP-CATALOG-FILE
                       KEY IS NOT LESS THAN BC-KEY
                   INVALID KEY
                       MOVE 0 TO WS-TO-PRUNE
               END-START
               IF WS-TO-PRUNE > 0
                   READ BACKUP-CATALOG-FILE NEXT RECORD
                       AT END
                           MOVE 0 TO WS-TO-PRUNE
                   END-READ
               END-IF
               IF WS-TO-PRUNE > 0
                   IF BC-FILE = MI-FILE
                       MOVE BC-GENERATION TO WS-PURGE-GEN
                       DELETE BACKUP-CATALOG-FILE RECORD
                       PERFORM PURGE-REPO-GENERATION
                       ADD 1 TO WS-PRUNED-COUNT
                       SUBTRACT 1 FROM WS-TO-PRUNE
                       DISPLAY "Pruned " MI-FILE " generation "
                           WS-PURGE-GEN
                   ELSE
                       MOVE 0 TO WS-TO-PRUNE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-CAT-STATUS.

       PURGE-REPO-GENERATION.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE MI-FILE TO BR-FILE.
           MOVE WS-PURGE-GEN TO BR-GENERATION.
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
                       IF BR-FILE = MI-FILE
                               AND BR-GENERATION = WS-PURGE-GEN
                           DELETE BACKUP-REPO-FILE RECORD
                       ELSE
                           SET SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-REPO-STATUS.

           COPY ERRHAND.
       END PROGRAM MASTER-BACKUP.
