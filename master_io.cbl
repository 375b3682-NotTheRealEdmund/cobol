      ******************************************************************
      * Author:
      * Date:
      * Purpose: Common master-file access utility, called by MSTBKUP
      *          and RECOVERY the way RUNCTL is called by the batch
      *          programs. Opens, reads forward, writes and closes any
      *          master in the suite by its DD name and passes each
      *          record as a flat image (see MSTIOR.cpy), so a program
      *          that copies or restores masters needs no record
      *          layouts of its own. The keyed masters are declared
      *          here with their keys; any other name is taken as a
      *          sequential master and handled as generic lines, the
      *          way HOUSEKP handles its history files. Each record
      *          read or written is counted and folded into a hash
      *          total. One master is open at a time.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, written with the generation
      *                backups of the masters.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT STOCK-FILE ASSIGN TO "STOCKFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT RECURRING-FILE ASSIGN TO "RECURFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT ORDER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-KEY
               ALTERNATE RECORD KEY IS OR-REQ-DATE WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               ALTERNATE RECORD KEY IS AL-ORDER-KEY WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT MIN-STOCK-FILE ASSIGN TO "MINSTOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO "CAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT COST-FILE ASSIGN TO "COSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "LEAVEFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY EMPREC.
       FD  STOCK-FILE.
           COPY STOCKREC.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       FD  RATE-FILE.
           COPY RATEREC.
       FD  BUDGET-FILE.
           COPY BUDGREC.
       FD  RECURRING-FILE.
           COPY RECURREC.
       FD  ORDER-FILE.
           COPY ORDREC.
       FD  ALLOCATION-FILE.
           COPY ALLOCREC.
       FD  MIN-STOCK-FILE.
           COPY MINREC.
       FD  CAPACITY-FILE.
           COPY CAPREC.
       FD  COST-FILE.
           COPY COSTREC.
       FD  LEAVE-FILE.
           COPY LEAVEREC.
      * The sequential masters differ in layout; a copy needs nothing
      * but the line, so they are handled as generic lines.
       FD  LIVE-FILE.
       01  LIVE-LINE                PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS         PIC X(2).
       01 WS-LIVE-NAME          PIC X(8).
       01 WS-IMAGE-SUB          PIC 9(3).
       LINKAGE SECTION.
           COPY MSTIOR.
       PROCEDURE DIVISION USING MASTER-IO-REQUEST.
       MAIN-PROCEDURE.
           MOVE "00" TO WS-MST-STATUS.
           EVALUATE TRUE
               WHEN MI-OPEN-INPUT
                   PERFORM OPEN-MASTER
               WHEN MI-OPEN-OUTPUT
                   PERFORM OPEN-MASTER
               WHEN MI-READ-NEXT
                   PERFORM READ-MASTER
               WHEN MI-WRITE
                   PERFORM WRITE-MASTER
               WHEN MI-CLOSE
                   PERFORM CLOSE-MASTER
               WHEN OTHER
                   MOVE "90" TO WS-MST-STATUS
           END-EVALUATE.
           MOVE WS-MST-STATUS TO MI-STATUS.
           GOBACK.

       OPEN-MASTER.
           MOVE 0 TO MI-RECORD-COUNT.
           MOVE 0 TO MI-HASH.
           SET MI-KEYED TO TRUE.
           EVALUATE MI-FILE
               WHEN "EMPFILE "
                   IF MI-OPEN-INPUT
                       OPEN INPUT EMPLOYEE-MASTER
                   ELSE
                       OPEN OUTPUT EMPLOYEE-MASTER
                   END-IF
               WHEN "STOCKFIL"
                   IF MI-OPEN-INPUT
                       OPEN INPUT STOCK-FILE
                   ELSE
                       OPEN OUTPUT STOCK-FILE
                   END-IF
               WHEN "OPERFILE"
                   IF MI-OPEN-INPUT
                       OPEN INPUT OPERATOR-FILE
                   ELSE
                       OPEN OUTPUT OPERATOR-FILE
                   END-IF
               WHEN "RATEFILE"
                   IF MI-OPEN-INPUT
                       OPEN INPUT RATE-FILE
                   ELSE
                       OPEN OUTPUT RATE-FILE
                   END-IF
               WHEN "BUDGFILE"
                   IF MI-OPEN-INPUT
                       OPEN INPUT BUDGET-FILE
                   ELSE
                       OPEN OUTPUT BUDGET-FILE
                   END-IF
               WHEN "RECURFIL"
                   IF MI-OPEN-INPUT
                       OPEN INPUT RECURRING-FILE
                   ELSE
                       OPEN OUTPUT RECURRING-FILE
                   END-IF
               WHEN "ORDFILE "
                   IF MI-OPEN-INPUT
                       OPEN INPUT ORDER-FILE
                   ELSE
                       OPEN OUTPUT ORDER-FILE
                   END-IF
               WHEN "ALLOCFIL"
                   IF MI-OPEN-INPUT
                       OPEN INPUT ALLOCATION-FILE
                   ELSE
                       OPEN OUTPUT ALLOCATION-FILE
                   END-IF
               WHEN "MINSTOCK"
                   IF MI-OPEN-INPUT
                       OPEN INPUT MIN-STOCK-FILE
                   ELSE
                       OPEN OUTPUT MIN-STOCK-FILE
                   END-IF
               WHEN "CAPFILE "
                   IF MI-OPEN-INPUT
                       OPEN INPUT CAPACITY-FILE
                   ELSE
                       OPEN OUTPUT CAPACITY-FILE
                   END-IF
               WHEN "COSTFILE"
                   IF MI-OPEN-INPUT
                       OPEN INPUT COST-FILE
                   ELSE
                       OPEN OUTPUT COST-FILE
                   END-IF
               WHEN "LEAVEFIL"
                   IF MI-OPEN-INPUT
                       OPEN INPUT LEAVE-FILE
                   ELSE
                       OPEN OUTPUT LEAVE-FILE
                   END-IF
               WHEN OTHER
                   SET MI-SEQUENTIAL TO TRUE
                   MOVE MI-FILE TO WS-LIVE-NAME
                   IF MI-OPEN-INPUT
                       OPEN INPUT LIVE-FILE
                   ELSE
                       OPEN OUTPUT LIVE-FILE
                   END-IF
           END-EVALUATE.

       READ-MASTER.
           MOVE SPACES TO MI-IMAGE.
           EVALUATE MI-FILE
               WHEN "EMPFILE "
                   READ EMPLOYEE-MASTER NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "STOCKFIL"
                   READ STOCK-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "OPERFILE"
                   READ OPERATOR-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "RATEFILE"
                   READ RATE-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "BUDGFILE"
                   READ BUDGET-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "RECURFIL"
                   READ RECURRING-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "ORDFILE "
                   READ ORDER-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "ALLOCFIL"
                   READ ALLOCATION-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "MINSTOCK"
                   READ MIN-STOCK-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "CAPFILE "
                   READ CAPACITY-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "COSTFILE"
                   READ COST-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN "LEAVEFIL"
                   READ LEAVE-FILE NEXT RECORD INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
               WHEN OTHER
                   READ LIVE-FILE INTO MI-IMAGE
                       AT END
                           CONTINUE
                   END-READ
           END-EVALUATE.
           IF WS-MST-STATUS = "00"
               PERFORM FOLD-IMAGE-INTO-HASH
           END-IF.

      * A keyed write that fails (a duplicate key) comes back with
      * its status and is left for the caller to report.
       WRITE-MASTER.
           EVALUATE MI-FILE
               WHEN "EMPFILE "
                   WRITE EMPLOYEE-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "STOCKFIL"
                   WRITE STOCK-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "OPERFILE"
                   WRITE OPERATOR-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "RATEFILE"
                   WRITE EXCHANGE-RATE-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "BUDGFILE"
                   WRITE BUDGET-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "RECURFIL"
                   WRITE RECURRING-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "ORDFILE "
                   WRITE ORDER-LINE-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "ALLOCFIL"
                   WRITE ALLOCATION-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "MINSTOCK"
                   WRITE MIN-STOCK-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "CAPFILE "
                   WRITE CAPACITY-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "COSTFILE"
                   WRITE COST-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "LEAVEFIL"
                   WRITE LEAVE-RECORD FROM MI-IMAGE
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   WRITE LIVE-LINE FROM MI-IMAGE
           END-EVALUATE.
           IF WS-MST-STATUS = "00"
               PERFORM FOLD-IMAGE-INTO-HASH
           END-IF.

       CLOSE-MASTER.
           EVALUATE MI-FILE
               WHEN "EMPFILE "
                   CLOSE EMPLOYEE-MASTER
               WHEN "STOCKFIL"
                   CLOSE STOCK-FILE
               WHEN "OPERFILE"
                   CLOSE OPERATOR-FILE
               WHEN "RATEFILE"
                   CLOSE RATE-FILE
               WHEN "BUDGFILE"
                   CLOSE BUDGET-FILE
               WHEN "RECURFIL"
                   CLOSE RECURRING-FILE
               WHEN "ORDFILE "
                   CLOSE ORDER-FILE
               WHEN "ALLOCFIL"
                   CLOSE ALLOCATION-FILE
               WHEN "MINSTOCK"
                   CLOSE MIN-STOCK-FILE
               WHEN "CAPFILE "
                   CLOSE CAPACITY-FILE
               WHEN "COSTFILE"
                   CLOSE COST-FILE
               WHEN "LEAVEFIL"
                   CLOSE LEAVE-FILE
               WHEN OTHER
                   CLOSE LIVE-FILE
           END-EVALUATE.

      * FILESEAL's fold, taken over every byte of the image instead
      * of the key alone: each non-blank byte adds its character
      * code times its position, so a changed field, a dropped
      * record or a different file shows as a different figure.
       FOLD-IMAGE-INTO-HASH.
           ADD 1 TO MI-RECORD-COUNT.
           PERFORM VARYING WS-IMAGE-SUB FROM 1 BY 1
                   UNTIL WS-IMAGE-SUB > 150
               IF MI-IMAGE(WS-IMAGE-SUB:1) NOT = SPACE
                   COMPUTE MI-HASH =
                       FUNCTION MOD(MI-HASH
                           + (FUNCTION ORD(
                               MI-IMAGE(WS-IMAGE-SUB:1))
                               * WS-IMAGE-SUB), 999999999999)
               END-IF
           END-PERFORM.
       END PROGRAM MSTIO.
