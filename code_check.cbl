      *          answers validate/lookup requests for a code type and
      *          value, so valid values live in the maintained table
      *          instead of WORKING-STORAGE literals. The result is
      *          Y (valid), R (retired: off the table but listed on
      *          CODERET, valid only where a record already holds
      *          it), N (not on the table), or U (table unavailable,
      *          caller decides how to degrade).
      * Tectonics: cobc
      * Modification History:
      *   2026-08-22 - First version, starting with SIMPLIO's gender
      *                codes (type GN).
      *   2026-10-15 - Values retired through INDEXING are loaded from
      *                CODERET and answered R instead of N.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODECHK.
           SELECT CODE-FILE ASSIGN TO "CODEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-STATUS.
           SELECT RETIRED-CODE-FILE ASSIGN TO "CODERET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CODE-FILE.
           05 CR-B                 PIC A(2).
           05 CR-D1                 PIC X(4).
           05 CR-D2                 PIC X(4).
       FD  RETIRED-CODE-FILE.
       01  RETIRED-CODE-RECORD.
           05 CRT-TYPE              PIC X(2).
           05 CRT-VALUE             PIC X(4).
           05 CRT-RETIRED-DATE      PIC X(8).
           05 CRT-RETIRED-BY        PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-CODE-STATUS        PIC X(2).
           88 CODE-OK               VALUE "00".
               10 WS-CK-VALUE       PIC X(4).
       01 WS-CODE-USED          PIC 9(2) VALUE 0.
       01 WS-CODE-SUB           PIC 9(2).
       01 WS-RET-STATUS         PIC X(2).
           88 RET-OK                VALUE "00".
           88 RET-EOF               VALUE "10".
       01 WS-RET-TABLE.
           05 WS-RET-ENTRY OCCURS 50 TIMES.
               10 WS-RT-TYPE        PIC X(2).
               10 WS-RT-VALUE       PIC X(4).
       01 WS-RET-USED           PIC 9(2) VALUE 0.
       LINKAGE SECTION.
       01 LS-CODE-TYPE          PIC X(2).
       01 LS-CODE-VALUE         PIC X(4).
                       MOVE 'Y' TO LS-CODE-RESULT
                   END-IF
               END-PERFORM
               IF LS-CODE-RESULT = 'N'
                   PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                           UNTIL WS-CODE-SUB > WS-RET-USED
                       IF WS-RT-TYPE(WS-CODE-SUB) = LS-CODE-TYPE
                               AND WS-RT-VALUE(WS-CODE-SUB)
                                   = LS-CODE-VALUE
                           MOVE 'R' TO LS-CODE-RESULT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           GOBACK.

                   END-READ
               END-PERFORM
               CLOSE CODE-FILE
               PERFORM LOAD-RETIRED-TABLE
               SET TABLE-LOADED TO TRUE
           END-IF.

      * No CODERET simply means nothing has been retired.
       LOAD-RETIRED-TABLE.
           OPEN INPUT RETIRED-CODE-FILE.
           IF RET-OK
               PERFORM UNTIL RET-EOF OR WS-RET-USED = 50
                   READ RETIRED-CODE-FILE
                       AT END
                           SET RET-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RET-USED
                           MOVE CRT-TYPE TO WS-RT-TYPE(WS-RET-USED)
                           MOVE CRT-VALUE TO WS-RT-VALUE(WS-RET-USED)
                   END-READ
               END-PERFORM
               CLOSE RETIRED-CODE-FILE
           END-IF.
       END PROGRAM CODECHK.
