      ******************************************************************
      * Author:
      * Date:
      * Purpose: Audit-trail chain hash, called by AUDITLOG for every
      *          entry it writes and by AUDCHAIN when it checks the
      *          trail, so both work the link out the same way. The
      *          previous entry's chain hash seeds the two lanes and
      *          every byte of the new entry (up to and including its
      *          sequence number) is folded in the way PWDHASH folds
      *          a password, through two lanes kept modulo different
      *          large numbers; the lanes are returned side by side
      *          as 24 digits.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, for the AUDITTRL chain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-RESULT.
           05 WS-LANE-1             PIC 9(12).
           05 WS-LANE-2             PIC 9(12).
       01 WS-ROUND              PIC 9(2).
       01 WS-CHAR-SUB           PIC 9(3).
       LINKAGE SECTION.
       01 LS-PREV-HASH.
           05 LS-PREV-LANE-1        PIC X(12).
           05 LS-PREV-LANE-2        PIC X(12).
       01 LS-ENTRY              PIC X(102).
       01 LS-HASH               PIC X(24).
       PROCEDURE DIVISION USING LS-PREV-HASH, LS-ENTRY, LS-HASH.
       MAIN-PROCEDURE.
      * The first entry of the chain has no predecessor; it is seeded
      * from zeros.
           IF LS-PREV-LANE-1 IS NUMERIC
               MOVE LS-PREV-LANE-1 TO WS-LANE-1
           ELSE
               MOVE 0 TO WS-LANE-1
           END-IF.
           IF LS-PREV-LANE-2 IS NUMERIC
               MOVE LS-PREV-LANE-2 TO WS-LANE-2
           ELSE
               MOVE 0 TO WS-LANE-2
           END-IF.
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > 2
               PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                       UNTIL WS-CHAR-SUB > 102
                   COMPUTE WS-LANE-1 = FUNCTION MOD(
                       WS-LANE-1 * 131
                       + FUNCTION ORD(LS-ENTRY(WS-CHAR-SUB:1))
                       * WS-CHAR-SUB + WS-ROUND, 999999999989)
                   COMPUTE WS-LANE-2 = FUNCTION MOD(
                       WS-LANE-2 * 257
                       + FUNCTION ORD(LS-ENTRY(WS-CHAR-SUB:1))
                       * (103 - WS-CHAR-SUB) + WS-LANE-1,
                       999999999961)
               END-PERFORM
           END-PERFORM.
           MOVE WS-HASH-RESULT TO LS-HASH.
           GOBACK.
       END PROGRAM CHNHASH.
