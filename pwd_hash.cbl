      ******************************************************************
      * Author:
      * Date:
      * Purpose: Common password hashing utility, called by OPERCHK
      *          at sign-on and by OPERMNT and OPERCONV when a
      *          password is issued, so OPERFILE only ever holds the
      *          hash. The operator id is folded in ahead of the
      *          password, so two operators who choose the same
      *          password do not share a hash. The characters are
      *          folded the way FILESEAL folds a master, through two
      *          lanes kept modulo different large numbers and
      *          repeated over several rounds, and the two lanes are
      *          returned side by side as 24 digits.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15 - First version, for operator passwords.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PWDHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-TEXT.
           05 WS-HT-ID              PIC X(8).
           05 WS-HT-PASSWORD        PIC X(16).
       01 WS-HASH-RESULT.
           05 WS-LANE-1             PIC 9(12).
           05 WS-LANE-2             PIC 9(12).
       01 WS-ROUND              PIC 9(2).
       01 WS-CHAR-SUB           PIC 9(2).
       LINKAGE SECTION.
       01 LS-OPER-ID            PIC X(8).
       01 LS-PASSWORD           PIC X(16).
       01 LS-HASH               PIC X(24).
       PROCEDURE DIVISION USING LS-OPER-ID, LS-PASSWORD, LS-HASH.
       MAIN-PROCEDURE.
           MOVE LS-OPER-ID TO WS-HT-ID.
           MOVE LS-PASSWORD TO WS-HT-PASSWORD.
           MOVE 314159265358 TO WS-LANE-1.
           MOVE 271828182845 TO WS-LANE-2.
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > 8
               PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                       UNTIL WS-CHAR-SUB > 24
                   COMPUTE WS-LANE-1 = FUNCTION MOD(
                       WS-LANE-1 * 131
                       + FUNCTION ORD(WS-HASH-TEXT(WS-CHAR-SUB:1))
                       * WS-CHAR-SUB + WS-ROUND, 999999999989)
                   COMPUTE WS-LANE-2 = FUNCTION MOD(
                       WS-LANE-2 * 257
                       + FUNCTION ORD(WS-HASH-TEXT(WS-CHAR-SUB:1))
                       * (25 - WS-CHAR-SUB) + WS-LANE-1,
                       999999999961)
               END-PERFORM
           END-PERFORM.
           MOVE WS-HASH-RESULT TO LS-HASH.
           GOBACK.
       END PROGRAM PWDHASH.
