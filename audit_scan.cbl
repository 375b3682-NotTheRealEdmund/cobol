      *                instead of pattern-matching the message text,
      *                so a reworded message can no longer sail past
      *                unseen.
      *   2026-10-15 - AUDITTRL line widened for the sequence number
      *                and chain hash AUDITLOG now stamps.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-TRAIL-SCANNER.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(126).
       FD  SCAN-REPORT.
       01  REPORT-LINE               PIC X(80).
       WORKING-STORAGE SECTION.
