      *                the selection parameters and the daily summary
      *                breaks the day down by severity, which is what
      *                the duty manager reads first.
      *   2026-10-15 - AUDITTRL line widened for the sequence number
      *                and chain hash AUDITLOG now stamps.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-TRAIL-REPORT.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(126).
       FD  AUDIT-REPORT.
       01  REPORT-LINE               PIC X(93).
       WORKING-STORAGE SECTION.
