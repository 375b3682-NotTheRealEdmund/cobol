      ******************************************************************
      * Paging alert record (ALERTOUT). AUDITLOG appends one for every
      * error-severity audit entry, unless the same program raised
      * the same event code within the suppression interval, and the
      * on-call paging gateway polls the file. The alert id is the
      * audit entry's sequence number, so an alert can always be
      * traced to its entry on AUDITTRL, and it is the id the gateway
      * writes back on ALERTACK when someone acknowledges the page.
      * The routing group comes from the ALERTRTE table.
      ******************************************************************
       01  PAGE-ALERT-RECORD.
           05 PG-ALERT-ID           PIC 9(9).
           05 PG-DATE               PIC X(8).
           05 PG-TIME               PIC X(6).
           05 PG-PROGRAM-ID         PIC X(8).
           05 PG-EVENT-CODE         PIC X(4).
           05 PG-GROUP              PIC X(8).
           05 PG-DETAIL             PIC X(56).
