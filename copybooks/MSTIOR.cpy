      ******************************************************************
      * Standard master-file access request, passed to MSTIO by the
      * backup and recovery programs. MSTIO opens, reads, writes and
      * closes any master by its DD name, keyed or sequential, and
      * hands each record over as a flat image. Every record read or
      * written is counted and folded into a hash total the way
      * FILESEAL folds its keys (over the whole image here), so a
      * copy and the file it came from can be compared figure for
      * figure. The count and hash restart at each open.
      ******************************************************************
       01  MASTER-IO-REQUEST.
           05 MI-FUNCTION           PIC X(1).
               88 MI-OPEN-INPUT         VALUE 'I'.
               88 MI-OPEN-OUTPUT        VALUE 'O'.
               88 MI-READ-NEXT          VALUE 'R'.
               88 MI-WRITE              VALUE 'W'.
               88 MI-CLOSE              VALUE 'C'.
           05 MI-FILE               PIC X(8).
           05 MI-STATUS             PIC X(2).
               88 MI-OK                 VALUE "00".
               88 MI-EOF                VALUE "10".
               88 MI-FILE-MISSING       VALUE "35".
      * K for a keyed master, S for a sequential one; set at open.
           05 MI-ORGANIZATION       PIC X(1).
               88 MI-KEYED              VALUE 'K'.
               88 MI-SEQUENTIAL         VALUE 'S'.
           05 MI-RECORD-COUNT       PIC 9(7).
           05 MI-HASH               PIC 9(12).
           05 MI-IMAGE              PIC X(150).
