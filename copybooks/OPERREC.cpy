      ******************************************************************
      * Operator master (OPERFILE), indexed on OP-ID. OPERCHK answers
      * every sign-on from it and OPERMNT maintains it; nobody edits
      * it by hand. Records are never deleted: a retired id stays on
      * file so it cannot be issued again to someone else.
      *   OP-ROLE         1 operator, 2 supervisor
      *   OP-TYPE         P a person, B a batch service id (signs on
      *                   from a protected SYSIN dataset; its
      *                   password does not expire)
      *   OP-STATUS       A active, L locked out after too many
      *                   failed passwords, S suspended, R retired
      *   OP-PWD-HASH     PWDHASH of the id and password; the
      *                   password itself is never kept
      *   OP-PWD-CHANGED  date the password was last chosen, zero
      *                   when it was issued by a supervisor and must
      *                   be changed at the next sign-on
      *   OP-FAILED-COUNT failed passwords since the last good one
      *   OP-LAST-SIGNON  date of the last accepted sign-on, zero
      *                   if never
      *   OP-EMP-ID       the person's own employee id on EMPFILE,
      *                   zero for a batch id or anyone not on the
      *                   payroll; SODREPT uses it to find changes
      *                   made to an operator's own employee or pay
      *                   record
      ******************************************************************
       01  OPERATOR-RECORD.
           05 OP-ID                 PIC X(8).
           05 OP-NAME               PIC X(20).
           05 OP-ROLE               PIC 9(1).
           05 OP-TYPE               PIC X(1).
               88 OP-PERSON             VALUE 'P'.
               88 OP-BATCH-ID           VALUE 'B'.
           05 OP-STATUS             PIC X(1).
               88 OP-ACTIVE             VALUE 'A'.
               88 OP-LOCKED             VALUE 'L'.
               88 OP-SUSPENDED          VALUE 'S'.
               88 OP-RETIRED            VALUE 'R'.
           05 OP-PWD-HASH           PIC X(24).
           05 OP-PWD-CHANGED        PIC 9(8).
           05 OP-FAILED-COUNT       PIC 9(2).
           05 OP-LAST-SIGNON        PIC 9(8).
           05 OP-ADDED-DATE         PIC 9(8).
           05 OP-UPDATED-BY         PIC X(8).
           05 OP-UPDATED-DATE       PIC 9(8).
           05 OP-EMP-ID             PIC 9(6).
