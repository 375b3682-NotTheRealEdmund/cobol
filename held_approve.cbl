      *          stamped on the record and an audit entry per
      *          decision. The ADDTWO release run (mode 5) then
      *          posts the released items through the normal path.
      *          Journal vouchers that JRNLENT held on JVFILE for a
      *          line over the threshold are worked the same way,
      *          the whole voucher at a time: approved vouchers go
      *          out on the next JRNLREL release. No checker may
      *          decide a voucher they entered themselves, or a held
      *          item they originated.
      * Tectonics: cobc
      * Modification History:
      *   2026-09-02 - First version; finance asked for this control
      *                the load prunes the exact duplicates an
      *                interrupted batch run leaves behind, so the
      *                checker never decides the same hold twice.
      *   2026-10-15 - Held journal vouchers on JVFILE are reviewed
      *                after the held items, a voucher at a time.
      *   2026-10-15 - Held items carry their currency; it is shown
      *                beside the amounts and kept on the rewrite.
      *   2026-10-15 - Held items carry the stream they came in on
      *                (FEED, PAYROLL and so on); it is shown with the
      *                item and kept on the rewrite.
      *   2026-10-15 - Sign-on now asks for the operator's password
      *                (OPERCHK checks it against the keyed operator
      *                master); a refusal no longer says whether the
      *                id is on file.
      *   2026-10-15 - Held items carry the operator who originated
      *                them (HD-MAKER, where the feed knows it); it is
      *                shown with the item, kept on the rewrite, and
      *                no checker may decide an item they originated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELD-ITEM-APPROVAL.
           SELECT HELD-FILE ASSIGN TO "HELDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "JVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JV-KEY
               FILE STATUS IS WS-JV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE.
               10 HD-NUM2          PIC 9(5)V99.
               10 HD-TYPE          PIC X(1).
           05 HD-READ-SEQ      PIC 9(7).
           05 HD-CURRENCY      PIC X(3).
           05 HD-SOURCE        PIC X(8).
           05 HD-MAKER         PIC X(8).
       FD  VOUCHER-FILE.
           COPY VOUCHREC.
       WORKING-STORAGE SECTION.
           COPY ERRFLDS.
           COPY AUDITEVT.
                   15 WS-HE-NUM2        PIC 9(5)V99.
                   15 WS-HE-TYPE        PIC X(1).
               10 WS-HE-SEQ         PIC 9(7).
               10 WS-HE-CURRENCY    PIC X(3).
               10 WS-HE-SOURCE      PIC X(8).
               10 WS-HE-MAKER       PIC X(8).
       01 WS-HELD-USED         PIC 9(3) VALUE 0.
       01 WS-HELD-SUB          PIC 9(3).
       01 WS-HELD-SCAN-SUB     PIC 9(3).
           88 DECIDE-SKIP           VALUE 'S', 's'.
       01 WS-RELEASED-COUNT    PIC 9(3) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(3) VALUE 0.
       01 WS-JV-STATUS         PIC X(2).
           88 JV-OK                 VALUES "00", "02".
           88 JV-EOF                VALUE "10".
       01 WS-VOUCHER-END       PIC X VALUE 'N'.
           88 VOUCHER-END           VALUE 'Y'.
      * The held vouchers are listed first, so the file is never
      * browsed and rewritten at the same time.
       01 WS-VOUCHER-TABLE.
           05 WS-VT-VOUCHER OCCURS 100 TIMES PIC 9(6).
       01 WS-VOUCHER-USED      PIC 9(3) VALUE 0.
       01 WS-VOUCHER-SUB       PIC 9(3).
       01 WS-WORK-VOUCHER      PIC 9(6).
       01 WS-VOUCHER-MAKER     PIC X(8).
       01 WS-VOUCHER-TOTAL     PIC 9(9)V99.
       01 WS-AMOUNT-DISP       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TODAY             PIC X(8).
       01 WS-JV-APPROVED-COUNT PIC 9(3) VALUE 0.
       01 WS-JV-REJECTED-COUNT PIC 9(3) VALUE 0.
       01 WS-AUDIT-DETAIL      PIC X(56).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 2 TO WS-OPERATOR-ROLE
           END-IF.
           IF NOT OPERATOR-KNOWN AND NOT OPER-TABLE-MISSING
               DISPLAY "Id or password not accepted, sign-on refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY "Released: " WS-RELEASED-COUNT
                   "  Rejected: " WS-REJECTED-COUNT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM REVIEW-HELD-VOUCHERS.
           STOP RUN.

       LOAD-HELD-ITEMS.
               " ACCOUNT " WS-HE-ACCOUNT(WS-HELD-SUB)
               " POSTED " WS-HE-POST-DATE(WS-HELD-SUB)
               " AMOUNTS " WS-HE-NUM1(WS-HELD-SUB)
               " + " WS-HE-NUM2(WS-HELD-SUB)
               " " WS-HE-CURRENCY(WS-HELD-SUB)
               " FROM " WS-HE-SOURCE(WS-HELD-SUB).
           IF WS-HE-MAKER(WS-HELD-SUB) NOT = SPACES
               DISPLAY "  ORIGINATED BY " WS-HE-MAKER(WS-HELD-SUB)
           END-IF.
           IF WS-HE-MAKER(WS-HELD-SUB) = WS-OPERATOR-ID
               DISPLAY "Originated under your own id, left for "
                   "another checker"
           ELSE
               DISPLAY "R = Release  X = Reject  S = Skip: "
               ACCEPT WS-DECISION
               EVALUATE TRUE
                   WHEN DECIDE-RELEASE
                       MOVE 'R' TO WS-HE-STATUS(WS-HELD-SUB)
                       MOVE WS-OPERATOR-ID
                           TO WS-HE-CHECKER(WS-HELD-SUB)
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "HELD ITEM RELEASED ACCT="
                           DELIMITED BY SIZE
                           WS-HE-ACCOUNT(WS-HELD-SUB)
                           DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-OPERATOR-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                       CALL 'AUDITLOG' USING "HELDAPPR",
                           WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
                   WHEN DECIDE-REJECT
                       MOVE 'X' TO WS-HE-STATUS(WS-HELD-SUB)
                       MOVE WS-OPERATOR-ID
                           TO WS-HE-CHECKER(WS-HELD-SUB)
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "HELD ITEM REJECTED ACCT="
                           DELIMITED BY SIZE
                           WS-HE-ACCOUNT(WS-HELD-SUB)
                           DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-OPERATOR-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                       CALL 'AUDITLOG' USING "HELDAPPR",
                           WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
                   WHEN OTHER
                       DISPLAY "Left pending"
               END-EVALUATE
           END-IF.

       SAVE-HELD-ITEMS.
           OPEN OUTPUT HELD-FILE.
           END-PERFORM.
           CLOSE HELD-FILE.

      * A voucher held by JRNLENT is approved or rejected whole, every
      * line stamped with the checker and the date.
       REVIEW-HELD-VOUCHERS.
           OPEN I-O VOUCHER-FILE.
           IF NOT JV-OK
               DISPLAY "No journal vouchers on file"
           ELSE
               PERFORM LIST-HELD-VOUCHERS
               IF WS-VOUCHER-USED = 0
                   DISPLAY "No journal vouchers held for approval"
               ELSE
                   PERFORM VARYING WS-VOUCHER-SUB FROM 1 BY 1
                           UNTIL WS-VOUCHER-SUB > WS-VOUCHER-USED
                       MOVE WS-VT-VOUCHER(WS-VOUCHER-SUB)
                           TO WS-WORK-VOUCHER
                       PERFORM DECIDE-ONE-VOUCHER
                   END-PERFORM
                   DISPLAY "Vouchers approved: " WS-JV-APPROVED-COUNT
                       "  Rejected: " WS-JV-REJECTED-COUNT
               END-IF
               CLOSE VOUCHER-FILE
           END-IF.

       LIST-HELD-VOUCHERS.
           MOVE 0 TO WS-VOUCHER-USED.
           MOVE LOW-VALUES TO JV-KEY.
           START VOUCHER-FILE KEY IS NOT LESS THAN JV-KEY
               INVALID KEY
                   SET JV-EOF TO TRUE
           END-START.
           PERFORM UNTIL JV-EOF
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       SET JV-EOF TO TRUE
                   NOT AT END
                       IF JV-HELD AND JV-LINE-NO = 1
                           IF WS-VOUCHER-USED = 100
                               MOVE "HELDAPPR" TO WS-ERROR-PGM
                               MOVE "HELD VOUCHER TABLE FULL"
                                   TO WS-ERROR-MSG
                               MOVE 12 TO WS-ERROR-CODE
                               PERFORM ABEND-PARA
                           END-IF
                           ADD 1 TO WS-VOUCHER-USED
                           MOVE JV-VOUCHER-NO
                               TO WS-VT-VOUCHER(WS-VOUCHER-USED)
                       END-IF
               END-READ
           END-PERFORM.

      * Positions JVFILE on the first line of WS-WORK-VOUCHER.
       START-VOUCHER-LINES.
           MOVE 'N' TO WS-VOUCHER-END.
           MOVE WS-WORK-VOUCHER TO JV-VOUCHER-NO.
           MOVE 0 TO JV-LINE-NO.
           START VOUCHER-FILE KEY IS NOT LESS THAN JV-KEY
               INVALID KEY
                   SET VOUCHER-END TO TRUE
           END-START.

       READ-NEXT-VOUCHER-LINE.
           READ VOUCHER-FILE NEXT RECORD
               AT END
                   SET VOUCHER-END TO TRUE
               NOT AT END
                   IF JV-VOUCHER-NO NOT = WS-WORK-VOUCHER
                       SET VOUCHER-END TO TRUE
                   END-IF
           END-READ.

       DECIDE-ONE-VOUCHER.
           MOVE 0 TO WS-VOUCHER-TOTAL.
           MOVE SPACES TO WS-VOUCHER-MAKER.
           PERFORM START-VOUCHER-LINES.
           PERFORM UNTIL VOUCHER-END
               PERFORM READ-NEXT-VOUCHER-LINE
               IF NOT VOUCHER-END
                   IF JV-LINE-NO = 1
                       MOVE JV-MAKER TO WS-VOUCHER-MAKER
                       DISPLAY "VOUCHER " JV-VOUCHER-NO
                           " POSTED " JV-POST-DATE
                           " ENTERED BY " JV-MAKER
                           " ON " JV-ENTERED-DATE
                   END-IF
                   MOVE JV-AMOUNT TO WS-AMOUNT-DISP
                   DISPLAY "  " JV-LINE-NO " " JV-ACCOUNT " "
                       JV-SIDE " " WS-AMOUNT-DISP " " JV-NARRATIVE
                   IF JV-DEBIT
                       ADD JV-AMOUNT TO WS-VOUCHER-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-VOUCHER-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY "  VOUCHER TOTAL " WS-AMOUNT-DISP.
           IF WS-VOUCHER-MAKER = WS-OPERATOR-ID
               DISPLAY "Entered under your own id, left for "
                   "another checker"
           ELSE
               DISPLAY "R = Release  X = Reject  S = Skip: "
               ACCEPT WS-DECISION
               EVALUATE TRUE
                   WHEN DECIDE-RELEASE
                       PERFORM MARK-VOUCHER-LINES
                       ADD 1 TO WS-JV-APPROVED-COUNT
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "VOUCHER APPROVED NO=" DELIMITED BY SIZE
                           WS-WORK-VOUCHER DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-OPERATOR-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                       CALL 'AUDITLOG' USING "HELDAPPR",
                           WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
                   WHEN DECIDE-REJECT
                       PERFORM MARK-VOUCHER-LINES
                       ADD 1 TO WS-JV-REJECTED-COUNT
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING "VOUCHER REJECTED NO=" DELIMITED BY SIZE
                           WS-WORK-VOUCHER DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-OPERATOR-ID DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                       CALL 'AUDITLOG' USING "HELDAPPR",
                           WS-AUDIT-DETAIL, AUDIT-EVENT-PARM
                   WHEN OTHER
                       DISPLAY "Left held"
               END-EVALUATE
           END-IF.

      * Sets every line of WS-WORK-VOUCHER to the checker's decision.
       MARK-VOUCHER-LINES.
           PERFORM START-VOUCHER-LINES.
           PERFORM UNTIL VOUCHER-END
               PERFORM READ-NEXT-VOUCHER-LINE
               IF NOT VOUCHER-END
                   IF DECIDE-RELEASE
                       SET JV-APPROVED TO TRUE
                   ELSE
                       SET JV-REJECTED TO TRUE
                   END-IF
                   MOVE WS-OPERATOR-ID TO JV-CHECKER
                   MOVE WS-TODAY TO JV-DECIDED-DATE
                   REWRITE VOUCHER-LINE-RECORD
                       INVALID KEY
                           MOVE "HELDAPPR" TO WS-ERROR-PGM
                           MOVE "UNABLE TO REWRITE JVFILE"
                               TO WS-ERROR-MSG
                           MOVE 12 TO WS-ERROR-CODE
                           PERFORM ABEND-PARA
                   END-REWRITE
               END-IF
           END-PERFORM.

           COPY ERRHAND.
       END PROGRAM HELD-ITEM-APPROVAL.
