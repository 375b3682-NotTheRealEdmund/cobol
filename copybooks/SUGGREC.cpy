      ******************************************************************
      * Suggested match for a pair of unmatched reconciliation items
      * (SUGGFILE), one side A and one side B item of the same
      * currency from CARRYFWD. Written by RECNSUGG after each
      * reconciliation run, ranked by confidence:
      *   T  same amount, two adjacent key digits transposed
      *   D  same amount, keys differ in one digit
      *   S  same amount, raised within a few business days
      *   K  keys differ in one digit, amounts differ
      * Status P proposed, A accepted (both items cleared and their
      * cases closed in CASEMGMT; SIMPLIFE then treats the two items
      * as matched), X rejected (never proposed again).
      ******************************************************************
       01  SUGGESTION-RECORD.
           05 SG-NUMBER             PIC 9(6).
           05 SG-STATUS             PIC X(1).
               88 SG-PROPOSED           VALUE 'P'.
               88 SG-ACCEPTED           VALUE 'A'.
               88 SG-REJECTED           VALUE 'X'.
           05 SG-CONFIDENCE         PIC 9(3).
           05 SG-RULE               PIC X(1).
           05 SG-CURRENCY           PIC X(3).
           05 SG-A-KEY              PIC 9(6).
           05 SG-A-AMOUNT           PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 SG-B-KEY              PIC 9(6).
           05 SG-B-AMOUNT           PIC S9(9) SIGN IS TRAILING
                                        SEPARATE.
           05 SG-PROPOSED-DATE      PIC X(8).
           05 SG-DECIDED-BY         PIC X(8).
           05 SG-DECIDED-DATE       PIC X(8).
