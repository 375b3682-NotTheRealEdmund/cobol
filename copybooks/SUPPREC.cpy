      ******************************************************************
      * Supplier master record (SUPPFILE), maintained by SUPPMNT and
      * read by purchasing and the invoice match. Payment terms are
      * days from the invoice date; invoices approved for payment
      * post to the supplier's payables account. The lead time is
      * business days from order to receipt, used by the reorder
      * proposals.
      ******************************************************************
       01  SUPPLIER-RECORD.
           05 SU-CODE               PIC X(6).
           05 SU-NAME               PIC X(20).
           05 SU-TERMS-DAYS         PIC 9(3).
           05 SU-PAY-ACCOUNT        PIC 9(4).
           05 SU-ACTIVE             PIC X(1).
               88 SU-IS-ACTIVE          VALUE 'Y'.
           05 SU-LEAD-DAYS          PIC 9(3).
