      ******************************************************************
      * Report repository record (RPTREPO), keyed by business date,
      * the program that wrote the report, the report name and the
      * line number. Each captured report is held as its lines
      * 000001 onward exactly as printed, under a directory record
      * at line 000000 that says when it was captured and how many
      * lines it has. RPTCAPT writes it, RPTINQ lists and reprints
      * from it, and HOUSEKP deletes what has passed the retention
      * set for the report on RETPOL.
      ******************************************************************
       01  REPORT-REPO-RECORD.
           05 RR-KEY.
               10 RR-BUS-DATE       PIC X(8).
               10 RR-PROGRAM        PIC X(8).
               10 RR-REPORT         PIC X(8).
               10 RR-LINE-NO        PIC 9(6).
                   88 RR-DIRECTORY          VALUE 0.
           05 RR-LINE               PIC X(80).
           05 RR-DIRECTORY-DATA REDEFINES RR-LINE.
               10 RR-CAPTURE-DATE   PIC X(8).
               10 RR-CAPTURE-TIME   PIC X(6).
               10 RR-LINE-COUNT     PIC 9(6).
               10 RR-CAPTURED-BY    PIC X(8).
               10 FILLER            PIC X(52).
