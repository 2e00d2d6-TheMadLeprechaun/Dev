      ******************************************************************
      * Author: Systems Programming
      * Purpose: Burst report delivery record written by RPTDIST.
      *          Each department's section goes out as one separately
      *          addressed output: a header record naming the report,
      *          business date, recipient and destination, the
      *          section's print lines (the report's own heading
      *          lines repeated on top), and a trailer with the page
      *          and line counts delivered.  Department "*ALL" carries
      *          the company-wide pages to the default destination.
      ******************************************************************
       01 REPORT-DIST-RECORD.
           05 RD-RECORD-TYPE PIC X(01).
               88 RD-IS-HEADER VALUE "H".
               88 RD-IS-LINE VALUE "L".
               88 RD-IS-TRAILER VALUE "T".
           05 RD-DEPT-CODE PIC X(04).
           05 RD-BODY PIC X(95).
           05 RD-HEADER-BODY REDEFINES RD-BODY.
               10 RD-H-REPORT-ID PIC X(08).
               10 RD-H-BUS-DATE PIC 9(08).
               10 RD-H-RECIPIENT PIC X(30).
               10 RD-H-DESTINATION PIC X(44).
               10 RD-H-ROUTE-SOURCE PIC X(01).
                   88 RD-H-DEPT-ROUTE VALUE "R".
                   88 RD-H-DEFAULT-ROUTE VALUE "D".
               10 FILLER PIC X(04).
           05 RD-LINE-BODY REDEFINES RD-BODY.
               10 RD-L-PRINT-LINE PIC X(80).
               10 FILLER PIC X(15).
           05 RD-TRAILER-BODY REDEFINES RD-BODY.
               10 RD-T-PAGE-COUNT PIC 9(04).
               10 RD-T-LINE-COUNT PIC 9(06).
               10 FILLER PIC X(85).
