      ******************************************************************
      * Author: Systems Programming
      * Purpose: Workforce headcount history - one record per
      *          department for each month WFMOVE reports, holding
      *          that department's headcount (active plus on-leave
      *          people) as it stood at the close of the month.  The
      *          next month's report takes its opening headcount
      *          from these rows.  Every run appends a full set
      *          stamped with the business date and time it ran, so
      *          a rerun of a month supersedes the earlier set
      *          instead of being added to it.
      ******************************************************************
       01 WFM-HIST-RECORD.
           05 WH-REPORT-MONTH PIC 9(06).
           05 WH-RUN-STAMP.
               10 WH-RUN-DATE PIC 9(08).
               10 WH-RUN-TIME PIC X(08).
           05 WH-DEPT-CODE PIC X(04).
           05 WH-HEADCOUNT PIC 9(06).
