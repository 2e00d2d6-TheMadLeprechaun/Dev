      ******************************************************************
      * Author: Systems Programming
      * Purpose: Report routing control record for RPTDIST.  Maps a
      *          department code to the recipient and delivery
      *          destination for its section of a burst report.  A
      *          report id narrows the route to one report; spaces
      *          route every report.  Department code "****" is the
      *          default route, taking every department with no
      *          route of its own and the company-wide pages.  A
      *          blank recipient means the department's manager as
      *          named on the department reference master.
      ******************************************************************
       01 REPORT-ROUTE-RECORD.
           05 RR-DEPT-CODE PIC X(04).
               88 RR-IS-DEFAULT-ROUTE VALUE "****".
           05 RR-REPORT-ID PIC X(08).
           05 RR-RECIPIENT PIC X(30).
           05 RR-DESTINATION PIC X(44).
