      ******************************************************************
      * Author: Systems Programming
      * Purpose: One entry on MARIO's permanent usage history - a
      *          request the nightly request-file run served or
      *          rejected.  Business date and cycle say which night
      *          it belongs to; the run stamp (system date and time
      *          the run started) tells a rerun's entries from the
      *          failed attempt's, so the month-end chargeback
      *          (MARIOCHG) can count only the last run of each
      *          night.  A served request carries the lines and
      *          pages it put on the report; a rejected one carries
      *          its reject reason and the height exactly as sent.
      ******************************************************************
       01 MARIO-USAGE-RECORD.
           05 MU-BUSINESS-DATE PIC 9(08).
           05 MU-BUSINESS-DATE-R REDEFINES MU-BUSINESS-DATE.
               10 MU-BUS-YYYY PIC 9(04).
               10 MU-BUS-MM PIC 9(02).
               10 MU-BUS-DD PIC 9(02).
           05 MU-CYCLE-NUMBER PIC 9(02).
           05 MU-RUN-STAMP PIC X(16).
           05 MU-REQUESTOR-ID PIC X(08).
           05 MU-DIAGRAM-TYPE PIC X(01).
           05 MU-HEIGHT-TEXT PIC X(02).
           05 MU-HEIGHT-NUM REDEFINES MU-HEIGHT-TEXT PIC 9(02).
           05 MU-LINES-PRINTED PIC 9(04).
           05 MU-PAGES-PRINTED PIC 9(04).
           05 MU-DISPOSITION PIC X(01).
               88 MU-IS-SERVED VALUE "S".
               88 MU-IS-REJECTED VALUE "R".
           05 MU-REJECT-REASON PIC X(16).
