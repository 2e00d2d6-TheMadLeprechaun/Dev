      ******************************************************************
      * Author: Systems Programming
      * Purpose: One day of the business calendar - every calendar
      *          date of the year has a record, in date order.  The
      *          day type says whether the nightly stream is expected
      *          to run for it: B is a business (working) day, H a
      *          holiday and W a weekend day.  The month-end flag
      *          marks the business day that closes the month.
      *          SETBDATE warns when it stamps a date that is not a
      *          business day; BALRPT and HRMTD's month-end close use
      *          the business days to find nights that never ran.
      ******************************************************************
       01 BUS-CAL-RECORD.
           05 CAL-DATE PIC 9(08).
           05 CAL-DATE-R REDEFINES CAL-DATE.
               10 CAL-YYYY PIC 9(04).
               10 CAL-MM PIC 9(02).
               10 CAL-DD PIC 9(02).
           05 CAL-DAY-TYPE PIC X(01).
               88 CAL-IS-BUSINESS-DAY VALUE "B".
               88 CAL-IS-HOLIDAY VALUE "H".
               88 CAL-IS-WEEKEND VALUE "W".
           05 CAL-MONTH-END-FLAG PIC X(01).
               88 CAL-IS-MONTH-END VALUE "Y".
           05 CAL-DESCRIPTION PIC X(20).
