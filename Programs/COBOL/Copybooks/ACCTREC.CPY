      *          TRANS-ACCOUNT-NUMBER against this file and diverts
      *          records for unknown accounts to the suspense file
      *          instead of blending them into the summary totals.
      *          A closed account stays on file (status "C" with
      *          the date it closed) so its activity suspends as
      *          closed rather than unknown; ACCTMNT maintains the
      *          file.  A blank status on a record keyed before the
      *          status existed reads as open.
      ******************************************************************
       01 ACCT-REF-RECORD.
           05 AR-ACCOUNT-NUMBER PIC 9(10).
           05 AR-ACCOUNT-NAME PIC X(20).
           05 AR-ACCOUNT-STATUS PIC X(01).
               88 AR-IS-OPEN VALUE "O" " ".
               88 AR-IS-CLOSED VALUE "C".
           05 AR-CLOSE-DATE PIC 9(08).
