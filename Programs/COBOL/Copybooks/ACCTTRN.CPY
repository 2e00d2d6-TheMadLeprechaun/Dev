      ******************************************************************
      * Author: Systems Programming
      * Purpose: Maintenance transaction for the account reference
      *          file.  Adds and changes carry the account name; a
      *          close ("X") only needs the account number and takes
      *          the effective date as the close date (zero means
      *          the business date).  The record is kept on file as
      *          closed so its activity still resolves, and a
      *          reopen ("R") puts it back in service.
      ******************************************************************
       01 ACCT-TRANS-RECORD.
           05 AT-TRANS-CODE PIC X(01).
               88 AT-IS-ADD VALUE "A".
               88 AT-IS-CHANGE VALUE "C".
               88 AT-IS-CLOSE VALUE "X".
               88 AT-IS-REOPEN VALUE "R".
           05 AT-ACCOUNT-NUMBER PIC 9(10).
           05 AT-ACCOUNT-NAME PIC X(20).
           05 AT-EFFECTIVE-DATE PIC 9(08).
