      ******************************************************************
      * Author: Systems Programming
      * Purpose: Feed fingerprint history - one record per COUNTTRN
      *          feed COUNT_NUMBERS has processed and reconciled,
      *          stamped with the business date and cycle it was
      *          processed under.  The fingerprint is the trailer's
      *          control count and amount, the first and last detail
      *          record images and a hash total of the detail
      *          account numbers.  A new feed whose fingerprint
      *          matches any feed on this file within the look-back
      *          window - the other cycle of the same business date
      *          included - is refused as a resend.  The entry
      *          also keeps the net recycled amount the cycle
      *          posted (recycled details suspended again left out),
      *          which a rerun of that cycle proves against once the
      *          recycle feed has been emptied.
      ******************************************************************
       01 FEED-HIST-RECORD.
           05 FH-BUSINESS-DATE PIC 9(08).
           05 FH-CYCLE-NUMBER PIC 9(02).
           05 FH-TRAILER-COUNT PIC 9(10).
           05 FH-TRAILER-AMOUNT PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 FH-FIRST-DETAIL PIC X(50).
           05 FH-LAST-DETAIL PIC X(50).
           05 FH-ACCOUNT-HASH PIC 9(18).
           05 FH-RECYCLE-AMOUNT PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
