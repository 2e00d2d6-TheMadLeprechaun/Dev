      ******************************************************************
      * Author: Systems Programming
      * Purpose: Account balance master - one record per account,
      *          in account-number order, carried forward by
      *          COUNT_NUMBERS from one business date to the next.
      *          The first posting of a new business date rolls the
      *          closing balance into the opening balance and clears
      *          the day's debits and credits; every posting (each
      *          cycle of the day) adds its activity to them.
      *          Debits are the negative amounts, credits the
      *          positive, both carried as positive values, so
      *          opening + credits - debits = closing.  The cycle
      *          fields hold only the last posting's share, which is
      *          what the trial balance proves against that run's
      *          trailer.  Every record carries the business date
      *          and cycle last posted, which is how a rerun knows
      *          the cycle is already on the master.
      ******************************************************************
       01 ACCT-BAL-RECORD.
           05 AB-ACCOUNT-NUMBER PIC 9(10).
           05 AB-POST-DATE PIC 9(08).
           05 AB-POST-CYCLE PIC 9(02).
           05 AB-OPENING-BALANCE PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 AB-DAY-DEBITS PIC 9(11)V99.
           05 AB-DAY-CREDITS PIC 9(11)V99.
           05 AB-CLOSING-BALANCE PIC S9(11)V99
               SIGN IS LEADING SEPARATE.
           05 AB-CYCLE-DEBITS PIC 9(11)V99.
           05 AB-CYCLE-CREDITS PIC 9(11)V99.
