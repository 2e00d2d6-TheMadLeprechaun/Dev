      ******************************************************************
      * Author: Systems Programming
      * Purpose: Permanent suspense item - one record per detail
      *          COUNT_NUMBERS diverted to suspense, stamped with the
      *          business date and processing cycle it entered
      *          suspense under.  COUNT_NUMBERS appends each cycle's
      *          suspended details once the pass finishes; SUSPRCY
      *          re-validates the open items, recycles the ones that
      *          now pass and ages the rest.  Only open items stay
      *          on the file - a recycled item leaves it.
      ******************************************************************
       01 SUSP-HIST-RECORD.
           05 SH-ENTRY-DATE PIC 9(08).
           05 SH-ENTRY-CYCLE PIC 9(02).
           05 SH-TRANS-IMAGE PIC X(50).
           05 SH-REASON PIC X(20).
