      *          what was it before" and a record deleted by mistake
      *          can be reconstructed from its last before-image.
      *          The before image is spaces on an add, the after
      *          image spaces on a delete.  A department
      *          reorganization journals each person it moves as an
      *          ordinary change ("C") under that person's EMP-ID.
      ******************************************************************
       01 USER-JOURNAL-RECORD.
           05 UJ-BUSINESS-DATE PIC 9(08).
