      ******************************************************************
      * Author: Systems Programming
      * Purpose: The benefits vendor's acknowledgement of the last
      *          changes-only extract - the business date on the
      *          file's header, how many detail records their load
      *          took, and whether they accepted or rejected it.
      *          Same shape as HR's load acknowledgement.  BENEXTR
      *          only advances its watermark on an accepted
      *          acknowledgement that matches the file it sent.
      ******************************************************************
       01 BEN-ACK-RECORD.
           05 BA-BUSINESS-DATE PIC 9(08).
           05 BA-RECORDS-LOADED PIC 9(08).
           05 BA-STATUS PIC X(01).
               88 BA-IS-ACCEPTED VALUE "A".
               88 BA-IS-REJECTED VALUE "R".
