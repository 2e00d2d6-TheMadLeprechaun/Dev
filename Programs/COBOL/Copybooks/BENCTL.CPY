      ******************************************************************
      * Author: Systems Programming
      * Purpose: Control record for the benefits vendor changes-only
      *          extract.  The accepted stamp is the watermark - the
      *          business date and time of the last journal entry
      *          carried on a file the vendor acknowledged as
      *          accepted.  The sent fields describe the last file
      *          BENEXTR cut: its business date, the stamp of the
      *          last journal entry on it and its detail count, which
      *          the vendor's acknowledgement must agree with before
      *          the watermark moves up to it.  Status "P" means that
      *          file is still waiting for an accepted
      *          acknowledgement.
      ******************************************************************
       01 BEN-CONTROL-RECORD.
           05 BC-ACCEPTED-STAMP.
               10 BC-ACCEPTED-DATE PIC 9(08).
               10 BC-ACCEPTED-TIME PIC X(08).
           05 BC-SENT-BUS-DATE PIC 9(08).
           05 BC-SENT-THRU-STAMP.
               10 BC-SENT-THRU-DATE PIC 9(08).
               10 BC-SENT-THRU-TIME PIC X(08).
           05 BC-SENT-COUNT PIC 9(08).
           05 BC-SENT-STATUS PIC X(01).
               88 BC-SENT-PENDING VALUE "P".
               88 BC-SENT-ACCEPTED VALUE "A".
