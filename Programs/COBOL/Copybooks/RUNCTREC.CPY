      *          entry and COMPLETED (with its return code) on exit
      *          through RUNCTL, so the file - not the comment block
      *          in the JCL - is what knows what has and hasn't run
      *          tonight.  The operator's overrides through RUNCMGR
      *          are entries too: BYPASSED and FORCED count as a clean
      *          completion, and RESET cancels whatever completion the
      *          step had so far, so it can run again.  Overrides
      *          carry a return code of zero and are never paired as
      *          a run.
      ******************************************************************
       01 RUN-CTL-RECORD.
           05 RC-BUSINESS-DATE PIC 9(08).
           05 RC-STATUS PIC X(09).
               88 RC-IS-STARTED VALUE "STARTED".
               88 RC-IS-COMPLETED VALUE "COMPLETED".
               88 RC-IS-BYPASSED VALUE "BYPASSED".
               88 RC-IS-FORCED VALUE "FORCED".
               88 RC-IS-RESET VALUE "RESET".
               88 RC-IS-OVERRIDE VALUE "BYPASSED" "FORCED" "RESET".
           05 RC-RETURN-CODE PIC 9(04).
           05 RC-RUN-TIME PIC X(08).
