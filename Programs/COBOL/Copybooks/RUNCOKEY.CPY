      ******************************************************************
      * Author: Systems Programming
      * Purpose: The key-input text RUNCMGR logs through AUDITLOG for
      *          every run-control override: function (B bypass, F
      *          force complete, R reset), step, cycle and the
      *          operator who made it.  The operator's reason is the
      *          audit entry's result text.  AUDITRPT reads the same
      *          layout back to show overridden steps on the morning
      *          summary.
      ******************************************************************
       01 RUN-CTL-OVERRIDE-KEY.
           05 OVR-FUNCTION PIC X(01).
               88 OVR-IS-BYPASS VALUE "B".
               88 OVR-IS-FORCE VALUE "F".
               88 OVR-IS-RESET VALUE "R".
           05 FILLER PIC X(01).
           05 OVR-STEP-NAME PIC X(13).
           05 FILLER PIC X(01).
           05 OVR-CYCLE-TAG PIC X(01).
           05 OVR-CYCLE PIC 9(02).
           05 FILLER PIC X(01).
           05 OVR-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(02).
