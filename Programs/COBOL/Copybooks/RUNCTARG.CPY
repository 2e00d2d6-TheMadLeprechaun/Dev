      *          RC-CALL-CYCLE with the processing cycle it worked
      *          under so callers can stamp their own outputs with
      *          the cycle (COUNT_NUMBERS' balancing history does).
      *          Functions "L" (list tonight's entries by cycle), "B"
      *          (bypass a step), "F" (force a step complete) and "R"
      *          (reset a step so it can rerun) are the operator's
      *          tools, reached through RUNCMGR; they work on the
      *          current business date and cycle.  A bypass or force
      *          of a step already complete comes back "1", a reset
      *          of a step with nothing to reset "3".
      ******************************************************************
       01 RUN-CTL-CALL-AREA.
           05 RC-CALL-FUNCTION PIC X(01).
               88 RC-FUNC-START VALUE "S".
               88 RC-FUNC-COMPLETE VALUE "C".
               88 RC-FUNC-LIST VALUE "L".
               88 RC-FUNC-BYPASS VALUE "B".
               88 RC-FUNC-FORCE VALUE "F".
               88 RC-FUNC-RESET VALUE "R".
           05 RC-CALL-STEP-NAME PIC X(13).
           05 RC-CALL-PREREQ-NAME PIC X(13).
           05 RC-CALL-RETURN-CODE PIC 9(04).
               88 RUN-CTL-OK VALUE "0".
               88 RUN-CTL-ALREADY-RAN VALUE "1".
               88 RUN-CTL-PREREQ-MISSING VALUE "2".
               88 RUN-CTL-NOT-DONE VALUE "3".
