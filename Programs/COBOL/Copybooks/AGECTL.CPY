      *          horizon, such as the retirement window).  The
      *          retirement age differs by jurisdiction and changes
      *          occasionally, so it lives here rather than in the
      *          program.  The flag share is the percentage of a
      *          department's staff inside the retirement window
      *          above which the demographics report flags the
      *          department; a record keyed before the field existed
      *          leaves it blank and the program default applies.
      ******************************************************************
       01 AGE-CTL-RECORD.
           05 AGE-CTL-DELTA-COUNT PIC 9(01).
           05 AGE-CTL-DELTA OCCURS 5 TIMES PIC 9(02).
           05 AGE-CTL-RETIRE-AGE PIC 9(02).
           05 AGE-CTL-RETIRE-FLAG-PCT PIC 9(03).
