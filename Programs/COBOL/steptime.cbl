      *          flags any run that went long with a loud exception
      *          line and a non-zero condition code, so batch-window
      *          creep is caught before it collides with the online
      *          day.  A step the operator bypassed or forced
      *          complete through RUNCMGR did not really run, so it
      *          is shown as overridden and kept out of the trend
      *          and the thresholds.  Every run is logged through
      *          AUDITLOG.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  Systems Programming - Operator overrides on the
      *               run-control file: BYPASSED and FORCED entries
      *               print as overridden runs with no elapsed time,
      *               a RESET clears the step's pair so the rerun is
      *               timed on its own, and the month's override
      *               count is printed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPTIME.
      *latest STARTED and latest COMPLETED for that business day,
      *cycle and step.  A rerun's entries overwrite the failed
      *attempt's, so the pair reported is the run that counted.
      *The override byte holds a bypass or force the operator put
      *on the run instead.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 400 TIMES.
               10 WS-PAIR-DAY PIC 9(02).
               10 WS-PAIR-END-SWITCH PIC X(01).
                   88 PAIR-HAS-END VALUE "Y".
               10 WS-PAIR-END-TIME PIC X(08).
               10 WS-PAIR-OVERRIDE PIC X(09).
                   88 PAIR-IS-OVERRIDDEN VALUE "BYPASSED" "FORCED".
       01 WS-PAIR-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-PAIR-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-PAIR-FOUND-INDEX PIC 9(03) COMP VALUE 0.

       01 WS-EXCEPTION-COUNT PIC 9(04) VALUE 0.
       01 WS-RUNS-REPORTED PIC 9(04) VALUE 0.
       01 WS-OVERRIDES-REPORTED PIC 9(04) VALUE 0.

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.
           05 FILLER PIC X(24)
               VALUE "  NO MATCHING COMPLETION".

       01 WS-REPORT-OVERRIDE-LINE.
           05 RPT-OVR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 RPT-OVR-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 RPT-OVR-YYYY PIC 9(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-OVR-CYCLE PIC 9(02).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RPT-OVR-STEP PIC X(13).
           05 FILLER PIC X(27)
               VALUE "  OVERRIDDEN BY OPERATOR - ".
           05 RPT-OVR-STATUS PIC X(09).

       01 WS-EXCEPTION-LINE.
           05 FILLER PIC X(20) VALUE "** OVER THRESHOLD **".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "STEPS OVER THRESHOLD: ".
           05 FTR-EXCEPTION-COUNT PIC ZZZ9.

       01 WS-REPORT-OVERRIDE-COUNT.
           05 FILLER PIC X(30) VALUE "OPERATOR OVERRIDES THIS MONTH:".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FTR-OVERRIDE-COUNT PIC ZZZ9.

       01 WS-REPORT-NO-RUNS PIC X(80)
           VALUE "NO RUN-CONTROL ENTRIES FOR THIS MONTH".

                   MOVE SPACES
                       TO WS-PAIR-START-TIME(WS-PAIR-COUNT)
                   MOVE SPACES TO WS-PAIR-END-TIME(WS-PAIR-COUNT)
                   MOVE SPACES TO WS-PAIR-OVERRIDE(WS-PAIR-COUNT)
               ELSE
                   DISPLAY "PAIR TABLE FULL, ENTRY DROPPED: "
                       RC-STEP-NAME
               END-IF
           END-IF.

      *Record the entry's time on its side of the pair.  A bypass
      *or force marks the pair overridden; a reset empties it so
      *only the rerun that follows is timed.
       2300-POST-INTO-PAIR.

           EVALUATE TRUE
               WHEN RC-IS-STARTED
                   MOVE "Y"
                       TO WS-PAIR-START-SWITCH(WS-PAIR-FOUND-INDEX)
                   MOVE RC-RUN-TIME
                       TO WS-PAIR-START-TIME(WS-PAIR-FOUND-INDEX)
               WHEN RC-IS-COMPLETED
                   MOVE "Y"
                       TO WS-PAIR-END-SWITCH(WS-PAIR-FOUND-INDEX)
                   MOVE RC-RUN-TIME
                       TO WS-PAIR-END-TIME(WS-PAIR-FOUND-INDEX)
               WHEN RC-IS-BYPASSED
                       OR RC-IS-FORCED
                   MOVE RC-STATUS
                       TO WS-PAIR-OVERRIDE(WS-PAIR-FOUND-INDEX)
               WHEN RC-IS-RESET
                   MOVE "N"
                       TO WS-PAIR-START-SWITCH(WS-PAIR-FOUND-INDEX)
                   MOVE "N"
                       TO WS-PAIR-END-SWITCH(WS-PAIR-FOUND-INDEX)
                   MOVE SPACES
                       TO WS-PAIR-START-TIME(WS-PAIR-FOUND-INDEX)
                   MOVE SPACES
                       TO WS-PAIR-END-TIME(WS-PAIR-FOUND-INDEX)
                   MOVE SPACES
                       TO WS-PAIR-OVERRIDE(WS-PAIR-FOUND-INDEX)
           END-EVALUATE.

      *Print the heading, one line per paired run with threshold
      *exceptions, and the month trend per step.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           EVALUATE TRUE
               WHEN WS-RUNS-REPORTED > 0
                   PERFORM 3300-PRINT-MONTH-TREND
               WHEN WS-OVERRIDES-REPORTED = 0
                   MOVE WS-REPORT-NO-RUNS TO PRINT-LINE
                   WRITE PRINT-LINE
           END-EVALUATE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OVERRIDES-REPORTED TO FTR-OVERRIDE-COUNT
           MOVE WS-REPORT-OVERRIDE-COUNT TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-EXCEPTION-COUNT > 0
               MOVE WS-EXCEPTION-COUNT TO FTR-EXCEPTION-COUNT
               MOVE WS-REPORT-FOOTER-BAD TO PRINT-LINE

      *Print one run: its elapsed time when the pair is complete, a
      *no-completion line when the step started and never finished
      *- which is its own kind of exception worth seeing.  An
      *overridden run has no honest elapsed time, so it gets its own
      *line and stays out of the trend and the thresholds.
       3100-PRINT-ONE-RUN.

           IF PAIR-IS-OVERRIDDEN(WS-PAIR-INDEX)
               PERFORM 3120-PRINT-OVERRIDDEN-RUN
           ELSE
               PERFORM 3110-PRINT-TIMED-RUN
           END-IF.

      *Print a run judged on its own STARTED and COMPLETED entries.
       3110-PRINT-TIMED-RUN.

           IF PAIR-HAS-START(WS-PAIR-INDEX)
                   AND PAIR-HAS-END(WS-PAIR-INDEX)
               PERFORM 3150-COMPUTE-ELAPSED
               END-IF
           END-IF.

      *Print a run the operator bypassed or forced complete.
       3120-PRINT-OVERRIDDEN-RUN.

           ADD 1 TO WS-OVERRIDES-REPORTED
           MOVE WS-RPT-MM TO RPT-OVR-MM
           MOVE WS-PAIR-DAY(WS-PAIR-INDEX) TO RPT-OVR-DD
           MOVE WS-RPT-YYYY TO RPT-OVR-YYYY
           MOVE WS-PAIR-CYCLE(WS-PAIR-INDEX) TO RPT-OVR-CYCLE
           MOVE WS-PAIR-STEP(WS-PAIR-INDEX) TO RPT-OVR-STEP
           MOVE WS-PAIR-OVERRIDE(WS-PAIR-INDEX) TO RPT-OVR-STATUS
           MOVE WS-REPORT-OVERRIDE-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Turn the pair's HHMMSSss stamps into elapsed seconds; a step
      *that ran across midnight gets a day's seconds added.
       3150-COMPUTE-ELAPSED.
