      *          memory of the JCL comments - decides what may run.
      *          A completion with a return code of 8 or higher does
      *          not count as clean, so a failed step can be rerun.
      *          Through RUNCMGR the operator can also list tonight's
      *          entries and bypass, force complete or reset a step.
      *          The business date comes from the shared file that
      *          SETBDATE writes at the top of the job, so a run
      *          crossing midnight stays on one business date.
      *               while a resubmit within a cycle is still
      *               refused.  The cycle worked under is returned
      *               to the caller in RC-CALL-CYCLE.
      *   2026-10-15  Systems Programming - Operator functions for
      *               RUNCMGR: "L" lists tonight's entries by cycle,
      *               "B" bypasses a step, "F" forces it complete and
      *               "R" resets it so it can rerun.  A BYPASSED or
      *               FORCED entry satisfies the step and its
      *               dependants like a clean completion; a RESET
      *               entry cancels the completions written before
      *               it, so the scan now takes the entries in order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
           88 STEP-ALREADY-DONE VALUE "Y".
       01 WS-PREREQ-DONE-SWITCH PIC X(01) VALUE "N".
           88 PREREQ-IS-DONE VALUE "Y".
       01 WS-STEP-DONE-STATUS PIC X(09) VALUE SPACES.

      *Return codes below this are clean completions; 8 and above
      *mean the step failed and may be run again.
       01 WS-ENTRY-STATUS PIC X(09) VALUE SPACES.
       01 WS-ENTRY-RETURN-CODE PIC 9(04) VALUE 0.

      *The operator's list: how many of tonight's entries each
      *cycle holds, so the list can be printed a cycle at a time.
       01 WS-LIST-CYCLE-TABLE.
           05 WS-LIST-CYCLE-COUNT PIC 9(04) OCCURS 99 TIMES.
       01 WS-LIST-CYCLE PIC 9(02) COMP VALUE 0.
       01 WS-LIST-MAX-CYCLE PIC 9(02) COMP VALUE 0.
       01 WS-LIST-CYCLE-SHOWN PIC 9(02) VALUE 0.
       01 WS-LIST-ENTRY-COUNT PIC 9(04) VALUE 0.
       01 WS-LIST-OVERRIDE-TEXT PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       COPY "RUNCTARG.CPY".


      *Route the request: "S" checks whether the step may start and
      *records STARTED, "C" records COMPLETED with the return code.
      *"L", "B", "F" and "R" are the operator's functions.
       0000-RUNCTL-MAIN.

           PERFORM 0100-GET-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RC-CALL-CYCLE

           EVALUATE TRUE
               WHEN RC-FUNC-START
                   PERFORM 1000-CHECK-AND-RECORD-START
               WHEN RC-FUNC-LIST
                   PERFORM 4000-LIST-ENTRIES
               WHEN RC-FUNC-BYPASS
                       OR RC-FUNC-FORCE
                       OR RC-FUNC-RESET
                   PERFORM 5000-APPLY-OVERRIDE
               WHEN OTHER
                   PERFORM 3000-RECORD-COMPLETION
           END-EVALUATE

           GOBACK.

       1000-CHECK-AND-RECORD-START.

           MOVE "0" TO RC-CALL-RESULT
           PERFORM 1050-SCAN-TONIGHTS-ENTRIES

           IF STEP-ALREADY-DONE
               EVALUATE WS-STEP-DONE-STATUS
                   WHEN "BYPASSED"
                       DISPLAY "RUN CONTROL: " RC-CALL-STEP-NAME
                           " BYPASSED BY OPERATOR FOR "
                           WS-BUSINESS-DATE
                           " CYCLE " WS-CYCLE-NUMBER
                   WHEN "FORCED"
                       DISPLAY "RUN CONTROL: " RC-CALL-STEP-NAME
                           " FORCED COMPLETE BY OPERATOR FOR "
                           WS-BUSINESS-DATE
                           " CYCLE " WS-CYCLE-NUMBER
                   WHEN OTHER
                       DISPLAY "RUN CONTROL: " RC-CALL-STEP-NAME
                           " ALREADY COMPLETED FOR " WS-BUSINESS-DATE
                           " CYCLE " WS-CYCLE-NUMBER
               END-EVALUATE
               MOVE "1" TO RC-CALL-RESULT
           ELSE
               IF RC-CALL-PREREQ-NAME NOT = SPACES
               END-IF
           END-IF.

      *Work out from tonight's entries whether the caller's step
      *and its prerequisite are complete.
       1050-SCAN-TONIGHTS-ENTRIES.

           MOVE "N" TO WS-STEP-DONE-SWITCH
           MOVE "N" TO WS-PREREQ-DONE-SWITCH
           MOVE SPACES TO WS-STEP-DONE-STATUS
           MOVE "N" TO WS-EOF-RUN-CTL-SWITCH

           OPEN INPUT RUN-CTL-FILE

           IF WS-RUN-CTL-FILE-STATUS = "00"
               PERFORM 1100-SCAN-ONE-ENTRY
                   UNTIL END-OF-RUN-CTL-FILE
               CLOSE RUN-CTL-FILE
           END-IF.

      *Note clean completions of the caller's own step and of its
      *prerequisite for tonight's business date and cycle.  Another
      *cycle's entries are another run's business.  The entries are
      *taken in the order written, so an operator's RESET undoes
      *the completion before it and a later run can complete again.
       1100-SCAN-ONE-ENTRY.

           READ RUN-CTL-FILE
               NOT AT END
                   IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND RC-CYCLE-NUMBER = WS-CYCLE-NUMBER
                       IF RC-STEP-NAME = RC-CALL-STEP-NAME
                           PERFORM 1110-NOTE-STEP-ENTRY
                       END-IF
                       IF RC-STEP-NAME = RC-CALL-PREREQ-NAME
                           PERFORM 1120-NOTE-PREREQ-ENTRY
                       END-IF
                   END-IF
           END-READ.

      *A clean completion, bypass or forced completion makes the
      *caller's step done; a reset makes it not done again.
       1110-NOTE-STEP-ENTRY.

           EVALUATE TRUE
               WHEN RC-IS-RESET
                   MOVE "N" TO WS-STEP-DONE-SWITCH
                   MOVE SPACES TO WS-STEP-DONE-STATUS
               WHEN RC-IS-BYPASSED
                       OR RC-IS-FORCED
                       OR (RC-IS-COMPLETED
                           AND RC-RETURN-CODE < WS-CLEAN-RC-LIMIT)
                   SET STEP-ALREADY-DONE TO TRUE
                   MOVE RC-STATUS TO WS-STEP-DONE-STATUS
           END-EVALUATE.

      *The same rule for the prerequisite step.
       1120-NOTE-PREREQ-ENTRY.

           EVALUATE TRUE
               WHEN RC-IS-RESET
                   MOVE "N" TO WS-PREREQ-DONE-SWITCH
               WHEN RC-IS-BYPASSED
                       OR RC-IS-FORCED
                       OR (RC-IS-COMPLETED
                           AND RC-RETURN-CODE < WS-CLEAN-RC-LIMIT)
                   SET PREREQ-IS-DONE TO TRUE
           END-EVALUATE.

      *Record the caller's completion and how it finished.
       3000-RECORD-COMPLETION.

           MOVE RC-CALL-RETURN-CODE TO WS-ENTRY-RETURN-CODE
           PERFORM 2000-APPEND-RUN-CTL-ENTRY.

      *Show the operator tonight's entries one cycle at a time, in
      *the order they were written, overrides marked.
       4000-LIST-ENTRIES.

           MOVE "0" TO RC-CALL-RESULT
           MOVE 0 TO WS-LIST-MAX-CYCLE
           MOVE 0 TO WS-LIST-ENTRY-COUNT
           PERFORM VARYING WS-LIST-CYCLE FROM 1 BY 1
                   UNTIL WS-LIST-CYCLE > 99
               MOVE 0 TO WS-LIST-CYCLE-COUNT(WS-LIST-CYCLE)
           END-PERFORM

           MOVE "N" TO WS-EOF-RUN-CTL-SWITCH
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUN-CTL-FILE-STATUS = "00"
               PERFORM 4100-COUNT-ONE-ENTRY
                   UNTIL END-OF-RUN-CTL-FILE
               CLOSE RUN-CTL-FILE
           END-IF

           DISPLAY "RUN CONTROL ENTRIES FOR " WS-BUSINESS-DATE
               " - CURRENT CYCLE " WS-CYCLE-NUMBER

           PERFORM 4200-LIST-ONE-CYCLE
               VARYING WS-LIST-CYCLE FROM 1 BY 1
               UNTIL WS-LIST-CYCLE > WS-LIST-MAX-CYCLE

           DISPLAY "RUN CONTROL ENTRIES ON FILE: "
               WS-LIST-ENTRY-COUNT.

      *Count one of tonight's entries under its cycle.
       4100-COUNT-ONE-ENTRY.

           READ RUN-CTL-FILE
               AT END
                   SET END-OF-RUN-CTL-FILE TO TRUE
               NOT AT END
                   IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND RC-CYCLE-NUMBER IS NUMERIC
                           AND RC-CYCLE-NUMBER > 0
                       ADD 1 TO WS-LIST-CYCLE-COUNT(RC-CYCLE-NUMBER)
                       ADD 1 TO WS-LIST-ENTRY-COUNT
                       IF RC-CYCLE-NUMBER > WS-LIST-MAX-CYCLE
                           MOVE RC-CYCLE-NUMBER TO WS-LIST-MAX-CYCLE
                       END-IF
                   END-IF
           END-READ.

      *List one cycle's entries; a cycle with none is skipped.
       4200-LIST-ONE-CYCLE.

           IF WS-LIST-CYCLE-COUNT(WS-LIST-CYCLE) > 0
               MOVE WS-LIST-CYCLE TO WS-LIST-CYCLE-SHOWN
               DISPLAY "CYCLE " WS-LIST-CYCLE-SHOWN ": "
                   WS-LIST-CYCLE-COUNT(WS-LIST-CYCLE) " ENTRIES"
               MOVE "N" TO WS-EOF-RUN-CTL-SWITCH
               OPEN INPUT RUN-CTL-FILE
               PERFORM 4210-LIST-ONE-ENTRY
                   UNTIL END-OF-RUN-CTL-FILE
               CLOSE RUN-CTL-FILE
           END-IF.

      *Show one entry when it belongs to the cycle being listed.
       4210-LIST-ONE-ENTRY.

           READ RUN-CTL-FILE
               AT END
                   SET END-OF-RUN-CTL-FILE TO TRUE
               NOT AT END
                   IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND RC-CYCLE-NUMBER = WS-LIST-CYCLE
                       IF RC-IS-OVERRIDE
                           MOVE "  OPERATOR OVERRIDE"
                               TO WS-LIST-OVERRIDE-TEXT
                       ELSE
                           MOVE SPACES TO WS-LIST-OVERRIDE-TEXT
                       END-IF
                       DISPLAY "  " RC-RUN-TIME(1:2) ":"
                           RC-RUN-TIME(3:2) ":" RC-RUN-TIME(5:2)
                           "  " RC-STEP-NAME "  " RC-STATUS
                           "  RC=" RC-RETURN-CODE
                           WS-LIST-OVERRIDE-TEXT
                   END-IF
           END-READ.

      *An operator override for the current business date and
      *cycle.  The step's state is worked out the way a start
      *request works it out; a bypass or force of a step already
      *complete, or a reset of a step with nothing to reset, is
      *refused and nothing is written.
       5000-APPLY-OVERRIDE.

           MOVE "0" TO RC-CALL-RESULT
           MOVE SPACES TO RC-CALL-PREREQ-NAME
           PERFORM 1050-SCAN-TONIGHTS-ENTRIES

           EVALUATE TRUE
               WHEN RC-FUNC-RESET
                       AND NOT STEP-ALREADY-DONE
                   MOVE "3" TO RC-CALL-RESULT
               WHEN RC-FUNC-RESET
                   MOVE "RESET" TO WS-ENTRY-STATUS
               WHEN STEP-ALREADY-DONE
                   MOVE "1" TO RC-CALL-RESULT
               WHEN RC-FUNC-BYPASS
                   MOVE "BYPASSED" TO WS-ENTRY-STATUS
               WHEN OTHER
                   MOVE "FORCED" TO WS-ENTRY-STATUS
           END-EVALUATE

           IF RUN-CTL-OK
               MOVE 0 TO WS-ENTRY-RETURN-CODE
               PERFORM 2000-APPEND-RUN-CTL-ENTRY
           END-IF.

      *Append one entry to the shared run-control file.
       2000-APPEND-RUN-CTL-ENTRY.

