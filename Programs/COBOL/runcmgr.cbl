      ******************************************************************
      * Author: Systems Programming
      * Date: 2026-10-15
      * Purpose: Operator front end for run control, the way LOCKMGR
      *          is for the USER-MASTER interlock.  When operations
      *          deliberately skips a step - MARIO with no requests
      *          tonight, a count finance has waived - the steps
      *          after it refuse to start until run control says it
      *          is done, and this is the way to say so instead of
      *          editing PROD.RUN.CONTROL by hand.
      *            PARM 'L' lists tonight's run-control entries cycle
      *              by cycle.
      *            PARM 'B step operator reason' marks the step
      *              BYPASSED for the current business date and
      *              cycle; the step refuses itself if it is run and
      *              the steps after it may start.
      *            PARM 'F step operator reason' forces the step
      *              COMPLETED the same way (recorded as FORCED, so
      *              it is never mistaken for a real run).
      *            PARM 'R step operator reason' resets the step so
      *              it can be run again, cancelling its completion,
      *              bypass or forced completion.
      *          The operator ID (up to 8 characters) and a reason
      *          (up to 30) are mandatory on every override.  Every
      *          run is logged through AUDITLOG; an override's entry
      *          carries the function, step, cycle and operator as
      *          its key and the reason as its result, which is how
      *          AUDITRPT shows overridden steps on the morning
      *          summary.  Ends with condition code 8 for a bad
      *          PARM and 4 when run control refuses the override
      *          (a bypass or force of a step already complete, a
      *          reset of a step with nothing to reset).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCMGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       COPY "RUNCTARG.CPY".

       COPY "RUNCOKEY.CPY".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

       01 WS-PARM-LINE PIC X(100) VALUE SPACES.
       01 WS-PARM-POINTER PIC 9(03) COMP VALUE 1.
       01 WS-PARM-FUNCTION PIC X(01) VALUE SPACE.
           88 FUNCTION-IS-LIST VALUE "L".
           88 FUNCTION-IS-BYPASS VALUE "B".
           88 FUNCTION-IS-FORCE VALUE "F".
           88 FUNCTION-IS-RESET VALUE "R".
           88 FUNCTION-IS-OVERRIDE VALUE "B" "F" "R".
       01 WS-PARM-STEP PIC X(13) VALUE SPACES.
       01 WS-PARM-STEP-LENGTH PIC 9(03) COMP VALUE 0.
       01 WS-PARM-OPERATOR PIC X(08) VALUE SPACES.
       01 WS-PARM-OPERATOR-LENGTH PIC 9(03) COMP VALUE 0.
       01 WS-PARM-REASON PIC X(100) VALUE SPACES.
       01 WS-PARM-REASON-LENGTH PIC 9(03) COMP VALUE 0.

       01 WS-OVERRIDE-WORD PIC X(15) VALUE SPACES.

       01 WS-PARM-VALID-SWITCH PIC X(01) VALUE "Y".
           88 PARM-IS-VALID VALUE "Y".

      *The steps that record themselves on run control - the only
      *names an override can mean.
       01 WS-KNOWN-STEPS-DATA.
           05 FILLER PIC X(13) VALUE "MARIO".
           05 FILLER PIC X(13) VALUE "COUNT_NUMBERS".
           05 FILLER PIC X(13) VALUE "PLAYGROUND".
       01 WS-KNOWN-STEPS-TABLE REDEFINES WS-KNOWN-STEPS-DATA.
           05 WS-KNOWN-STEP PIC X(13) OCCURS 3 TIMES.
       01 WS-KNOWN-INDEX PIC 9(02) COMP VALUE 0.
       01 WS-STEP-KNOWN-SWITCH PIC X(01) VALUE "N".
           88 STEP-IS-KNOWN VALUE "Y".

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

      *Run the requested operator function against run control.
       0000-RUNCMGR-MAIN.

           PERFORM 1000-READ-PARM

           EVALUATE TRUE
               WHEN FUNCTION-IS-LIST
                   MOVE "L" TO RC-CALL-FUNCTION
                   MOVE SPACES TO RC-CALL-STEP-NAME
                   MOVE SPACES TO RC-CALL-PREREQ-NAME
                   MOVE 0 TO RC-CALL-RETURN-CODE
                   CALL "RUNCTL" USING RUN-CTL-CALL-AREA
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE "ENTRIES LISTED" TO WS-AUDIT-RESULT
               WHEN FUNCTION-IS-OVERRIDE
                   PERFORM 2000-EDIT-OVERRIDE
                   IF PARM-IS-VALID
                       PERFORM 3000-APPLY-OVERRIDE
                   END-IF
               WHEN OTHER
                   DISPLAY "RUNCMGR NEEDS PARM L (LIST), "
                       "B (BYPASS), F (FORCE COMPLETE) OR R (RESET)"
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "BAD FUNCTION PARM" TO WS-AUDIT-RESULT
           END-EVALUATE

           PERFORM 9000-LOG-AUDIT-ENTRY

           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *Split the PARM into function, step and operator; whatever
      *follows the operator is the reason, spaces and all.
       1000-READ-PARM.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           MOVE 0 TO RC-CALL-CYCLE

           MOVE 1 TO WS-PARM-POINTER
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-FUNCTION
                   WS-PARM-STEP COUNT IN WS-PARM-STEP-LENGTH
                   WS-PARM-OPERATOR COUNT IN WS-PARM-OPERATOR-LENGTH
               WITH POINTER WS-PARM-POINTER
           END-UNSTRING

           MOVE SPACES TO WS-PARM-REASON
           IF WS-PARM-POINTER NOT > 100
               MOVE WS-PARM-LINE(WS-PARM-POINTER:) TO WS-PARM-REASON
           END-IF

           PERFORM VARYING WS-PARM-REASON-LENGTH FROM 100 BY -1
                   UNTIL WS-PARM-REASON-LENGTH = 0
                       OR WS-PARM-REASON(WS-PARM-REASON-LENGTH:1)
                           NOT = SPACE
               CONTINUE
           END-PERFORM.

      *An override names a step that keeps run control, says who
      *made it, and says why in no more than the 30 characters the
      *audit entry can carry.
       2000-EDIT-OVERRIDE.

           MOVE "Y" TO WS-PARM-VALID-SWITCH
           MOVE "N" TO WS-STEP-KNOWN-SWITCH
           PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
                   UNTIL WS-KNOWN-INDEX > 3
               IF WS-KNOWN-STEP(WS-KNOWN-INDEX) = WS-PARM-STEP
                       AND WS-PARM-STEP-LENGTH NOT > 13
                   SET STEP-IS-KNOWN TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT STEP-IS-KNOWN
                   DISPLAY "RUNCMGR: STEP " WS-PARM-STEP
                       " DOES NOT KEEP RUN CONTROL - USE MARIO, "
                       "COUNT_NUMBERS OR PLAYGROUND"
                   MOVE "N" TO WS-PARM-VALID-SWITCH
                   MOVE "UNKNOWN STEP" TO WS-AUDIT-RESULT
               WHEN WS-PARM-OPERATOR = SPACES
                       OR WS-PARM-OPERATOR-LENGTH > 8
                   DISPLAY "RUNCMGR: AN OPERATOR ID OF 1-8 "
                       "CHARACTERS IS REQUIRED"
                   MOVE "N" TO WS-PARM-VALID-SWITCH
                   MOVE "NO VALID OPERATOR ID" TO WS-AUDIT-RESULT
               WHEN WS-PARM-REASON-LENGTH = 0
                   DISPLAY "RUNCMGR: A REASON IS REQUIRED"
                   MOVE "N" TO WS-PARM-VALID-SWITCH
                   MOVE "NO REASON GIVEN" TO WS-AUDIT-RESULT
               WHEN WS-PARM-REASON-LENGTH > 30
                   DISPLAY "RUNCMGR: REASON IS "
                       WS-PARM-REASON-LENGTH
                       " CHARACTERS - 30 AT MOST"
                   MOVE "N" TO WS-PARM-VALID-SWITCH
                   MOVE "REASON OVER 30 CHARACTERS"
                       TO WS-AUDIT-RESULT
           END-EVALUATE

           IF NOT PARM-IS-VALID
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF.

      *Ask run control to record the override and tell the operator
      *what happened.
       3000-APPLY-OVERRIDE.

           MOVE WS-PARM-FUNCTION TO RC-CALL-FUNCTION
           MOVE WS-PARM-STEP TO RC-CALL-STEP-NAME
           MOVE SPACES TO RC-CALL-PREREQ-NAME
           MOVE 0 TO RC-CALL-RETURN-CODE
           CALL "RUNCTL" USING RUN-CTL-CALL-AREA

           EVALUATE TRUE
               WHEN FUNCTION-IS-BYPASS
                   MOVE "BYPASSED" TO WS-OVERRIDE-WORD
               WHEN FUNCTION-IS-FORCE
                   MOVE "FORCED COMPLETE" TO WS-OVERRIDE-WORD
               WHEN OTHER
                   MOVE "RESET" TO WS-OVERRIDE-WORD
           END-EVALUATE

           EVALUATE TRUE
               WHEN RUN-CTL-OK
                   DISPLAY "RUNCMGR: " WS-PARM-STEP " "
                       WS-OVERRIDE-WORD " FOR CYCLE " RC-CALL-CYCLE
                       " BY " WS-PARM-OPERATOR
                       " - " WS-PARM-REASON(1:30)
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE WS-PARM-REASON(1:30) TO WS-AUDIT-RESULT
               WHEN RUN-CTL-ALREADY-RAN
                   DISPLAY "RUNCMGR: " WS-PARM-STEP
                       " IS ALREADY COMPLETE FOR CYCLE "
                       RC-CALL-CYCLE " - NOTHING RECORDED"
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "REFUSED - ALREADY COMPLETE"
                       TO WS-AUDIT-RESULT
               WHEN OTHER
                   DISPLAY "RUNCMGR: " WS-PARM-STEP
                       " HAS NOT COMPLETED FOR CYCLE "
                       RC-CALL-CYCLE " - NOTHING TO RESET"
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "REFUSED - NOTHING TO RESET"
                       TO WS-AUDIT-RESULT
           END-EVALUATE.

      *Log this run the same way every other program does.  An
      *override's key is the RUNCOKEY layout AUDITRPT reads back.
       9000-LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           IF FUNCTION-IS-OVERRIDE
               MOVE SPACES TO RUN-CTL-OVERRIDE-KEY
               MOVE WS-PARM-FUNCTION TO OVR-FUNCTION
               MOVE WS-PARM-STEP TO OVR-STEP-NAME
               MOVE "C" TO OVR-CYCLE-TAG
               MOVE RC-CALL-CYCLE TO OVR-CYCLE
               MOVE WS-PARM-OPERATOR TO OVR-OPERATOR-ID
               MOVE RUN-CTL-OVERRIDE-KEY TO WS-AUDIT-KEY-INPUT
           ELSE
               STRING "F=" DELIMITED BY SIZE
                   WS-PARM-FUNCTION DELIMITED BY SIZE
                   INTO WS-AUDIT-KEY-INPUT
               END-STRING
           END-IF

           MOVE "RUNCMGR" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
           MOVE WS-AUDIT-RESULT TO AUD-CALL-RESULT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

       END PROGRAM RUNCMGR.
