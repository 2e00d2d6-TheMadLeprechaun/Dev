      * Purpose: Morning-after night-run summary.  Reads the shared
      *          audit log for the current business date and prints a
      *          one-page operator summary: one line per expected
      *          nightly step (HRACKCHK, MARIO, COUNT_NUMBERS,
      *          SUSPRCY, the
      *          two PLAYGROUND runs - maintenance logs as
      *          PLAYGROUND-M so its verdict is never overwritten
      *          by the projection's - BENEXTR, the two report
      *          distributions RPTDIST-M and RPTDIST-A, HREXPVAL,
      *          HRMTD, USERDQ and USERUTIL) with its run time, key
      *          input, result text and return code, plus a loud
      *          exception line for any expected program that has no
      *          audit entry at all or that ended non-zero.  Ends
      *          the operators.  The business date comes from the
      *          shared file SETBDATE writes at the top of the job,
      *          so a run that crossed midnight is still reported
      *          as one night.  A step the operator bypassed or
      *          forced complete through RUNCMGR is shown as
      *          overridden - who did it and why - rather than as a
      *          normal run or an exception, and every override of
      *          the night is listed under the steps.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  Systems Programming - Added the suspense recycle
      *               and aging step (STEP022 SUSPRCY) to the expected
      *               nightly steps.
      *   2026-10-15  Systems Programming - Added the USER-MASTER
      *               data-quality sweep (STEP036 USERDQ) to the
      *               expected nightly steps.
      *   2026-10-15  Systems Programming - Added the benefits vendor
      *               changes-only extract (STEP027 BENEXTR) to the
      *               expected nightly steps.
      *   2026-10-15  Systems Programming - Added the department
      *               report distributions (STEP026 RPTDIST-M and
      *               STEP032 RPTDIST-A) to the expected nightly
      *               steps.
      *   2026-10-15  Systems Programming - Run-control overrides
      *               logged by RUNCMGR are picked up: a bypassed or
      *               force-completed step prints an override line
      *               instead of an exception, the night's overrides
      *               are listed, and the footer says when a clean
      *               night had overridden steps.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.

       COPY "AUDITREC.CPY".

       COPY "RUNCOKEY.CPY".

       01 WS-AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-AUDIT-SWITCH PIC X(01) VALUE "N".
           05 FILLER PIC X(21) VALUE "STEP008 HRACKCHK".
           05 FILLER PIC X(21) VALUE "STEP010 MARIO".
           05 FILLER PIC X(21) VALUE "STEP020 COUNT_NUMBERS".
           05 FILLER PIC X(21) VALUE "STEP022 SUSPRCY".
           05 FILLER PIC X(21) VALUE "STEP025 PLAYGROUND-M".
           05 FILLER PIC X(21) VALUE "STEP026 RPTDIST-M".
           05 FILLER PIC X(21) VALUE "STEP027 BENEXTR".
           05 FILLER PIC X(21) VALUE "STEP030 PLAYGROUND".
           05 FILLER PIC X(21) VALUE "STEP032 RPTDIST-A".
           05 FILLER PIC X(21) VALUE "STEP035 HREXPVAL".
           05 FILLER PIC X(21) VALUE "STEP038 HRMTD".
           05 FILLER PIC X(21) VALUE "STEP036 USERDQ".
           05 FILLER PIC X(21) VALUE "STEP037 USERUTIL".
       01 WS-EXPECTED-STEPS-TABLE REDEFINES WS-EXPECTED-STEPS-DATA.
           05 WS-EXPECTED-STEP OCCURS 13 TIMES.
               10 WS-EXP-STEP-NAME PIC X(08).
               10 WS-EXP-PROGRAM PIC X(13).

      *A later entry for the same program overwrites an earlier one
      *so the last run of the night is the one reported.
       01 WS-STEP-STATUS-TABLE.
           05 WS-STEP-STATUS OCCURS 13 TIMES.
               10 WS-STS-FOUND-SWITCH PIC X(01).
                   88 STEP-ENTRY-FOUND VALUE "Y".
               10 WS-STS-RUN-TIME PIC X(08).
               10 WS-STS-KEY-INPUT PIC X(30).
               10 WS-STS-RESULT PIC X(30).
               10 WS-STS-RETURN-CODE PIC 9(04).
               10 WS-STS-OVERRIDE PIC X(01).
                   88 STEP-OVERRIDDEN VALUE "B" "F".
               10 WS-STS-OVR-OPERATOR PIC X(08).
               10 WS-STS-OVR-REASON PIC X(30).

       01 WS-STEP-INDEX PIC 9(02) COMP.

      *Every run-control override RUNCMGR logged tonight, in the
      *order made, for the overrides list.
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE-ENTRY OCCURS 20 TIMES.
               10 WS-OVR-RUN-TIME PIC X(08).
               10 WS-OVR-KEY PIC X(30).
               10 WS-OVR-REASON PIC X(30).
       01 WS-OVERRIDE-COUNT PIC 9(02) COMP VALUE 0.
       01 WS-OVERRIDE-INDEX PIC 9(02) COMP VALUE 0.
       01 WS-OVERRIDE-DROPPED PIC 9(04) VALUE 0.
       01 WS-OVERRIDDEN-STEP-COUNT PIC 9(04) VALUE 0.

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

           05 FILLER PIC X(01) VALUE SPACES.
           05 EXC-REASON PIC X(40).

       01 WS-OVERRIDE-LINE.
           05 FILLER PIC X(16) VALUE "** OVERRIDE **  ".
           05 OVL-PROGRAM PIC X(13).
           05 FILLER PIC X(01) VALUE SPACES.
           05 OVL-ACTION PIC X(19).
           05 FILLER PIC X(04) VALUE " BY ".
           05 OVL-OPERATOR PIC X(08).
           05 FILLER PIC X(03) VALUE " - ".
           05 OVL-REASON PIC X(30).

       01 WS-OVERRIDE-TITLE PIC X(132)
           VALUE "RUN-CONTROL OVERRIDES FOR THIS BUSINESS DATE".

       01 WS-OVERRIDE-COLUMNS.
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(17) VALUE "ACTION".
           05 FILLER PIC X(15) VALUE "STEP".
           05 FILLER PIC X(07) VALUE "CYCLE".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(06) VALUE "REASON".

       01 WS-OVERRIDE-DETAIL.
           05 OVD-RUN-TIME PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 OVD-ACTION PIC X(15).
           05 FILLER PIC X(02) VALUE SPACES.
           05 OVD-STEP PIC X(13).
           05 FILLER PIC X(02) VALUE SPACES.
           05 OVD-CYCLE PIC 9(02).
           05 FILLER PIC X(05) VALUE SPACES.
           05 OVD-OPERATOR PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 OVD-REASON PIC X(30).

       01 WS-OVERRIDE-DROPPED-LINE.
           05 FILLER PIC X(34)
               VALUE "*** OVERRIDES NOT LISTED (TABLE): ".
           05 OVD-DROPPED PIC ZZZ9.

       01 WS-REPORT-FOOTER-OVERRIDDEN.
           05 FILLER PIC X(46)
               VALUE "NO EXCEPTIONS - STEPS OVERRIDDEN BY OPERATOR: ".
           05 FTR-OVERRIDDEN-COUNT PIC ZZZ9.

       01 WS-REPORT-FOOTER-OK PIC X(132)
           VALUE "ALL EXPECTED STEPS RAN CLEAN".


           PERFORM 3000-PRINT-SUMMARY-PAGE

           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "NIGHT RUN HAD EXCEPTIONS" TO WS-AUDIT-RESULT
               WHEN WS-OVERRIDDEN-STEP-COUNT > 0
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE "NIGHT RUN CLEAN WITH OVERRIDES"
                       TO WS-AUDIT-RESULT
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE "NIGHT RUN CLEAN" TO WS-AUDIT-RESULT
           END-EVALUATE

           PERFORM 9000-LOG-AUDIT-ENTRY

           PERFORM 1100-GET-BUSINESS-DATE

           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > 13
               MOVE "N" TO WS-STS-FOUND-SWITCH(WS-STEP-INDEX)
               MOVE SPACES TO WS-STS-RUN-TIME(WS-STEP-INDEX)
               MOVE SPACES TO WS-STS-KEY-INPUT(WS-STEP-INDEX)
               MOVE SPACES TO WS-STS-RESULT(WS-STEP-INDEX)
               MOVE 0 TO WS-STS-RETURN-CODE(WS-STEP-INDEX)
               MOVE SPACE TO WS-STS-OVERRIDE(WS-STEP-INDEX)
               MOVE SPACES TO WS-STS-OVR-OPERATOR(WS-STEP-INDEX)
               MOVE SPACES TO WS-STS-OVR-REASON(WS-STEP-INDEX)
           END-PERFORM

           OPEN INPUT AUDIT-FILE
           END-IF.

      *Read one audit entry; if it belongs to tonight's business
      *date and an expected program, note what it said.  RUNCMGR's
      *entries are the operator's run-control overrides.
       2000-COLLECT-AUDIT-ENTRY.

           READ AUDIT-FILE INTO AUD-RECORD
                   SET END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   IF AUD-RUN-DATE = WS-BUSINESS-DATE
                       IF AUD-PROGRAM-NAME = "RUNCMGR"
                           PERFORM 2200-POST-OVERRIDE
                       ELSE
                           PERFORM 2100-MATCH-EXPECTED-STEP
                       END-IF
                   END-IF
           END-READ.

       2100-MATCH-EXPECTED-STEP.

           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > 13
               IF AUD-PROGRAM-NAME = WS-EXP-PROGRAM(WS-STEP-INDEX)
                   IF AUD-RESULT = "BLOCKED BY RUN CONTROL"
                           AND STEP-ENTRY-FOUND(WS-STEP-INDEX)
               END-IF
           END-PERFORM.

      *Post an override run control accepted (return code zero) to
      *the overrides list and to the step it names.  A reset takes
      *the step back to being judged on its own audit entries.
       2200-POST-OVERRIDE.

           MOVE AUD-KEY-INPUT TO RUN-CTL-OVERRIDE-KEY

           IF AUD-RETURN-CODE = 0
                   AND (OVR-IS-BYPASS OR OVR-IS-FORCE OR OVR-IS-RESET)
                   AND OVR-CYCLE-TAG = "C"
               IF WS-OVERRIDE-COUNT < 20
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE AUD-RUN-TIME
                       TO WS-OVR-RUN-TIME(WS-OVERRIDE-COUNT)
                   MOVE AUD-KEY-INPUT TO WS-OVR-KEY(WS-OVERRIDE-COUNT)
                   MOVE AUD-RESULT TO WS-OVR-REASON(WS-OVERRIDE-COUNT)
               ELSE
                   ADD 1 TO WS-OVERRIDE-DROPPED
               END-IF

               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > 13
                   IF OVR-STEP-NAME = WS-EXP-PROGRAM(WS-STEP-INDEX)
                       IF OVR-IS-RESET
                           MOVE SPACE
                               TO WS-STS-OVERRIDE(WS-STEP-INDEX)
                       ELSE
                           MOVE OVR-FUNCTION
                               TO WS-STS-OVERRIDE(WS-STEP-INDEX)
                           MOVE OVR-OPERATOR-ID
                               TO WS-STS-OVR-OPERATOR(WS-STEP-INDEX)
                           MOVE AUD-RESULT
                               TO WS-STS-OVR-REASON(WS-STEP-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *Print the one-page summary: a detail line per expected step,
      *an exception line for anything missing or non-zero, and a
      *clear verdict footer.

           PERFORM 3100-PRINT-STEP-LINE
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > 13

           IF WS-OVERRIDE-COUNT > 0 OR WS-OVERRIDE-DROPPED > 0
               PERFORM 3300-PRINT-OVERRIDES
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE WS-EXCEPTION-COUNT TO FTR-EXCEPTION-COUNT
                   MOVE WS-REPORT-FOOTER-BAD TO PRINT-LINE
               WHEN WS-OVERRIDDEN-STEP-COUNT > 0
                   MOVE WS-OVERRIDDEN-STEP-COUNT
                       TO FTR-OVERRIDDEN-COUNT
                   MOVE WS-REPORT-FOOTER-OVERRIDDEN TO PRINT-LINE
               WHEN OTHER
                   MOVE WS-REPORT-FOOTER-OK TO PRINT-LINE
           END-EVALUATE
           WRITE PRINT-LINE

           CLOSE PRINT-FILE.

      *Print one expected step: its audit detail when an entry was
      *found, and a loud exception line when it is missing or ended
      *with a non-zero return code.  A step the operator bypassed or
      *forced complete is not judged that way - it gets an override
      *line saying who and why.
       3100-PRINT-STEP-LINE.

           IF STEP-OVERRIDDEN(WS-STEP-INDEX)
               PERFORM 3120-PRINT-OVERRIDDEN-STEP
           ELSE
               PERFORM 3105-PRINT-JUDGED-STEP
           END-IF.

      *Print a step judged on its own audit entry.
       3105-PRINT-JUDGED-STEP.

           IF STEP-ENTRY-FOUND(WS-STEP-INDEX)
               MOVE WS-EXP-STEP-NAME(WS-STEP-INDEX) TO RPT-STEP-NAME
               MOVE WS-EXP-PROGRAM(WS-STEP-INDEX) TO RPT-PROGRAM
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      *Print an overridden step: whatever its own last audit entry
      *said, if it has one, then the override.
       3120-PRINT-OVERRIDDEN-STEP.

           MOVE WS-EXP-STEP-NAME(WS-STEP-INDEX) TO RPT-STEP-NAME
           MOVE WS-EXP-PROGRAM(WS-STEP-INDEX) TO RPT-PROGRAM
           IF STEP-ENTRY-FOUND(WS-STEP-INDEX)
               PERFORM 3110-FORMAT-RUN-TIME
               MOVE WS-STS-KEY-INPUT(WS-STEP-INDEX) TO RPT-KEY-INPUT
               MOVE WS-STS-RESULT(WS-STEP-INDEX) TO RPT-RESULT
               MOVE WS-STS-RETURN-CODE(WS-STEP-INDEX)
                   TO RPT-RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-RUN-TIME
               MOVE SPACES TO RPT-KEY-INPUT
               MOVE "DID NOT RUN" TO RPT-RESULT
               MOVE 0 TO RPT-RETURN-CODE
           END-IF
           MOVE WS-REPORT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE WS-EXP-PROGRAM(WS-STEP-INDEX) TO OVL-PROGRAM
           IF WS-STS-OVERRIDE(WS-STEP-INDEX) = "B"
               MOVE "BYPASSED" TO OVL-ACTION
           ELSE
               MOVE "FORCED COMPLETE" TO OVL-ACTION
           END-IF
           MOVE WS-STS-OVR-OPERATOR(WS-STEP-INDEX) TO OVL-OPERATOR
           MOVE WS-STS-OVR-REASON(WS-STEP-INDEX) TO OVL-REASON
           MOVE WS-OVERRIDE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-OVERRIDDEN-STEP-COUNT.

      *List every override of the night, resets included, in the
      *order they were made.
       3300-PRINT-OVERRIDES.

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OVERRIDE-TITLE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OVERRIDE-COLUMNS TO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM 3310-PRINT-ONE-OVERRIDE
               VARYING WS-OVERRIDE-INDEX FROM 1 BY 1
               UNTIL WS-OVERRIDE-INDEX > WS-OVERRIDE-COUNT

           IF WS-OVERRIDE-DROPPED > 0
               MOVE WS-OVERRIDE-DROPPED TO OVD-DROPPED
               MOVE WS-OVERRIDE-DROPPED-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *Print one override from its logged key and reason.
       3310-PRINT-ONE-OVERRIDE.

           MOVE WS-OVR-KEY(WS-OVERRIDE-INDEX) TO RUN-CTL-OVERRIDE-KEY

           MOVE SPACES TO OVD-RUN-TIME
           STRING WS-OVR-RUN-TIME(WS-OVERRIDE-INDEX)(1:2)
               DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-OVR-RUN-TIME(WS-OVERRIDE-INDEX)(3:2)
               DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-OVR-RUN-TIME(WS-OVERRIDE-INDEX)(5:2)
               DELIMITED BY SIZE
               INTO OVD-RUN-TIME
           END-STRING

           EVALUATE TRUE
               WHEN OVR-IS-BYPASS
                   MOVE "BYPASSED" TO OVD-ACTION
               WHEN OVR-IS-FORCE
                   MOVE "FORCED COMPLETE" TO OVD-ACTION
               WHEN OTHER
                   MOVE "RESET" TO OVD-ACTION
           END-EVALUATE

           MOVE OVR-STEP-NAME TO OVD-STEP
           MOVE OVR-CYCLE TO OVD-CYCLE
           MOVE OVR-OPERATOR-ID TO OVD-OPERATOR
           MOVE WS-OVR-REASON(WS-OVERRIDE-INDEX) TO OVD-REASON
           MOVE WS-OVERRIDE-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE.

      *Show the HHMMSSss audit time as HH:MM:SS on the report.
       3110-FORMAT-RUN-TIME.

