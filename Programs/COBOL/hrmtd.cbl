      *          and prints the summary of nights included and total
      *          details.  Every run is logged through AUDITLOG.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  Systems Programming - The month-end close checks
      *               the feed against the business calendar
      *               (BUSCAL): every business day of the month must
      *               have a night marker.  Missing nights are listed
      *               and the monthly feed is not cut (condition
      *               code 8) unless PARM 'F FORCE' is given, which
      *               cuts it anyway with condition code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRMTD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

           SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MTD-IN-FILE.
       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       FD BUS-CAL-FILE.
       COPY "BUSCAL.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-HR-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-MTD-FINAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-CAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-CAL-SWITCH PIC X(01) VALUE "N".
           88 END-OF-CAL-FILE VALUE "Y".

       01 WS-EOF-MTD-SWITCH PIC X(01) VALUE "N".
           88 END-OF-MTD-FILE VALUE "Y".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

       01 WS-PARM-LINE PIC X(40) VALUE SPACES.
       01 WS-PARM-FUNCTION PIC X(01) VALUE SPACE.
           88 FUNCTION-IS-ACCUMULATE VALUE "A".
           88 FUNCTION-IS-FINALIZE VALUE "F".
       01 WS-PARM-OPTION PIC X(05) VALUE SPACES.
           88 OPTION-IS-FORCE VALUE "FORCE".

       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-CURRENT-MONTH PIC 9(06) VALUE 0.
           05 WS-BLD-TRL-NIGHTS PIC 9(04).
           05 FILLER PIC X(29).

      *Month-end calendar check: which days of the feed's month
      *carry a night marker, and which business days do not.
       01 WS-MARKED-DAY-TABLE.
           05 WS-MARKED-DAY OCCURS 31 TIMES PIC X(01).
       01 WS-CAL-DAYS-LOADED PIC 9(02) VALUE 0.
       01 WS-CAL-CHECK-SWITCH PIC X(01) VALUE "N".
           88 CALENDAR-NOT-USABLE VALUE "N".
           88 CALENDAR-CHECKED VALUE "Y".
       01 WS-MISSING-NIGHT-COUNT PIC 9(04) VALUE 0.
       01 WS-MISSING-TABLE.
           05 WS-MISSING-DATE OCCURS 31 TIMES PIC 9(08).
       01 WS-MISSING-INDEX PIC 9(02) COMP VALUE 0.
       01 WS-MARKER-DATE PIC 9(08) VALUE 0.
       01 WS-MARKER-DATE-R REDEFINES WS-MARKER-DATE.
           05 WS-MKR-MONTH PIC 9(06).
           05 WS-MKR-DD PIC 9(02).
       01 WS-FEED-MONTH PIC 9(06) VALUE 0.
       01 WS-FEED-MONTH-R REDEFINES WS-FEED-MONTH.
           05 WS-FEED-YYYY PIC 9(04).
           05 WS-FEED-MM PIC 9(02).

       01 WS-RUN-ACTION PIC X(12) VALUE SPACES.

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-REPORT-MISMATCH-LINE PIC X(80)
           VALUE "** TRAILER DOES NOT MATCH COUNTED RECORDS **".

       01 WS-REPORT-MISSING-HEADER PIC X(80)
           VALUE "BUSINESS DATES WITH NO NIGHT MARKER:".

       01 WS-REPORT-MISSING-LINE.
           05 FILLER PIC X(09) VALUE "  NIGHT: ".
           05 RPT-MISSING-DATE PIC 9(08).
           05 FILLER PIC X(25) VALUE "  ** NOT IN MONTHLY FEED ".
           05 FILLER PIC X(02) VALUE "**".

       01 WS-REPORT-MISSING-TOTAL.
           05 FILLER PIC X(25) VALUE "MISSING BUSINESS NIGHTS: ".
           05 RPT-MISSING-TOTAL PIC ZZZ9.

       01 WS-REPORT-NO-CALENDAR.
           05 FILLER PIC X(38)
               VALUE "** NO BUSINESS CALENDAR FOR THE MONTH ".
           05 FILLER PIC X(24) VALUE "- NIGHTS NOT VERIFIED **".

       01 WS-REPORT-REFUSED-LINE.
           05 FILLER PIC X(26) VALUE "** MONTHLY FEED NOT CUT - ".
           05 FILLER PIC X(40)
               VALUE "RERUN WITH PARM 'F FORCE' TO OVERRIDE **".

       01 WS-REPORT-FORCED-LINE.
           05 FILLER PIC X(41)
               VALUE "** MONTHLY FEED CUT UNDER PARM 'F FORCE' ".
           05 FILLER PIC X(22) VALUE "WITH NIGHTS MISSING **".

       PROCEDURE DIVISION.

      *Run the requested function and print the summary report.
       0000-HRMTD-MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-FUNCTION WS-PARM-OPTION
           END-UNSTRING
           PERFORM 1000-GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-CURRENT-MONTH

                   PERFORM 5000-FINALIZE-MONTH
               WHEN OTHER
                   DISPLAY "HRMTD NEEDS PARM A (ACCUMULATE) OR "
                       "F (FINALIZE), OPTIONALLY 'F FORCE'"
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "BAD FUNCTION PARM" TO WS-AUDIT-RESULT
           END-EVALUATE
           WRITE MTD-OUT-RECORD
           SET NIGHT-MARKER-WRITTEN TO TRUE.

      *Month end: check every business day of the month has its
      *night in the feed, then copy the closed month-to-date file to
      *the final monthly feed, verify the trailer against what was
      *counted, and print the summary of nights and details.  With
      *nights missing - or no calendar to check against - the feed
      *is only cut under PARM 'F FORCE'.
       5000-FINALIZE-MONTH.

           MOVE "N" TO WS-EOF-MTD-SWITCH
                   WS-MTD-IN-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO MTD FEED FILE" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 5010-NOTE-NIGHT-MARKERS
               CLOSE MTD-IN-FILE
               PERFORM 5030-CHECK-BUSINESS-DAYS
               PERFORM 5060-PRINT-MISSING-NIGHTS

               IF (CALENDAR-NOT-USABLE OR WS-MISSING-NIGHT-COUNT > 0)
                       AND NOT OPTION-IS-FORCE
                   DISPLAY "HRMTD: NIGHTS MISSING OR UNVERIFIED - "
                       "MONTHLY FEED NOT CUT"
                   MOVE WS-REPORT-REFUSED-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "NIGHTS MISSING - FEED NOT CUT"
                       TO WS-AUDIT-RESULT
               ELSE
                   PERFORM 5080-CUT-MONTHLY-FEED
               END-IF
           END-IF

           CLOSE PRINT-FILE.

      *First pass over the month-to-date file: the month on its
      *header and the business date on every night marker.
       5010-NOTE-NIGHT-MARKERS.

           MOVE SPACES TO WS-MARKED-DAY-TABLE
           MOVE WS-CURRENT-MONTH TO WS-FEED-MONTH

           PERFORM 5020-NOTE-ONE-RECORD
               UNTIL END-OF-MTD-FILE.

      *Note one record of the first pass.
       5020-NOTE-ONE-RECORD.

           READ MTD-IN-FILE
               AT END
                   SET END-OF-MTD-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN MTD-IS-HEADER
                           IF MTD-HDR-MONTH IS NUMERIC
                               MOVE MTD-HDR-MONTH TO WS-FEED-MONTH
                           END-IF
                       WHEN MTD-IS-NIGHT
                               AND MTD-NGT-BUSINESS-DATE IS NUMERIC
                           MOVE MTD-NGT-BUSINESS-DATE TO WS-MARKER-DATE
                           IF WS-MKR-MONTH = WS-FEED-MONTH
                                   AND WS-MKR-DD > 0
                                   AND WS-MKR-DD < 32
                               MOVE "Y" TO WS-MARKED-DAY(WS-MKR-DD)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *Walk the business calendar for the feed's month; a business
      *day with no night marker is a night the feed never absorbed.
       5030-CHECK-BUSINESS-DAYS.

           MOVE 0 TO WS-MISSING-NIGHT-COUNT
           MOVE 0 TO WS-CAL-DAYS-LOADED
           MOVE "N" TO WS-EOF-CAL-SWITCH
           SET CALENDAR-NOT-USABLE TO TRUE

           OPEN INPUT BUS-CAL-FILE

           IF WS-BUS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "BUSINESS CALENDAR COULD NOT BE OPENED, "
                   "STATUS=" WS-BUS-CAL-FILE-STATUS
           ELSE
               PERFORM 5040-CHECK-ONE-CALENDAR-DAY
                   UNTIL END-OF-CAL-FILE
               CLOSE BUS-CAL-FILE
               IF WS-CAL-DAYS-LOADED > 0
                   SET CALENDAR-CHECKED TO TRUE
               END-IF
           END-IF.

      *Check one calendar day of the feed's month.
       5040-CHECK-ONE-CALENDAR-DAY.

           READ BUS-CAL-FILE
               AT END
                   SET END-OF-CAL-FILE TO TRUE
               NOT AT END
                   IF CAL-YYYY = WS-FEED-YYYY
                           AND CAL-MM = WS-FEED-MM
                           AND CAL-DD > 0
                           AND CAL-DD < 32
                       ADD 1 TO WS-CAL-DAYS-LOADED
                       IF CAL-IS-BUSINESS-DAY
                               AND WS-MARKED-DAY(CAL-DD) NOT = "Y"
                               AND WS-MISSING-NIGHT-COUNT < 31
                           ADD 1 TO WS-MISSING-NIGHT-COUNT
                           MOVE CAL-DATE TO WS-MISSING-DATE
                               (WS-MISSING-NIGHT-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *Print the business days the feed is missing.
       5060-PRINT-MISSING-NIGHTS.

           IF CALENDAR-NOT-USABLE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-REPORT-NO-CALENDAR TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           IF WS-MISSING-NIGHT-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-REPORT-MISSING-HEADER TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 5070-PRINT-ONE-MISSING-NIGHT
                   VARYING WS-MISSING-INDEX FROM 1 BY 1
                   UNTIL WS-MISSING-INDEX > WS-MISSING-NIGHT-COUNT
               MOVE WS-MISSING-NIGHT-COUNT TO RPT-MISSING-TOTAL
               MOVE WS-REPORT-MISSING-TOTAL TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

      *Print one missing business night.
       5070-PRINT-ONE-MISSING-NIGHT.

           MOVE WS-MISSING-DATE(WS-MISSING-INDEX) TO RPT-MISSING-DATE
           MOVE WS-REPORT-MISSING-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           DISPLAY "HRMTD: NO NIGHT MARKER FOR BUSINESS DATE "
               WS-MISSING-DATE(WS-MISSING-INDEX).

      *Second pass: copy the month-to-date file to the final feed.
       5080-CUT-MONTHLY-FEED.

           MOVE "N" TO WS-EOF-MTD-SWITCH
           OPEN INPUT MTD-IN-FILE

           IF WS-MTD-IN-FILE-STATUS NOT = "00"
               DISPLAY "MTD FEED COULD NOT BE REOPENED, STATUS="
                   WS-MTD-IN-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO MTD FEED FILE" TO WS-AUDIT-RESULT
           ELSE
               OPEN OUTPUT MTD-FINAL-FILE

               MOVE WS-REPORT-TOTALS-LINE TO PRINT-LINE
               WRITE PRINT-LINE

               EVALUATE TRUE
                   WHEN NOT MTD-TRAILER-SEEN
                           OR WS-TRAILER-DETAIL-COUNT
                               NOT = WS-PRIOR-DETAIL-COUNT
                           OR WS-TRAILER-NIGHT-COUNT
                               NOT = WS-PRIOR-NIGHT-COUNT
                       DISPLAY "HRMTD: TRAILER DOES NOT MATCH COUNTED "
                           "RECORDS"
                       MOVE WS-REPORT-MISMATCH-LINE TO PRINT-LINE
                       WRITE PRINT-LINE
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE "MTD TRAILER MISMATCH" TO WS-AUDIT-RESULT
                   WHEN CALENDAR-NOT-USABLE
                           OR WS-MISSING-NIGHT-COUNT > 0
      *Only reachable under PARM 'F FORCE'.
                       MOVE WS-REPORT-FORCED-LINE TO PRINT-LINE
                       WRITE PRINT-LINE
                       MOVE 4 TO WS-FINAL-RETURN-CODE
                       MOVE "FEED FORCED - NIGHTS MISSING"
                           TO WS-AUDIT-RESULT
                   WHEN OTHER
                       MOVE 0 TO WS-FINAL-RETURN-CODE
                       MOVE "MONTHLY FEED CUT" TO WS-AUDIT-RESULT
               END-EVALUATE
           END-IF.

      *Copy one record to the final feed, counting what goes by.
      *Each night's summary line prints when the next marker (or
               WS-NIGHT-DETAIL-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING
           IF FUNCTION-IS-FINALIZE
               MOVE " MISS=" TO WS-AUDIT-KEY-INPUT(17:6)
               MOVE WS-MISSING-NIGHT-COUNT TO WS-AUDIT-KEY-INPUT(23:4)
               IF OPTION-IS-FORCE
                   MOVE " F" TO WS-AUDIT-KEY-INPUT(27:2)
               END-IF
           END-IF

           MOVE "HRMTD" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
