      *               feed) shows as two reconciliations.  A rerun
      *               still overwrites only its own date-and-cycle
      *               slot.
      *   2026-10-15  Systems Programming - Nights that never ran are
      *               reported: every business day on the business
      *               calendar (BUSCAL) up to tonight's business date
      *               that has no balancing row in any cycle is
      *               listed after the month totals, with condition
      *               code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRPT.
           SELECT PRINT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-CAL-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BAL-HIST-FILE.
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       FD BUS-CAL-FILE.
       COPY "BUSCAL.CPY".

       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-BAL-HIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-HIST-SWITCH PIC X(01) VALUE "N".
           88 END-OF-HIST-FILE VALUE "Y".
       01 WS-BUS-CAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-CAL-SWITCH PIC X(01) VALUE "N".
           88 END-OF-CAL-FILE VALUE "Y".
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).

      *Nights are only expected up to the business date the nightly
      *stream last stamped - the rest of the month has not run yet.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.

      *The report month's days off the business calendar: the day
      *type of each date (spaces when the calendar has no record).
       01 WS-CAL-MONTH-TABLE.
           05 WS-CAL-DAY-TYPE OCCURS 31 TIMES PIC X(01).
       01 WS-CAL-DAYS-LOADED PIC 9(02) VALUE 0.
       01 WS-CAL-OPEN-SWITCH PIC X(01) VALUE "N".
           88 CALENDAR-WAS-READ VALUE "Y".
       01 WS-MISSING-NIGHT-COUNT PIC 9(04) VALUE 0.
       01 WS-EXPECTED-DATE PIC 9(08) VALUE 0.
       01 WS-DAY-HAS-ROW-SWITCH PIC X(01) VALUE "N".
           88 DAY-HAS-BALANCING-ROW VALUE "Y".

      *One slot per calendar day and processing cycle of the report
      *month; a rerun's later history row overwrites only its own
      *date-and-cycle slot so each run's final verdict is reported.
           05 FILLER PIC X(01) VALUE "/".
           05 TOT-DISC-YYYY PIC 9(04).

       01 WS-MISSING-HEADER PIC X(80)
           VALUE "EXPECTED BUSINESS DATES WITH NO BALANCING ROW:".

       01 WS-MISSING-DETAIL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 MIS-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 MIS-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 MIS-YYYY PIC 9(04).
           05 FILLER PIC X(25) VALUE "  ** NO BALANCING ROW **".

       01 WS-MISSING-TOTAL-LINE.
           05 FILLER PIC X(25) VALUE "MISSING BUSINESS NIGHTS: ".
           05 TOT-MISSING PIC ZZZ9.

       01 WS-MISSING-NONE PIC X(80)
           VALUE "EVERY EXPECTED BUSINESS NIGHT HAS A BALANCING ROW".

       01 WS-MISSING-NO-CALENDAR PIC X(80)
           VALUE "NO BUSINESS CALENDAR - MISSING NIGHTS NOT CHECKED".

       01 WS-MISSING-NO-MONTH PIC X(80)
           VALUE "BUSINESS CALENDAR HAS NO DATES FOR THIS MONTH".

       01 WS-REPORT-NO-HISTORY PIC X(80)
           VALUE "NO BALANCING HISTORY FOR THIS MONTH".

       0000-BALRPT-MAIN.

           PERFORM 1000-GET-REPORT-MONTH
           PERFORM 1100-GET-BUSINESS-DATE
           PERFORM 1200-LOAD-CALENDAR-MONTH
           PERFORM 2000-PRINT-REPORT

           IF WS-FINAL-RETURN-CODE = 0
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.

      *The business date comes from the shared file SETBDATE wrote;
      *the system date is only a fallback for ad-hoc runs with no
      *business-date file.
       1100-GET-BUSINESS-DATE.

           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE

           OPEN INPUT BUS-DATE-FILE

           IF WS-BUS-DATE-FILE-STATUS = "00"
               READ BUS-DATE-FILE
                   NOT AT END
                       IF BUS-DATE-VALUE IS NUMERIC
                               AND BUS-DATE-VALUE > 0
                           MOVE BUS-DATE-VALUE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF.

      *Take the report month's days off the business calendar.
       1200-LOAD-CALENDAR-MONTH.

           MOVE SPACES TO WS-CAL-MONTH-TABLE
           MOVE 0 TO WS-CAL-DAYS-LOADED
           OPEN INPUT BUS-CAL-FILE

           IF WS-BUS-CAL-FILE-STATUS = "00"
               SET CALENDAR-WAS-READ TO TRUE
               PERFORM 1210-LOAD-ONE-CALENDAR-DAY
                   UNTIL END-OF-CAL-FILE
               CLOSE BUS-CAL-FILE
           ELSE
               DISPLAY "BUSINESS CALENDAR COULD NOT BE OPENED, "
                   "STATUS=" WS-BUS-CAL-FILE-STATUS
           END-IF.

      *Keep one calendar day when it falls in the report month.
       1210-LOAD-ONE-CALENDAR-DAY.

           READ BUS-CAL-FILE
               AT END
                   SET END-OF-CAL-FILE TO TRUE
               NOT AT END
                   IF CAL-YYYY = WS-RPT-YYYY
                           AND CAL-MM = WS-RPT-MM
                           AND CAL-DD > 0
                           AND CAL-DD < 32
                       MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(CAL-DD)
                       ADD 1 TO WS-CAL-DAYS-LOADED
                   END-IF
           END-READ.

      *Print the heading, one line per night of the report month,
      *and the month totals.
       2000-PRINT-REPORT.
           END-IF

           PERFORM 2200-PRINT-MONTH-TOTALS

           IF WS-BAL-HIST-FILE-STATUS = "00"
               PERFORM 2300-PRINT-MISSING-NIGHTS
           END-IF

           CLOSE PRINT-FILE.

      *Start every day and cycle of the month with an empty slot.
               END-IF
           END-IF.

      *List each business day of the month, up to the business
      *date, that has no balancing row in any cycle - the night
      *never ran, or ran without reaching its balancing.
       2300-PRINT-MISSING-NIGHTS.

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           EVALUATE TRUE
               WHEN NOT CALENDAR-WAS-READ
                   MOVE WS-MISSING-NO-CALENDAR TO PRINT-LINE
                   WRITE PRINT-LINE
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "NO BUSINESS CALENDAR" TO WS-AUDIT-RESULT
               WHEN WS-CAL-DAYS-LOADED = 0
                   MOVE WS-MISSING-NO-MONTH TO PRINT-LINE
                   WRITE PRINT-LINE
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "CALENDAR HAS NO DATES FOR MONTH"
                       TO WS-AUDIT-RESULT
               WHEN OTHER
                   MOVE WS-MISSING-HEADER TO PRINT-LINE
                   WRITE PRINT-LINE
                   PERFORM 2310-CHECK-ONE-BUSINESS-DAY
                       VARYING WS-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-DAY-INDEX > 31
                   IF WS-MISSING-NIGHT-COUNT > 0
                       MOVE WS-MISSING-NIGHT-COUNT TO TOT-MISSING
                       MOVE WS-MISSING-TOTAL-LINE TO PRINT-LINE
                       WRITE PRINT-LINE
                       MOVE 4 TO WS-FINAL-RETURN-CODE
                       MOVE "BUSINESS NIGHTS MISSING"
                           TO WS-AUDIT-RESULT
                   ELSE
                       MOVE WS-MISSING-NONE TO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
           END-EVALUATE.

      *One business day: does any cycle have a balancing row?
       2310-CHECK-ONE-BUSINESS-DAY.

           COMPUTE WS-EXPECTED-DATE =
               WS-RPT-YYYY * 10000 + WS-RPT-MM * 100 + WS-DAY-INDEX

           IF WS-CAL-DAY-TYPE(WS-DAY-INDEX) = "B"
                   AND WS-EXPECTED-DATE NOT > WS-BUSINESS-DATE
               MOVE "N" TO WS-DAY-HAS-ROW-SWITCH
               PERFORM VARYING WS-CYC-INDEX FROM 1 BY 1
                       UNTIL WS-CYC-INDEX > 9
                   IF NIGHT-SLOT-USED(WS-DAY-INDEX, WS-CYC-INDEX)
                       SET DAY-HAS-BALANCING-ROW TO TRUE
                   END-IF
               END-PERFORM

               IF NOT DAY-HAS-BALANCING-ROW
                   MOVE WS-RPT-MM TO MIS-MM
                   MOVE WS-DAY-INDEX TO MIS-DD
                   MOVE WS-RPT-YYYY TO MIS-YYYY
                   MOVE WS-MISSING-DETAIL-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
                   ADD 1 TO WS-MISSING-NIGHT-COUNT
               END-IF
           END-IF.

      *Log this run the same way every other program does.
       9000-LOG-AUDIT-ENTRY.

