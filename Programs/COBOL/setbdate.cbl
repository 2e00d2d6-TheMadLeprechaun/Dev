      *               is how the afternoon feed gets its own run of
      *               the stream on the same business date.  A new
      *               date always starts at cycle 1.
      *   2026-10-15  Systems Programming - The date is checked against
      *               the business calendar (BUSCAL).  A holiday, a
      *               weekend day or a date missing from the
      *               calendar is still stamped, but with a warning
      *               and condition code 4; the month-end business
      *               day is called out so the MONTHEND job is not
      *               forgotten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETBDATE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

           SELECT BUS-CAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       FD BUS-CAL-FILE.
       COPY "BUSCAL.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-CAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-CAL-SWITCH PIC X(01) VALUE "N".
           88 END-OF-CAL-FILE VALUE "Y".
       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-CYCLE-NUMBER PIC 9(02) VALUE 1.
       01 WS-PRIOR-DATE PIC 9(08) VALUE 0.
       01 WS-PRIOR-CYCLE PIC 9(02) VALUE 0.

      *What the business calendar says about the date being set.
       01 WS-CAL-CHECK PIC X(01) VALUE SPACE.
           88 CAL-NO-CALENDAR VALUE "C".
           88 CAL-DATE-NOT-FOUND VALUE "N".
           88 CAL-DATE-FOUND VALUE "F".
       01 WS-CAL-DAY-TYPE PIC X(01) VALUE SPACE.
       01 WS-CAL-MONTH-END-FLAG PIC X(01) VALUE SPACE.
       01 WS-CAL-DESCRIPTION PIC X(20) VALUE SPACES.

       01 WS-PARM-FUNCTION PIC X(01) VALUE SPACE.
           88 PARM-IS-NEXT-CYCLE VALUE "N".


           PERFORM 1000-READ-PRIOR-RECORD
           PERFORM 2000-ESTABLISH-CYCLE
           PERFORM 3000-CHECK-CALENDAR

           OPEN OUTPUT BUS-DATE-FILE


               DISPLAY "BUSINESS DATE SET TO " WS-BUSINESS-DATE
                   " CYCLE " WS-CYCLE-NUMBER
               PERFORM 3100-REPORT-CALENDAR-CHECK
           END-IF

           PERFORM 9000-LOG-AUDIT-ENTRY
               END-IF
           END-IF.

      *Look the date up on the business calendar.  The calendar is
      *in date order, so the search stops at the first date past it.
       3000-CHECK-CALENDAR.

           MOVE "N" TO WS-EOF-CAL-SWITCH
           OPEN INPUT BUS-CAL-FILE

           IF WS-BUS-CAL-FILE-STATUS NOT = "00"
               SET CAL-NO-CALENDAR TO TRUE
           ELSE
               SET CAL-DATE-NOT-FOUND TO TRUE
               PERFORM 3010-READ-CALENDAR-DAY
                   UNTIL END-OF-CAL-FILE
               CLOSE BUS-CAL-FILE
           END-IF.

      *Read one calendar day and keep it when it is the date.
       3010-READ-CALENDAR-DAY.

           READ BUS-CAL-FILE
               AT END
                   SET END-OF-CAL-FILE TO TRUE
               NOT AT END
                   IF CAL-DATE = WS-BUSINESS-DATE
                       SET CAL-DATE-FOUND TO TRUE
                       MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
                       MOVE CAL-MONTH-END-FLAG
                           TO WS-CAL-MONTH-END-FLAG
                       MOVE CAL-DESCRIPTION TO WS-CAL-DESCRIPTION
                   END-IF
                   IF CAL-DATE IS NUMERIC
                           AND CAL-DATE > WS-BUSINESS-DATE
                       SET END-OF-CAL-FILE TO TRUE
                   END-IF
           END-READ.

      *The date is stamped either way - the night has to run under
      *some date - but a date the calendar does not call a business
      *day is a warning the operator must see.
       3100-REPORT-CALENDAR-CHECK.

           EVALUATE TRUE
               WHEN CAL-NO-CALENDAR
                   DISPLAY "*** WARNING: BUSINESS CALENDAR COULD NOT "
                       "BE OPENED, STATUS=" WS-BUS-CAL-FILE-STATUS
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "DATE SET - NO CALENDAR" TO WS-AUDIT-RESULT
               WHEN CAL-DATE-NOT-FOUND
                   DISPLAY "*** WARNING: " WS-BUSINESS-DATE
                       " IS NOT ON THE BUSINESS CALENDAR"
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "DATE SET - NOT ON CALENDAR"
                       TO WS-AUDIT-RESULT
               WHEN WS-CAL-DAY-TYPE NOT = "B"
                   DISPLAY "*** WARNING: " WS-BUSINESS-DATE
                       " IS NOT A BUSINESS DAY (TYPE "
                       WS-CAL-DAY-TYPE ") " WS-CAL-DESCRIPTION
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "DATE SET - NOT A BUSINESS DAY"
                       TO WS-AUDIT-RESULT
               WHEN WS-CAL-MONTH-END-FLAG = "Y"
                   DISPLAY "MONTH-END BUSINESS DAY - RUN MONTHEND "
                       "AFTER TONIGHT'S NIGHTLY"
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE "BUSINESS DATE SET - MONTH END"
                       TO WS-AUDIT-RESULT
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE "BUSINESS DATE SET" TO WS-AUDIT-RESULT
           END-EVALUATE.

      *Log this run the same way every other program does.
       9000-LOG-AUDIT-ENTRY.

