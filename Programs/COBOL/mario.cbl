      *               centered pyramid is twice as wide as it is
      *               tall, so its height is capped at 39 to fit the
      *               80-byte print line.
      *   2026-10-15  Systems Programming - Every request the
      *               request-file run serves or rejects is logged
      *               to the permanent usage history MARIOUSE:
      *               business date and cycle, requestor, type,
      *               height, and the lines and pages a served
      *               request put on the report, or the reason a
      *               rejected one was dropped.  MARIOCHG prices the
      *               month's usage for the chargeback.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARIO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT USAGE-FILE ASSIGN TO "MARIOUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HEIGHT-CONTROL-FILE.
       FD REQUEST-FILE.
       COPY "MARIOREQ.CPY".

      *Flat output buffer only - the usage entry is built in
      *WORKING-STORAGE and written FROM it, so a request is still
      *described in full when the history could not be opened.
       FD USAGE-FILE.
       01 USAGE-OUTPUT-REC PIC X(62).

       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-REQUESTS-PRINTED PIC 9(04) VALUE 0.
       01 WS-REQUESTS-REJECTED PIC 9(04) VALUE 0.

      *Usage history: the night the requests are served under, the
      *stamp that identifies this run, and what the request being
      *served put on the report.
       01 WS-USAGE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-USAGE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 USAGE-FILE-IS-OPEN VALUE "Y".
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-CYCLE-NUMBER PIC 9(02) VALUE 1.
       01 WS-RUN-STAMP.
           05 WS-STAMP-DATE PIC 9(08).
           05 WS-STAMP-TIME PIC 9(08).
       01 WS-SERVED-SWITCH PIC X(01) VALUE "N".
           88 REQUEST-WAS-SERVED VALUE "Y".
       01 WS-REQUEST-START-PAGE PIC 9(04) VALUE 0.
       01 WS-REQUEST-LINES PIC 9(04) VALUE 0.
       01 WS-REQUEST-PAGES PIC 9(04) VALUE 0.
       COPY "MARIOUSE.CPY".

       01 WS-SECTION-HEADER.
           05 FILLER PIC X(14) VALUE "REQUESTED BY: ".
           05 SEC-REQUESTOR-ID PIC X(08).
           MOVE 0 TO WS-REQUESTS-PRINTED
           MOVE 0 TO WS-REQUESTS-REJECTED
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           ACCEPT WS-STAMP-TIME FROM TIME
           PERFORM 3020-GET-BUSINESS-DATE
           PERFORM 3030-OPEN-USAGE-FILE

           OPEN INPUT REQUEST-FILE

                           TO WS-AUDIT-RESULT
                   END-IF
               END-IF

      *Diagrams that went out unlogged cannot be charged back, so
      *a clean run without its usage history is only a warning.
               IF NOT USAGE-FILE-IS-OPEN
                       AND WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "PRINTED - USAGE NOT LOGGED"
                       TO WS-AUDIT-RESULT
               END-IF
           END-IF

           IF USAGE-FILE-IS-OPEN
               CLOSE USAGE-FILE
           END-IF

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

      *Served requests are logged under the business date and cycle
      *SETBDATE stamped for the night; the system date and cycle 1
      *stand in for ad-hoc runs with no business-date file.
       3020-GET-BUSINESS-DATE.

           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           MOVE 1 TO WS-CYCLE-NUMBER

           OPEN INPUT BUS-DATE-FILE

           IF WS-BUS-DATE-FILE-STATUS = "00"
               READ BUS-DATE-FILE
                   NOT AT END
                       IF BUS-DATE-VALUE IS NUMERIC
                               AND BUS-DATE-VALUE > 0
                           MOVE BUS-DATE-VALUE TO WS-BUSINESS-DATE
                       END-IF
                       IF BUS-CYCLE-VALUE IS NUMERIC
                               AND BUS-CYCLE-VALUE > 0
                           MOVE BUS-CYCLE-VALUE TO WS-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF.

      *The usage history is permanent and only ever appended to; a
      *history that cannot be opened does not stop the diagrams.
       3030-OPEN-USAGE-FILE.

           MOVE "N" TO WS-USAGE-OPEN-SWITCH
           OPEN EXTEND USAGE-FILE
           IF WS-USAGE-FILE-STATUS = "35"
               OPEN OUTPUT USAGE-FILE
           END-IF

           IF WS-USAGE-FILE-STATUS = "00"
               SET USAGE-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "USAGE HISTORY COULD NOT BE OPENED, STATUS="
                   WS-USAGE-FILE-STATUS
           END-IF.

      *Read one request; print its labeled diagram section when the
      *height and type are usable, otherwise drop it to the reject
      *file and carry on with the next request.
      *checked against the print line before anything prints.
       3150-RENDER-BY-TYPE.

           MOVE "N" TO WS-SERVED-SWITCH

           EVALUATE TRUE
               WHEN RQ-TYPE-RIGHT
                   PERFORM 3110-WRITE-SECTION-HEADER
                   PERFORM 2020-PRINT-PYRAMID-ROWS
                   ADD 1 TO WS-RIGHT-COUNT
                   ADD 1 TO WS-REQUESTS-PRINTED
                   SET REQUEST-WAS-SERVED TO TRUE
               WHEN RQ-TYPE-CENTERED
                   IF HEIGHT > 39
                       MOVE "TOO TALL FOR C" TO WS-REJECT-REASON
                       PERFORM 2030-PRINT-CENTERED-ROWS
                       ADD 1 TO WS-CENTERED-COUNT
                       ADD 1 TO WS-REQUESTS-PRINTED
                       SET REQUEST-WAS-SERVED TO TRUE
                   END-IF
               WHEN RQ-TYPE-INVERTED
                   PERFORM 3110-WRITE-SECTION-HEADER
                   PERFORM 2040-PRINT-INVERTED-ROWS
                   ADD 1 TO WS-INVERTED-COUNT
                   ADD 1 TO WS-REQUESTS-PRINTED
                   SET REQUEST-WAS-SERVED TO TRUE
               WHEN RQ-TYPE-BLOCK
                   PERFORM 3110-WRITE-SECTION-HEADER
                   PERFORM 2050-PRINT-BLOCK-ROWS
                   ADD 1 TO WS-BLOCK-COUNT
                   ADD 1 TO WS-REQUESTS-PRINTED
                   SET REQUEST-WAS-SERVED TO TRUE
               WHEN OTHER
                   MOVE "UNKNOWN TYPE" TO WS-REJECT-REASON
                   PERFORM 3200-REJECT-REQUEST
           END-EVALUATE

           IF REQUEST-WAS-SERVED
               PERFORM 3160-LOG-SERVED-USAGE
           END-IF.

      *Log a served request.  Every renderer writes HEIGHT rows
      *under the three-line section header; the pages are the
      *report pages the section touched, from the page its header
      *went on through the page its last row went on.
       3160-LOG-SERVED-USAGE.

           COMPUTE WS-REQUEST-LINES = HEIGHT + 3
           COMPUTE WS-REQUEST-PAGES =
               WS-PAGE-NUMBER - WS-REQUEST-START-PAGE + 1

           MOVE SPACES TO MARIO-USAGE-RECORD
           MOVE SEC-DIAGRAM-TYPE TO MU-DIAGRAM-TYPE
           MOVE HEIGHT TO MU-HEIGHT-NUM
           MOVE WS-REQUEST-LINES TO MU-LINES-PRINTED
           MOVE WS-REQUEST-PAGES TO MU-PAGES-PRINTED
           MOVE "S" TO MU-DISPOSITION
           PERFORM 3170-WRITE-USAGE-RECORD.

      *Fill in the night, run and requestor and append the entry.
       3170-WRITE-USAGE-RECORD.

           IF USAGE-FILE-IS-OPEN
               MOVE WS-BUSINESS-DATE TO MU-BUSINESS-DATE
               MOVE WS-CYCLE-NUMBER TO MU-CYCLE-NUMBER
               MOVE WS-RUN-STAMP TO MU-RUN-STAMP
               MOVE RQ-REQUESTOR-ID TO MU-REQUESTOR-ID
               WRITE USAGE-OUTPUT-REC FROM MARIO-USAGE-RECORD
           END-IF.

      *Label the section so each department can find its own
      *diagram on the shared report.
               PERFORM 2100-WRITE-PAGE-HEADER
           END-IF

           MOVE WS-PAGE-NUMBER TO WS-REQUEST-START-PAGE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE RQ-REQUESTOR-ID TO SEC-REQUESTOR-ID
           WRITE REJECT-RECORD
           CLOSE REJECT-FILE

           MOVE SPACES TO MARIO-USAGE-RECORD
           MOVE RQ-DIAGRAM-TYPE TO MU-DIAGRAM-TYPE
           MOVE RQ-HEIGHT-TEXT TO MU-HEIGHT-TEXT
           MOVE 0 TO MU-LINES-PRINTED
           MOVE 0 TO MU-PAGES-PRINTED
           MOVE "R" TO MU-DISPOSITION
           MOVE WS-REJECT-REASON TO MU-REJECT-REASON
           PERFORM 3170-WRITE-USAGE-RECORD

           ADD 1 TO WS-REQUESTS-REJECTED.

      *Finish the report with a summary page of how many requests
