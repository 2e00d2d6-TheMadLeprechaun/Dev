      ******************************************************************
      * Author: Systems Programming
      * Date: 2026-10-15
      * Purpose: Report distribution.  Splits a finished PLAYGROUND
      *          report - the Age Projection Report, the Retirement
      *          Eligibility Report or the Maintenance Control
      *          Report - on its department control break and sends
      *          each department's section to its own recipient and
      *          destination, instead of someone cutting the pages
      *          apart by hand.  A department section opens on the
      *          "DEPARTMENT: " heading line and closes on the
      *          "DEPT xxxx" total line for the same code; all three
      *          reports print their departments that way.  Each
      *          section goes out as one addressed output on RPTDOUT
      *          with the report's own heading lines repeated on top.
      *          The routing control file (RPTROUTE) maps department
      *          code to recipient and destination, optionally for
      *          one report only; a department with no route goes to
      *          the default route ("****"), and a blank recipient
      *          means the manager named in DM-MGR-NAME on the
      *          department reference master.  Everything outside the
      *          department sections - report headings, company
      *          totals, page headings between sections - goes out as
      *          the company-wide output ("*ALL") to the default
      *          destination, so every line of the report is
      *          delivered exactly once.  The distribution log
      *          (RPTDLOG) lists each section with where it went and
      *          its page and line counts, and proves the lines
      *          delivered against the lines read.  PARM is the
      *          report id (AGEPROJ, RETIRE, MAINT).  Ends with
      *          condition code 8 when there is no report id, no
      *          default route, no report to read or no distribution
      *          output or log to write, and 4 when a
      *          section is not closed by its DEPT line, no section
      *          is found (except on a maintenance report, where a
      *          night with nothing applied has none), or the lines
      *          do not prove.  Every run is
      *          logged through AUDITLOG as RPTDIST- and the report
      *          id's first letter, so each report's distribution has
      *          its own line on the morning summary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN-FILE ASSIGN TO "RPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT ROUTE-FILE ASSIGN TO "RPTROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT DIST-OUT-FILE ASSIGN TO "RPTDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-FILE-STATUS.

           SELECT DIST-LOG-FILE ASSIGN TO "RPTDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-IN-FILE.
       01 REPORT-IN-LINE PIC X(80).

       FD ROUTE-FILE.
       COPY "RPTROUTE.CPY".

       FD DEPT-MASTER-FILE.
       COPY "DEPTREC.CPY".

       FD DIST-OUT-FILE.
       COPY "RPTDREC.CPY".

       FD DIST-LOG-FILE.
       01 DIST-LOG-LINE PIC X(132).

       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-ROUTE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-DEPT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-DIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-LOG-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF-REPORT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-REPORT-FILE VALUE "Y".
       01 WS-EOF-ROUTE-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ROUTE-FILE VALUE "Y".
       01 WS-EOF-DEPT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-DEPT-FILE VALUE "Y".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

       01 WS-RUN-DATE PIC 9(08).
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.

       01 WS-PARM-REPORT-ID PIC X(08) VALUE SPACES.
       01 WS-REPORT-ID PIC X(08) VALUE SPACES.

      *Routing control file, held whole for the run.
       01 WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-DEPT-CODE PIC X(04).
               10 WS-RT-REPORT-ID PIC X(08).
               10 WS-RT-RECIPIENT PIC X(30).
               10 WS-RT-DESTINATION PIC X(44).
       01 WS-ROUTE-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-ROUTE-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-ROUTE-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-ROUTE-LOOKUP-DEPT PIC X(04) VALUE SPACES.
       01 WS-ROUTE-LOOKUP-REPORT PIC X(08) VALUE SPACES.
       01 WS-DEFAULT-ROUTE-INDEX PIC 9(03) COMP VALUE 0.

      *Department reference master: names and managers.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-CODE PIC X(04).
               10 WS-DT-NAME PIC X(20).
               10 WS-DT-MGR-NAME PIC X(20).
       01 WS-DEPT-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-FOUND-INDEX PIC 9(03) COMP VALUE 0.

      *The report's own heading block - the lines at the very top of
      *the report, down to its first blank line - repeated on top of
      *every section.
       01 WS-HEADING-TABLE.
           05 WS-HEADING-LINE OCCURS 10 TIMES PIC X(80).
       01 WS-HEADING-COUNT PIC 9(02) COMP VALUE 0.
       01 WS-HEADING-INDEX PIC 9(02) COMP VALUE 0.
       01 WS-HEADING-END-SWITCH PIC X(01) VALUE "N".
           88 HEADING-BLOCK-ENDED VALUE "Y".

      *Where the line just read falls.  Both passes classify the
      *report the same way: pass one sends the department sections,
      *pass two the company-wide lines left outside them.
       01 WS-SECTION-SWITCH PIC X(01) VALUE "N".
           88 SECTION-IS-OPEN VALUE "Y".
       01 WS-SECTION-DEPT PIC X(04) VALUE SPACES.
       01 WS-LINE-ACTION PIC X(01) VALUE SPACE.
           88 LINE-OPENS-SECTION VALUE "S".
           88 LINE-BREAKS-SECTION VALUE "B".
           88 LINE-IN-SECTION VALUE "I".
           88 LINE-CLOSES-SECTION VALUE "E".
           88 LINE-OUTSIDE-SECTION VALUE "O".
       01 WS-UNCLOSED-SWITCH PIC X(01) VALUE "N".
           88 SECTION-NOT-CLOSED VALUE "Y".

      *The output being written and where it is going.
       01 WS-OUT-DEPT-CODE PIC X(04) VALUE SPACES.
       01 WS-OUT-DEPT-NAME PIC X(20) VALUE SPACES.
       01 WS-OUT-RECIPIENT PIC X(30) VALUE SPACES.
       01 WS-OUT-DESTINATION PIC X(44) VALUE SPACES.
       01 WS-OUT-ROUTE-SOURCE PIC X(01) VALUE SPACE.
           88 OUT-DEPT-ROUTE VALUE "R".
           88 OUT-DEFAULT-ROUTE VALUE "D".
       01 WS-OUT-REPORT-LINES PIC 9(06) VALUE 0.
       01 WS-OUT-DELIVERED-LINES PIC 9(06) VALUE 0.
       01 WS-OUT-PAGES PIC 9(04) VALUE 0.

      *Delivered pages are counted at a printed page's 60 lines.
       01 WS-LINES-PER-PAGE PIC 9(02) VALUE 60.

       01 WS-PASS-1-READ PIC 9(06) VALUE 0.
       01 WS-PASS-2-READ PIC 9(06) VALUE 0.
       01 WS-SECTION-COUNT PIC 9(04) VALUE 0.
       01 WS-ROUTED-COUNT PIC 9(04) VALUE 0.
       01 WS-DEFAULTED-COUNT PIC 9(04) VALUE 0.
       01 WS-UNCLOSED-COUNT PIC 9(04) VALUE 0.
       01 WS-SECTION-LINES PIC 9(06) VALUE 0.
       01 WS-COMPANY-LINES PIC 9(06) VALUE 0.
       01 WS-DELIVERED-TOTAL PIC 9(06) VALUE 0.

      *Distribution log layout.
       01 WS-LOG-HEADER-1.
           05 FILLER PIC X(27) VALUE "REPORT DISTRIBUTION LOG    ".
           05 FILLER PIC X(08) VALUE "REPORT: ".
           05 LOG-HDR-REPORT-ID PIC X(08).
           05 FILLER PIC X(19) VALUE "   BUSINESS DATE: ".
           05 LOG-HDR-BUS-DATE PIC 9(08).
           05 FILLER PIC X(14) VALUE "   RUN DATE: ".
           05 LOG-HDR-RUN-DATE PIC 9(08).

       01 WS-LOG-COLUMNS.
           05 FILLER PIC X(06) VALUE "DEPT".
           05 FILLER PIC X(22) VALUE "DEPARTMENT".
           05 FILLER PIC X(32) VALUE "RECIPIENT".
           05 FILLER PIC X(46) VALUE "DESTINATION".
           05 FILLER PIC X(09) VALUE "ROUTE".
           05 FILLER PIC X(06) VALUE "PAGES".
           05 FILLER PIC X(09) VALUE "    LINES".

       01 WS-LOG-DETAIL.
           05 LOG-DEPT-CODE PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LOG-DEPT-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LOG-RECIPIENT PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LOG-DESTINATION PIC X(44).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LOG-ROUTE PIC X(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LOG-PAGES PIC ZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 LOG-LINES PIC ZZZ,ZZ9.

       01 WS-LOG-UNCLOSED-LINE.
           05 FILLER PIC X(06) VALUE SPACES.
           05 FILLER PIC X(44)
               VALUE "*** SECTION NOT CLOSED BY ITS DEPT LINE ***".

       01 WS-LOG-NO-SECTIONS-LINE PIC X(132)
           VALUE "*** NO DEPARTMENT SECTIONS FOUND ON THE REPORT".

       01 WS-LOG-TOTAL-1.
           05 FILLER PIC X(22) VALUE "DEPARTMENT SECTIONS: ".
           05 LOG-TOT-SECTIONS PIC Z,ZZ9.
           05 FILLER PIC X(11) VALUE "   ROUTED: ".
           05 LOG-TOT-ROUTED PIC Z,ZZ9.
           05 FILLER PIC X(16) VALUE "   TO DEFAULT: ".
           05 LOG-TOT-DEFAULTED PIC Z,ZZ9.
           05 FILLER PIC X(15) VALUE "   NOT CLOSED: ".
           05 LOG-TOT-UNCLOSED PIC Z,ZZ9.

       01 WS-LOG-TOTAL-2.
           05 FILLER PIC X(22) VALUE "REPORT LINES READ:   ".
           05 LOG-TOT-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "   IN SECTIONS:  ".
           05 LOG-TOT-SECTION-LINES PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "   COMPANY-WIDE: ".
           05 LOG-TOT-COMPANY-LINES PIC ZZZ,ZZ9.

       01 WS-LOG-PROVEN PIC X(132)
           VALUE "EVERY REPORT LINE DELIVERED EXACTLY ONCE".
       01 WS-LOG-NOT-PROVEN PIC X(132)
           VALUE "*** LINES DELIVERED DO NOT AGREE WITH LINES READ ***".

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

      *Load the routes and the department master, then burst the
      *report and print the distribution log.
       0000-RPTDIST-MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-BUSINESS-DATE

           ACCEPT WS-PARM-REPORT-ID FROM COMMAND-LINE
           MOVE WS-PARM-REPORT-ID TO WS-REPORT-ID

           IF WS-REPORT-ID = SPACES
               DISPLAY "NO REPORT ID GIVEN - PARM MUST NAME THE REPORT"
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO REPORT ID GIVEN" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 1200-LOAD-ROUTE-TABLE
               PERFORM 1300-LOAD-DEPT-TABLE
               IF WS-DEFAULT-ROUTE-INDEX = 0
                   DISPLAY "NO DEFAULT ROUTE (****) FOR REPORT "
                       WS-REPORT-ID " - NOTHING DISTRIBUTED"
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "NO DEFAULT ROUTE" TO WS-AUDIT-RESULT
               ELSE
                   PERFORM 2000-DISTRIBUTE-REPORT
               END-IF
           END-IF

           PERFORM 9000-LOG-AUDIT-ENTRY

           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *The business date comes from the shared file SETBDATE wrote
      *at the top of the job; the system date is only a fallback
      *for ad-hoc runs with no business-date file.
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

      *Load the routing control file and settle the default route
      *for this report: a "****" route for this report id wins over
      *one for every report.
       1200-LOAD-ROUTE-TABLE.

           MOVE 0 TO WS-ROUTE-COUNT
           MOVE "N" TO WS-EOF-ROUTE-SWITCH

           OPEN INPUT ROUTE-FILE

           IF WS-ROUTE-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-ROUTE
                   UNTIL END-OF-ROUTE-FILE
               CLOSE ROUTE-FILE
           ELSE
               DISPLAY "ROUTING FILE COULD NOT BE OPENED, STATUS="
                   WS-ROUTE-FILE-STATUS
           END-IF

           MOVE "****" TO WS-ROUTE-LOOKUP-DEPT
           PERFORM 1220-FIND-ROUTE
           MOVE WS-ROUTE-FOUND-INDEX TO WS-DEFAULT-ROUTE-INDEX.

      *Load one route.  A table too small for the file leaves the
      *later routes unused - those departments go to the default
      *destination - and ends the run with condition code 4.
       1210-LOAD-ONE-ROUTE.

           READ ROUTE-FILE
               AT END
                   SET END-OF-ROUTE-FILE TO TRUE
               NOT AT END
                   IF RR-DEPT-CODE NOT = SPACES
                       IF WS-ROUTE-COUNT < 200
                           ADD 1 TO WS-ROUTE-COUNT
                           MOVE RR-DEPT-CODE
                               TO WS-RT-DEPT-CODE(WS-ROUTE-COUNT)
                           MOVE RR-REPORT-ID
                               TO WS-RT-REPORT-ID(WS-ROUTE-COUNT)
                           MOVE RR-RECIPIENT
                               TO WS-RT-RECIPIENT(WS-ROUTE-COUNT)
                           MOVE RR-DESTINATION
                               TO WS-RT-DESTINATION(WS-ROUTE-COUNT)
                       ELSE
                           DISPLAY "ROUTE TABLE FULL, ROUTE DROPPED: "
                               RR-DEPT-CODE " " RR-REPORT-ID
                           MOVE 4 TO WS-FINAL-RETURN-CODE
                           MOVE "ROUTE TABLE FULL" TO WS-AUDIT-RESULT
                       END-IF
                   END-IF
           END-READ.

      *Find the route for WS-ROUTE-LOOKUP-DEPT: one naming this
      *report first, then one for every report.  Zero means none.
       1220-FIND-ROUTE.

           MOVE WS-REPORT-ID TO WS-ROUTE-LOOKUP-REPORT
           PERFORM 1230-SCAN-ROUTES
           IF WS-ROUTE-FOUND-INDEX = 0
               MOVE SPACES TO WS-ROUTE-LOOKUP-REPORT
               PERFORM 1230-SCAN-ROUTES
           END-IF.

      *Scan the routes for an exact department / report id match;
      *the first one on the file wins.
       1230-SCAN-ROUTES.

           MOVE 0 TO WS-ROUTE-FOUND-INDEX
           PERFORM VARYING WS-ROUTE-INDEX FROM 1 BY 1
                   UNTIL WS-ROUTE-INDEX > WS-ROUTE-COUNT
                      OR WS-ROUTE-FOUND-INDEX > 0
               IF WS-RT-DEPT-CODE(WS-ROUTE-INDEX)
                       = WS-ROUTE-LOOKUP-DEPT
                   AND WS-RT-REPORT-ID(WS-ROUTE-INDEX)
                       = WS-ROUTE-LOOKUP-REPORT
                   MOVE WS-ROUTE-INDEX TO WS-ROUTE-FOUND-INDEX
               END-IF
           END-PERFORM.

      *Load the department names and managers.  A missing master
      *only costs the names: blank recipients then fall back to the
      *default route's recipient.
       1300-LOAD-DEPT-TABLE.

           MOVE 0 TO WS-DEPT-COUNT
           MOVE "N" TO WS-EOF-DEPT-SWITCH

           OPEN INPUT DEPT-MASTER-FILE

           IF WS-DEPT-FILE-STATUS = "00"
               PERFORM 1310-LOAD-ONE-DEPT
                   UNTIL END-OF-DEPT-FILE
               CLOSE DEPT-MASTER-FILE
           ELSE
               DISPLAY "DEPT MASTER COULD NOT BE OPENED, STATUS="
                   WS-DEPT-FILE-STATUS
           END-IF.

      *Load one department record into its table slot.
       1310-LOAD-ONE-DEPT.

           READ DEPT-MASTER-FILE
               AT END
                   SET END-OF-DEPT-FILE TO TRUE
               NOT AT END
                   IF WS-DEPT-COUNT < 100
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DM-DEPT-CODE
                           TO WS-DT-CODE(WS-DEPT-COUNT)
                       MOVE DM-DEPT-NAME
                           TO WS-DT-NAME(WS-DEPT-COUNT)
                       MOVE DM-MGR-NAME
                           TO WS-DT-MGR-NAME(WS-DEPT-COUNT)
                   ELSE
                       DISPLAY "DEPT TABLE FULL, CODE DROPPED: "
                           DM-DEPT-CODE
                   END-IF
           END-READ.

      *Find WS-OUT-DEPT-CODE on the department table; zero means it
      *is not on the reference master.
       1320-FIND-DEPT-ENTRY.

           MOVE 0 TO WS-DEPT-FOUND-INDEX
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DT-CODE(WS-DEPT-INDEX) = WS-OUT-DEPT-CODE
                   MOVE WS-DEPT-INDEX TO WS-DEPT-FOUND-INDEX
               END-IF
           END-PERFORM.

      *Two passes over the report: the first sends each department
      *section as it is met, the second the company-wide lines.
       2000-DISTRIBUTE-REPORT.

           OPEN INPUT REPORT-IN-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "REPORT COULD NOT BE OPENED, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO REPORT TO DISTRIBUTE" TO WS-AUDIT-RESULT
           ELSE
               OPEN OUTPUT DIST-OUT-FILE
               OPEN OUTPUT DIST-LOG-FILE
               IF WS-DIST-FILE-STATUS NOT = "00"
                       OR WS-LOG-FILE-STATUS NOT = "00"
                   PERFORM 2010-REFUSE-DISTRIBUTION
               ELSE
                   PERFORM 2020-SEND-BOTH-PASSES
               END-IF
           END-IF.

      *The addressed output or the log could not be opened, so
      *nothing is sent - a burst that cannot be logged cannot be
      *proven either.
       2010-REFUSE-DISTRIBUTION.

           DISPLAY "DISTRIBUTION FILES COULD NOT BE OPENED, RPTDOUT="
               WS-DIST-FILE-STATUS " RPTDLOG=" WS-LOG-FILE-STATUS
           IF WS-DIST-FILE-STATUS = "00"
               CLOSE DIST-OUT-FILE
           END-IF
           IF WS-LOG-FILE-STATUS = "00"
               CLOSE DIST-LOG-FILE
           END-IF
           CLOSE REPORT-IN-FILE
           MOVE 8 TO WS-FINAL-RETURN-CODE
           MOVE "NO DISTRIBUTION OUTPUT" TO WS-AUDIT-RESULT.

      *Send the department sections, then the company-wide lines,
      *and total the log.
       2020-SEND-BOTH-PASSES.

           PERFORM 2900-WRITE-LOG-HEADER

           MOVE "N" TO WS-EOF-REPORT-SWITCH
           MOVE "N" TO WS-SECTION-SWITCH
           PERFORM 2100-SEND-SECTION-LINE
               UNTIL END-OF-REPORT-FILE
           IF SECTION-IS-OPEN
               SET SECTION-NOT-CLOSED TO TRUE
               PERFORM 2400-CLOSE-SECTION-OUTPUT
           END-IF
           CLOSE REPORT-IN-FILE

           OPEN INPUT REPORT-IN-FILE
           MOVE "N" TO WS-EOF-REPORT-SWITCH
           MOVE "N" TO WS-SECTION-SWITCH
           PERFORM 2500-OPEN-COMPANY-OUTPUT
           PERFORM 2600-SEND-COMPANY-LINE
               UNTIL END-OF-REPORT-FILE
           PERFORM 2650-CLOSE-COMPANY-OUTPUT
           CLOSE REPORT-IN-FILE

           PERFORM 2950-WRITE-LOG-TOTALS
           CLOSE DIST-OUT-FILE
           CLOSE DIST-LOG-FILE

           DISPLAY "REPORT " WS-REPORT-ID
               " SECTIONS: " WS-SECTION-COUNT
               " ROUTED: " WS-ROUTED-COUNT
               " TO DEFAULT: " WS-DEFAULTED-COUNT
               " LINES READ: " WS-PASS-2-READ.

      *Pass one: read a line and send it when it belongs to a
      *department section, holding the report's heading block.
       2100-SEND-SECTION-LINE.

           READ REPORT-IN-FILE
               AT END
                   SET END-OF-REPORT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PASS-1-READ
                   PERFORM 2050-CLASSIFY-LINE
                   EVALUATE TRUE
                       WHEN LINE-OPENS-SECTION
                           PERFORM 2200-OPEN-SECTION-OUTPUT
                           PERFORM 2300-SEND-LINE
                       WHEN LINE-BREAKS-SECTION
                           SET SECTION-NOT-CLOSED TO TRUE
                           PERFORM 2400-CLOSE-SECTION-OUTPUT
                           PERFORM 2200-OPEN-SECTION-OUTPUT
                           PERFORM 2300-SEND-LINE
                       WHEN LINE-IN-SECTION
                           PERFORM 2300-SEND-LINE
                       WHEN LINE-CLOSES-SECTION
                           PERFORM 2300-SEND-LINE
                           PERFORM 2400-CLOSE-SECTION-OUTPUT
                       WHEN OTHER
                           IF REPORT-IN-LINE = SPACES
                               SET HEADING-BLOCK-ENDED TO TRUE
                           END-IF
                           IF NOT HEADING-BLOCK-ENDED
                                   AND WS-HEADING-COUNT < 10
                               ADD 1 TO WS-HEADING-COUNT
                               MOVE REPORT-IN-LINE
                                   TO WS-HEADING-LINE(WS-HEADING-COUNT)
                           END-IF
                   END-EVALUATE
           END-READ.

      *Classify the line just read against the section in progress.
      *A DEPARTMENT heading opens a section; the DEPT line for the
      *same code closes it.  A heading met while a section is still
      *open breaks it - that section was never closed.
       2050-CLASSIFY-LINE.

           EVALUATE TRUE
               WHEN REPORT-IN-LINE(1:12) = "DEPARTMENT: "
                   IF SECTION-IS-OPEN
                       SET LINE-BREAKS-SECTION TO TRUE
                   ELSE
                       SET LINE-OPENS-SECTION TO TRUE
                   END-IF
                   MOVE "Y" TO WS-SECTION-SWITCH
                   MOVE REPORT-IN-LINE(13:4) TO WS-SECTION-DEPT
               WHEN SECTION-IS-OPEN
                       AND REPORT-IN-LINE(1:5) = "DEPT "
                       AND REPORT-IN-LINE(6:4) = WS-SECTION-DEPT
                   SET LINE-CLOSES-SECTION TO TRUE
                   MOVE "N" TO WS-SECTION-SWITCH
               WHEN SECTION-IS-OPEN
                   SET LINE-IN-SECTION TO TRUE
               WHEN OTHER
                   SET LINE-OUTSIDE-SECTION TO TRUE
           END-EVALUATE.

      *Route a new department section and start its output: the
      *header record, then the report's heading lines.
       2200-OPEN-SECTION-OUTPUT.

           MOVE WS-SECTION-DEPT TO WS-OUT-DEPT-CODE
           PERFORM 1320-FIND-DEPT-ENTRY
           IF WS-DEPT-FOUND-INDEX > 0
               MOVE WS-DT-NAME(WS-DEPT-FOUND-INDEX) TO WS-OUT-DEPT-NAME
           ELSE
               MOVE "*NOT ON DEPT MASTER*" TO WS-OUT-DEPT-NAME
           END-IF

           MOVE WS-SECTION-DEPT TO WS-ROUTE-LOOKUP-DEPT
           PERFORM 1220-FIND-ROUTE
           IF WS-ROUTE-FOUND-INDEX > 0
               SET OUT-DEPT-ROUTE TO TRUE
               MOVE WS-RT-RECIPIENT(WS-ROUTE-FOUND-INDEX)
                   TO WS-OUT-RECIPIENT
               MOVE WS-RT-DESTINATION(WS-ROUTE-FOUND-INDEX)
                   TO WS-OUT-DESTINATION
               ADD 1 TO WS-ROUTED-COUNT
           ELSE
               SET OUT-DEFAULT-ROUTE TO TRUE
               MOVE SPACES TO WS-OUT-RECIPIENT
               MOVE WS-RT-DESTINATION(WS-DEFAULT-ROUTE-INDEX)
                   TO WS-OUT-DESTINATION
               ADD 1 TO WS-DEFAULTED-COUNT
           END-IF

      *No recipient on the route: the department's manager, failing
      *that whoever the default route names.
           IF WS-OUT-RECIPIENT = SPACES
               IF WS-DEPT-FOUND-INDEX > 0
                   MOVE WS-DT-MGR-NAME(WS-DEPT-FOUND-INDEX)
                       TO WS-OUT-RECIPIENT
               END-IF
           END-IF
           IF WS-OUT-RECIPIENT = SPACES
               MOVE WS-RT-RECIPIENT(WS-DEFAULT-ROUTE-INDEX)
                   TO WS-OUT-RECIPIENT
           END-IF

           ADD 1 TO WS-SECTION-COUNT
           MOVE 0 TO WS-OUT-REPORT-LINES
           MOVE 0 TO WS-OUT-DELIVERED-LINES
           PERFORM 2250-WRITE-OUTPUT-HEADER

           PERFORM VARYING WS-HEADING-INDEX FROM 1 BY 1
                   UNTIL WS-HEADING-INDEX > WS-HEADING-COUNT
               MOVE SPACES TO REPORT-DIST-RECORD
               SET RD-IS-LINE TO TRUE
               MOVE WS-OUT-DEPT-CODE TO RD-DEPT-CODE
               MOVE WS-HEADING-LINE(WS-HEADING-INDEX)
                   TO RD-L-PRINT-LINE
               WRITE REPORT-DIST-RECORD
               ADD 1 TO WS-OUT-DELIVERED-LINES
           END-PERFORM.

      *Write the header record that addresses one output.
       2250-WRITE-OUTPUT-HEADER.

           MOVE SPACES TO REPORT-DIST-RECORD
           SET RD-IS-HEADER TO TRUE
           MOVE WS-OUT-DEPT-CODE TO RD-DEPT-CODE
           MOVE WS-REPORT-ID TO RD-H-REPORT-ID
           MOVE WS-BUSINESS-DATE TO RD-H-BUS-DATE
           MOVE WS-OUT-RECIPIENT TO RD-H-RECIPIENT
           MOVE WS-OUT-DESTINATION TO RD-H-DESTINATION
           MOVE WS-OUT-ROUTE-SOURCE TO RD-H-ROUTE-SOURCE
           WRITE REPORT-DIST-RECORD.

      *Send one report line in the output being written.
       2300-SEND-LINE.

           MOVE SPACES TO REPORT-DIST-RECORD
           SET RD-IS-LINE TO TRUE
           MOVE WS-OUT-DEPT-CODE TO RD-DEPT-CODE
           MOVE REPORT-IN-LINE TO RD-L-PRINT-LINE
           WRITE REPORT-DIST-RECORD
           ADD 1 TO WS-OUT-REPORT-LINES
           ADD 1 TO WS-OUT-DELIVERED-LINES.

      *Finish a department's output with its trailer and log where
      *it went.  A section that was never closed by its DEPT line
      *is still delivered, but flagged on the log.
       2400-CLOSE-SECTION-OUTPUT.

           PERFORM 2450-WRITE-OUTPUT-TRAILER
           ADD WS-OUT-REPORT-LINES TO WS-SECTION-LINES
           PERFORM 2920-WRITE-LOG-DETAIL

           IF SECTION-NOT-CLOSED
               MOVE WS-LOG-UNCLOSED-LINE TO DIST-LOG-LINE
               WRITE DIST-LOG-LINE
               ADD 1 TO WS-UNCLOSED-COUNT
               MOVE "N" TO WS-UNCLOSED-SWITCH
               DISPLAY "SECTION NOT CLOSED BY ITS DEPT LINE: "
                   WS-OUT-DEPT-CODE
           END-IF.

      *Write the trailer with the pages and lines delivered.
       2450-WRITE-OUTPUT-TRAILER.

           COMPUTE WS-OUT-PAGES =
               (WS-OUT-DELIVERED-LINES + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE

           MOVE SPACES TO REPORT-DIST-RECORD
           SET RD-IS-TRAILER TO TRUE
           MOVE WS-OUT-DEPT-CODE TO RD-DEPT-CODE
           MOVE WS-OUT-PAGES TO RD-T-PAGE-COUNT
           MOVE WS-OUT-DELIVERED-LINES TO RD-T-LINE-COUNT
           WRITE REPORT-DIST-RECORD.

      *Start the company-wide output to the default destination.
       2500-OPEN-COMPANY-OUTPUT.

           MOVE "*ALL" TO WS-OUT-DEPT-CODE
           MOVE "COMPANY-WIDE PAGES" TO WS-OUT-DEPT-NAME
           SET OUT-DEFAULT-ROUTE TO TRUE
           MOVE WS-RT-RECIPIENT(WS-DEFAULT-ROUTE-INDEX)
               TO WS-OUT-RECIPIENT
           MOVE WS-RT-DESTINATION(WS-DEFAULT-ROUTE-INDEX)
               TO WS-OUT-DESTINATION
           MOVE 0 TO WS-OUT-REPORT-LINES
           MOVE 0 TO WS-OUT-DELIVERED-LINES
           PERFORM 2250-WRITE-OUTPUT-HEADER.

      *Pass two: send every line that is outside a department
      *section.
       2600-SEND-COMPANY-LINE.

           READ REPORT-IN-FILE
               AT END
                   SET END-OF-REPORT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-PASS-2-READ
                   PERFORM 2050-CLASSIFY-LINE
                   IF LINE-OUTSIDE-SECTION
                       PERFORM 2300-SEND-LINE
                   END-IF
           END-READ.

      *Finish the company-wide output and log it.
       2650-CLOSE-COMPANY-OUTPUT.

           PERFORM 2450-WRITE-OUTPUT-TRAILER
           MOVE WS-OUT-REPORT-LINES TO WS-COMPANY-LINES
           PERFORM 2920-WRITE-LOG-DETAIL.

      *Print the distribution log heading.
       2900-WRITE-LOG-HEADER.

           MOVE WS-REPORT-ID TO LOG-HDR-REPORT-ID
           MOVE WS-BUSINESS-DATE TO LOG-HDR-BUS-DATE
           MOVE WS-RUN-DATE TO LOG-HDR-RUN-DATE
           MOVE WS-LOG-HEADER-1 TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE
           MOVE SPACES TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE
           MOVE WS-LOG-COLUMNS TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE.

      *Log one output: where it went and the pages delivered and
      *report lines it carried.
       2920-WRITE-LOG-DETAIL.

           MOVE WS-OUT-DEPT-CODE TO LOG-DEPT-CODE
           MOVE WS-OUT-DEPT-NAME TO LOG-DEPT-NAME
           MOVE WS-OUT-RECIPIENT TO LOG-RECIPIENT
           MOVE WS-OUT-DESTINATION TO LOG-DESTINATION
           IF OUT-DEPT-ROUTE
               MOVE "ROUTED" TO LOG-ROUTE
           ELSE
               MOVE "DEFAULT" TO LOG-ROUTE
           END-IF
           MOVE WS-OUT-PAGES TO LOG-PAGES
           MOVE WS-OUT-REPORT-LINES TO LOG-LINES
           MOVE WS-LOG-DETAIL TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE.

      *Close the log with the counts and the proof that the lines
      *sent out agree with the lines read, on both passes.
       2950-WRITE-LOG-TOTALS.

           IF WS-FINAL-RETURN-CODE = 0
               MOVE "REPORT DISTRIBUTED" TO WS-AUDIT-RESULT
           END-IF

           MOVE SPACES TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE

      *A maintenance night that applied nothing has no department
      *sections to send, and that is not a fault.
           IF WS-SECTION-COUNT = 0
               MOVE WS-LOG-NO-SECTIONS-LINE TO DIST-LOG-LINE
               WRITE DIST-LOG-LINE
               IF WS-REPORT-ID NOT = "MAINT"
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "NO DEPARTMENT SECTIONS" TO WS-AUDIT-RESULT
               END-IF
           END-IF

           MOVE WS-SECTION-COUNT TO LOG-TOT-SECTIONS
           MOVE WS-ROUTED-COUNT TO LOG-TOT-ROUTED
           MOVE WS-DEFAULTED-COUNT TO LOG-TOT-DEFAULTED
           MOVE WS-UNCLOSED-COUNT TO LOG-TOT-UNCLOSED
           MOVE WS-LOG-TOTAL-1 TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE

           MOVE WS-PASS-2-READ TO LOG-TOT-READ
           MOVE WS-SECTION-LINES TO LOG-TOT-SECTION-LINES
           MOVE WS-COMPANY-LINES TO LOG-TOT-COMPANY-LINES
           MOVE WS-LOG-TOTAL-2 TO DIST-LOG-LINE
           WRITE DIST-LOG-LINE

           COMPUTE WS-DELIVERED-TOTAL =
               WS-SECTION-LINES + WS-COMPANY-LINES
           IF WS-DELIVERED-TOTAL = WS-PASS-2-READ
                   AND WS-PASS-1-READ = WS-PASS-2-READ
               MOVE WS-LOG-PROVEN TO DIST-LOG-LINE
           ELSE
               MOVE WS-LOG-NOT-PROVEN TO DIST-LOG-LINE
               MOVE 4 TO WS-FINAL-RETURN-CODE
               MOVE "DISTRIBUTION NOT PROVEN" TO WS-AUDIT-RESULT
           END-IF
           WRITE DIST-LOG-LINE

           IF WS-UNCLOSED-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
               MOVE "SECTION NOT CLOSED" TO WS-AUDIT-RESULT
           END-IF.

      *Log the run.  The program name carries the report id's first
      *letter so each report's distribution keeps its own entry.
       9000-LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           STRING "RPT=" DELIMITED BY SIZE
               WS-REPORT-ID DELIMITED BY SPACE
               " SECTIONS=" DELIMITED BY SIZE
               WS-SECTION-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING

           MOVE SPACES TO AUD-CALL-PROGRAM-NAME
           STRING "RPTDIST-" DELIMITED BY SIZE
               WS-REPORT-ID(1:1) DELIMITED BY SIZE
               INTO AUD-CALL-PROGRAM-NAME
           END-STRING
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
           MOVE WS-AUDIT-RESULT TO AUD-CALL-RESULT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

       END PROGRAM RPTDIST.
