      ******************************************************************
      * Author: Systems Programming
      * Date: 2026-10-15
      * Purpose: Monthly workforce movement report.  Reads the
      *          USER-MASTER change journal that PLAYGROUND mode "M"
      *          writes and, for each department, prints the month's
      *          opening headcount, new hires (adds), rehires
      *          (terminated back to active or leave), terminations,
      *          leaves started and returned, transfers in and out
      *          (department code changes), corrective deletes and
      *          the closing headcount.  Headcount is everyone who
      *          is active or on leave; terminated people are not
      *          counted.  The report proves two things per
      *          department and for the company: that opening plus
      *          the movements equals closing, and that closing
      *          equals a live count of USER-MASTER at the end of
      *          the month (the live count less any journal entries
      *          dated after the month, so a prior month can still
      *          be proven).  The opening headcount is the previous
      *          month's closing from the workforce headcount
      *          history this program appends to; when there is no
      *          previous month on file it is derived from the live
      *          count and the report says so.  Department names
      *          come from DEPTMAST.  The report month comes from a
      *          YYYYMM PARM and defaults to the month of the
      *          business date.  Ends with condition code 4 when any
      *          department does not prove, 8 when the master cannot
      *          be read and 12 when USER-MASTER is in use.  The
      *          master is claimed through USERLOCK as a reader.
      *          Every run is logged through AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WFMOVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMP-ID
               ALTERNATE RECORD KEY IS UM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT USER-JOURNAL-FILE ASSIGN TO "USERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT WFM-HIST-FILE ASSIGN TO "WFMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WFM-HIST-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "WFMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD USER-MASTER.
       COPY "USERREC.CPY".

       FD USER-JOURNAL-FILE.
       COPY "USRJRNL.CPY".

       FD DEPT-MASTER-FILE.
       COPY "DEPTREC.CPY".

       FD WFM-HIST-FILE.
       COPY "WFMHIST.CPY".

       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       COPY "USERLARG.CPY".

       01 WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-DEPT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-WFM-HIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF-MASTER-SWITCH PIC X(01) VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01 WS-EOF-JOURNAL-SWITCH PIC X(01) VALUE "N".
           88 END-OF-JOURNAL-FILE VALUE "Y".
       01 WS-EOF-DEPT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-DEPT-FILE VALUE "Y".
       01 WS-EOF-WFM-HIST-SWITCH PIC X(01) VALUE "N".
           88 END-OF-WFM-HIST-FILE VALUE "Y".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

      *The report month, from the PARM or the business date, and
      *the month before it whose closing is this month's opening.
       01 WS-PARM-MONTH PIC X(06) VALUE SPACES.
       01 WS-REPORT-MONTH PIC 9(06).
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-RPT-YYYY PIC 9(04).
           05 WS-RPT-MM PIC 9(02).
       01 WS-PRIOR-MONTH PIC 9(06).
       01 WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YYYY PIC 9(04).
           05 WS-PRIOR-MM PIC 9(02).
       01 WS-ENTRY-MONTH PIC 9(06) VALUE 0.

       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-STAMP.
           05 WS-STAMP-DATE PIC 9(08).
           05 WS-STAMP-TIME PIC X(08).

      *Opening comes from the latest set of history rows written
      *for the prior month; when there are none it is derived.
       01 WS-OPENING-STAMP PIC X(16) VALUE SPACES.
       01 WS-OPENING-SWITCH PIC X(01) VALUE "N".
           88 OPENING-FROM-HISTORY VALUE "Y".
           88 OPENING-DERIVED VALUE "N".

       01 WS-MASTER-READ-SWITCH PIC X(01) VALUE "N".
           88 MASTER-WAS-COUNTED VALUE "Y".

      *The journal images decoded back into master-record fields;
      *a person is in headcount when the image is present and the
      *status is anything but terminated.
       01 WS-BEFORE-WORK.
           05 WS-BW-EMP-ID PIC X(06).
           05 WS-BW-FIRST-NAME PIC X(10).
           05 WS-BW-LAST-NAME PIC X(10).
           05 WS-BW-DOB PIC X(08).
           05 WS-BW-DEPT PIC X(04).
           05 WS-BW-STATUS PIC X(01).
           05 WS-BW-STATUS-DATE PIC X(08).
           05 WS-BW-TERM-DATE PIC X(08).
       01 WS-AFTER-WORK.
           05 WS-AW-EMP-ID PIC X(06).
           05 WS-AW-FIRST-NAME PIC X(10).
           05 WS-AW-LAST-NAME PIC X(10).
           05 WS-AW-DOB PIC X(08).
           05 WS-AW-DEPT PIC X(04).
           05 WS-AW-STATUS PIC X(01).
           05 WS-AW-STATUS-DATE PIC X(08).
           05 WS-AW-TERM-DATE PIC X(08).
       01 WS-BEFORE-COUNTED-SWITCH PIC X(01) VALUE "N".
           88 BEFORE-IN-HEADCOUNT VALUE "Y".
       01 WS-AFTER-COUNTED-SWITCH PIC X(01) VALUE "N".
           88 AFTER-IN-HEADCOUNT VALUE "Y".
       01 WS-BEFORE-DEPT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-AFTER-DEPT-INDEX PIC 9(03) COMP VALUE 0.

      *One slot per department: the DEPTMAST departments first, then
      *any code met on the journal or the master that is not on it.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-CODE PIC X(04).
               10 WS-DT-NAME PIC X(20).
               10 WS-DT-OPENING PIC S9(06).
               10 WS-DT-HIRES PIC 9(06).
               10 WS-DT-REHIRES PIC 9(06).
               10 WS-DT-TERMS PIC 9(06).
               10 WS-DT-LEAVE-OUT PIC 9(06).
               10 WS-DT-LEAVE-BACK PIC 9(06).
               10 WS-DT-XFER-IN PIC 9(06).
               10 WS-DT-XFER-OUT PIC 9(06).
               10 WS-DT-DELETES PIC 9(06).
               10 WS-DT-CLOSING PIC S9(06).
               10 WS-DT-LIVE-NOW PIC 9(06).
               10 WS-DT-LATER-NET PIC S9(06).
               10 WS-DT-MONTH-END PIC S9(06).
       01 WS-DEPT-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-LOOKUP-CODE PIC X(04) VALUE SPACES.

      *Company totals, built from the department lines.
       01 WS-TOTAL-AREA.
           05 WS-TOT-OPENING PIC S9(07) VALUE 0.
           05 WS-TOT-HIRES PIC 9(07) VALUE 0.
           05 WS-TOT-REHIRES PIC 9(07) VALUE 0.
           05 WS-TOT-TERMS PIC 9(07) VALUE 0.
           05 WS-TOT-LEAVE-OUT PIC 9(07) VALUE 0.
           05 WS-TOT-LEAVE-BACK PIC 9(07) VALUE 0.
           05 WS-TOT-XFER-IN PIC 9(07) VALUE 0.
           05 WS-TOT-XFER-OUT PIC 9(07) VALUE 0.
           05 WS-TOT-DELETES PIC 9(07) VALUE 0.
           05 WS-TOT-CLOSING PIC S9(07) VALUE 0.
           05 WS-TOT-MONTH-END PIC S9(07) VALUE 0.

       01 WS-JOURNAL-READ PIC 9(06) VALUE 0.
       01 WS-JOURNAL-IN-MONTH PIC 9(06) VALUE 0.
       01 WS-JOURNAL-AFTER-MONTH PIC 9(06) VALUE 0.
       01 WS-MASTER-READ PIC 9(06) VALUE 0.
       01 WS-DEPTS-OUT-OF-BALANCE PIC 9(03) VALUE 0.

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(30)
               VALUE "WORKFORCE MOVEMENT REPORT     ".
           05 FILLER PIC X(07) VALUE "MONTH: ".
           05 HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-YYYY PIC 9(04).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 HDR-RUN-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-RUN-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-RUN-YYYY PIC 9(04).

       01 WS-REPORT-OPENING-LINE.
           05 FILLER PIC X(22) VALUE "OPENING HEADCOUNT:    ".
           05 RPT-OPENING-SOURCE PIC X(60).

       01 WS-REPORT-COLUMN-HEADER.
           05 FILLER PIC X(25) VALUE "DEPT DEPARTMENT NAME".
           05 FILLER PIC X(08) VALUE " OPENING".
           05 FILLER PIC X(08) VALUE "   HIRES".
           05 FILLER PIC X(08) VALUE " REHIRES".
           05 FILLER PIC X(08) VALUE "   TERMS".
           05 FILLER PIC X(08) VALUE " LV OUT".
           05 FILLER PIC X(08) VALUE " LV BACK".
           05 FILLER PIC X(08) VALUE "  XFR IN".
           05 FILLER PIC X(08) VALUE " XFR OUT".
           05 FILLER PIC X(08) VALUE " DELETES".
           05 FILLER PIC X(08) VALUE " CLOSING".
           05 FILLER PIC X(08) VALUE "    LIVE".
           05 FILLER PIC X(12) VALUE "  PROOF".

       01 WS-REPORT-DETAIL-LINE.
           05 RPT-DEPT-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-DEPT-NAME PIC X(20).
           05 RPT-OPENING PIC ---,--9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-HIRES PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-REHIRES PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-TERMS PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-LEAVE-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-LEAVE-BACK PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-XFER-IN PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-XFER-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-DELETES PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-CLOSING PIC ---,--9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-MONTH-END PIC ---,--9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-PROOF PIC X(12).

       01 WS-REPORT-COUNTS-LINE.
           05 FILLER PIC X(17) VALUE "JOURNAL ENTRIES: ".
           05 RPT-JOURNAL-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  IN MONTH: ".
           05 RPT-JOURNAL-IN-MONTH PIC ZZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "  AFTER MONTH (BACKED ".
           05 FILLER PIC X(06) VALUE "OUT): ".
           05 RPT-JOURNAL-AFTER PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  MASTER RECORDS: ".
           05 RPT-MASTER-READ PIC ZZZ,ZZ9.

       01 WS-REPORT-PROOF-LINE.
           05 FILLER PIC X(25) VALUE "PROOF: ".
           05 RPT-PROOF-RESULT PIC X(80).

       01 WS-REPORT-NAME-NOT-ON-FILE PIC X(20)
           VALUE "*NOT ON DEPTMAST*".

       PROCEDURE DIVISION.

      *Pick the report month, build each department's movements from
      *the journal, count the live master, then prove and print.
       0000-WFMOVE-MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-BUSINESS-DATE
           PERFORM 1000-GET-REPORT-MONTH
           PERFORM 1200-LOAD-DEPT-TABLE
           PERFORM 1400-LOAD-OPENING-HEADCOUNT
           PERFORM 2000-SWEEP-JOURNAL

           MOVE "R" TO UL-CALL-INTENT
           PERFORM 9400-CLAIM-USER-MASTER

           IF USER-LOCK-REFUSED
               DISPLAY "WFMOVE NOT RUN - USER-MASTER IN USE"
               MOVE 12 TO WS-FINAL-RETURN-CODE
               MOVE "MASTER FILE IN USE" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 3000-COUNT-LIVE-MASTER
               PERFORM 9500-RELEASE-USER-MASTER
           END-IF

           IF MASTER-WAS-COUNTED
               PERFORM 4000-PROVE-DEPARTMENTS
               PERFORM 5000-PRINT-REPORT
               PERFORM 6000-WRITE-HEADCOUNT-HISTORY
           END-IF

           PERFORM 9000-LOG-AUDIT-ENTRY

           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *The report month comes from a YYYYMM PARM, defaulting to the
      *month of the business date - month end runs on the last
      *business date of the month.
       1000-GET-REPORT-MONTH.

           ACCEPT WS-PARM-MONTH FROM COMMAND-LINE

           IF WS-PARM-MONTH IS NUMERIC
               MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH
           END-IF

           IF WS-RPT-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-RPT-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-RPT-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-RPT-MM - 1
           END-IF.

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
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-STAMP-DATE
           ACCEPT WS-STAMP-TIME FROM TIME.

      *Load the department reference master so every department
      *prints with its name, including one with no movement.
       1200-LOAD-DEPT-TABLE.

           MOVE 0 TO WS-DEPT-COUNT
           MOVE "N" TO WS-EOF-DEPT-SWITCH

           OPEN INPUT DEPT-MASTER-FILE

           IF WS-DEPT-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-DEPT
                   UNTIL END-OF-DEPT-FILE
               CLOSE DEPT-MASTER-FILE
           ELSE
               DISPLAY "DEPT MASTER COULD NOT BE OPENED, STATUS="
                   WS-DEPT-FILE-STATUS
           END-IF.

      *Load one department record into its table slot.
       1210-LOAD-ONE-DEPT.

           READ DEPT-MASTER-FILE
               AT END
                   SET END-OF-DEPT-FILE TO TRUE
               NOT AT END
                   MOVE DM-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
                   PERFORM 1300-FIND-OR-ADD-DEPT
                   IF WS-DEPT-FOUND-INDEX > 0
                       MOVE DM-DEPT-NAME
                           TO WS-DT-NAME(WS-DEPT-FOUND-INDEX)
                   END-IF
           END-READ.

      *Find WS-DEPT-LOOKUP-CODE in the table, giving it a new slot
      *with zero counts when it is not there yet.  A full table
      *leaves the found index zero and the code is reported on
      *SYSOUT rather than quietly merged into another department.
       1300-FIND-OR-ADD-DEPT.

           MOVE 0 TO WS-DEPT-FOUND-INDEX

           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND-INDEX > 0
               IF WS-DT-CODE(WS-DEPT-INDEX) = WS-DEPT-LOOKUP-CODE
                   MOVE WS-DEPT-INDEX TO WS-DEPT-FOUND-INDEX
               END-IF
           END-PERFORM

           IF WS-DEPT-FOUND-INDEX = 0
               IF WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-INDEX
                   MOVE WS-DEPT-LOOKUP-CODE
                       TO WS-DT-CODE(WS-DEPT-COUNT)
                   MOVE WS-REPORT-NAME-NOT-ON-FILE
                       TO WS-DT-NAME(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-OPENING(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-HIRES(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-REHIRES(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-TERMS(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-LEAVE-OUT(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-LEAVE-BACK(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-XFER-IN(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-XFER-OUT(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-DELETES(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-CLOSING(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-LIVE-NOW(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-LATER-NET(WS-DEPT-COUNT)
                   MOVE 0 TO WS-DT-MONTH-END(WS-DEPT-COUNT)
               ELSE
                   DISPLAY "DEPT TABLE FULL, CODE DROPPED: "
                       WS-DEPT-LOOKUP-CODE
               END-IF
           END-IF.

      *Take the opening headcount from the prior month's closing
      *rows on the headcount history.  Only the latest run's set
      *counts: a row carrying a newer stamp than the set already
      *loaded starts the opening figures over.
       1400-LOAD-OPENING-HEADCOUNT.

           SET OPENING-DERIVED TO TRUE
           MOVE SPACES TO WS-OPENING-STAMP
           MOVE "N" TO WS-EOF-WFM-HIST-SWITCH

           OPEN INPUT WFM-HIST-FILE

           IF WS-WFM-HIST-FILE-STATUS = "00"
               PERFORM 1410-LOAD-ONE-HISTORY-ROW
                   UNTIL END-OF-WFM-HIST-FILE
               CLOSE WFM-HIST-FILE
           END-IF.

      *Post one history row when it is the prior month's.
       1410-LOAD-ONE-HISTORY-ROW.

           READ WFM-HIST-FILE
               AT END
                   SET END-OF-WFM-HIST-FILE TO TRUE
               NOT AT END
                   IF WH-REPORT-MONTH = WS-PRIOR-MONTH
                       IF WH-RUN-STAMP NOT = WS-OPENING-STAMP
                           PERFORM 1420-CLEAR-OPENING-HEADCOUNT
                           MOVE WH-RUN-STAMP TO WS-OPENING-STAMP
                           SET OPENING-FROM-HISTORY TO TRUE
                       END-IF
                       MOVE WH-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
                       PERFORM 1300-FIND-OR-ADD-DEPT
                       IF WS-DEPT-FOUND-INDEX > 0
                               AND WH-HEADCOUNT IS NUMERIC
                           MOVE WH-HEADCOUNT
                               TO WS-DT-OPENING(WS-DEPT-FOUND-INDEX)
                       END-IF
                   END-IF
           END-READ.

      *A newer set of prior-month rows replaces the whole opening.
       1420-CLEAR-OPENING-HEADCOUNT.

           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE 0 TO WS-DT-OPENING(WS-DEPT-INDEX)
           END-PERFORM.

      *Sweep the whole journal: entries in the report month are the
      *month's movements, entries after it are backed out of the
      *live count, and earlier entries are already in the opening.
       2000-SWEEP-JOURNAL.

           MOVE "N" TO WS-EOF-JOURNAL-SWITCH

           OPEN INPUT USER-JOURNAL-FILE

           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM 2100-POST-ONE-ENTRY
                   UNTIL END-OF-JOURNAL-FILE
               CLOSE USER-JOURNAL-FILE
           ELSE
               DISPLAY "CHANGE JOURNAL COULD NOT BE OPENED, STATUS="
                   WS-JOURNAL-FILE-STATUS
               DISPLAY "NO MOVEMENTS CAN BE REPORTED"
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

      *Read one journal entry, work out which department each side
      *of it counts in, and post it by its month.
       2100-POST-ONE-ENTRY.

           READ USER-JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   MOVE UJ-BUSINESS-DATE(1:6) TO WS-ENTRY-MONTH
                   IF WS-ENTRY-MONTH NOT < WS-REPORT-MONTH
                       PERFORM 2150-DECODE-ENTRY
                       IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                           ADD 1 TO WS-JOURNAL-IN-MONTH
                           PERFORM 2200-POST-MOVEMENT
                       ELSE
                           ADD 1 TO WS-JOURNAL-AFTER-MONTH
                           PERFORM 2300-POST-LATER-CHANGE
                       END-IF
                   END-IF
           END-READ.

      *Decode both images and find the departments they count in.
       2150-DECODE-ENTRY.

           MOVE UJ-BEFORE-IMAGE TO WS-BEFORE-WORK
           MOVE UJ-AFTER-IMAGE TO WS-AFTER-WORK
           MOVE "N" TO WS-BEFORE-COUNTED-SWITCH
           MOVE "N" TO WS-AFTER-COUNTED-SWITCH
           MOVE 0 TO WS-BEFORE-DEPT-INDEX
           MOVE 0 TO WS-AFTER-DEPT-INDEX

           IF WS-BEFORE-WORK NOT = SPACES
                   AND WS-BW-STATUS NOT = "T"
               MOVE WS-BW-DEPT TO WS-DEPT-LOOKUP-CODE
               PERFORM 1300-FIND-OR-ADD-DEPT
               IF WS-DEPT-FOUND-INDEX > 0
                   SET BEFORE-IN-HEADCOUNT TO TRUE
                   MOVE WS-DEPT-FOUND-INDEX TO WS-BEFORE-DEPT-INDEX
               END-IF
           END-IF

           IF WS-AFTER-WORK NOT = SPACES
                   AND WS-AW-STATUS NOT = "T"
               MOVE WS-AW-DEPT TO WS-DEPT-LOOKUP-CODE
               PERFORM 1300-FIND-OR-ADD-DEPT
               IF WS-DEPT-FOUND-INDEX > 0
                   SET AFTER-IN-HEADCOUNT TO TRUE
                   MOVE WS-DEPT-FOUND-INDEX TO WS-AFTER-DEPT-INDEX
               END-IF
           END-IF.

      *Classify one movement of the report month.  Coming into
      *headcount is a hire when there was no record before and a
      *rehire when the record was terminated; leaving it is a
      *corrective delete when there is no record after and a
      *termination otherwise.  Staying in headcount under another
      *department code is a transfer, and active/leave switches
      *are counted in the department the person ends up in.
       2200-POST-MOVEMENT.

           EVALUATE TRUE
               WHEN AFTER-IN-HEADCOUNT AND NOT BEFORE-IN-HEADCOUNT
                   IF WS-BEFORE-WORK = SPACES
                       ADD 1 TO WS-DT-HIRES(WS-AFTER-DEPT-INDEX)
                   ELSE
                       ADD 1 TO WS-DT-REHIRES(WS-AFTER-DEPT-INDEX)
                   END-IF
               WHEN BEFORE-IN-HEADCOUNT AND NOT AFTER-IN-HEADCOUNT
                   IF WS-AFTER-WORK = SPACES
                       ADD 1 TO WS-DT-DELETES(WS-BEFORE-DEPT-INDEX)
                   ELSE
                       ADD 1 TO WS-DT-TERMS(WS-BEFORE-DEPT-INDEX)
                   END-IF
               WHEN BEFORE-IN-HEADCOUNT AND AFTER-IN-HEADCOUNT
                   IF WS-BEFORE-DEPT-INDEX NOT = WS-AFTER-DEPT-INDEX
                       ADD 1 TO WS-DT-XFER-OUT(WS-BEFORE-DEPT-INDEX)
                       ADD 1 TO WS-DT-XFER-IN(WS-AFTER-DEPT-INDEX)
                   END-IF
                   IF WS-BW-STATUS = "A" AND WS-AW-STATUS = "L"
                       ADD 1 TO WS-DT-LEAVE-OUT(WS-AFTER-DEPT-INDEX)
                   END-IF
                   IF WS-BW-STATUS = "L" AND WS-AW-STATUS = "A"
                       ADD 1
                           TO WS-DT-LEAVE-BACK(WS-AFTER-DEPT-INDEX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *An entry dated after the report month moved the live master
      *since the month closed; keep its net effect per department
      *so it can be backed out of the live count.
       2300-POST-LATER-CHANGE.

           IF AFTER-IN-HEADCOUNT
               ADD 1 TO WS-DT-LATER-NET(WS-AFTER-DEPT-INDEX)
           END-IF

           IF BEFORE-IN-HEADCOUNT
               SUBTRACT 1 FROM WS-DT-LATER-NET(WS-BEFORE-DEPT-INDEX)
           END-IF.

      *Count the live master's active and on-leave people by
      *department.
       3000-COUNT-LIVE-MASTER.

           MOVE "N" TO WS-EOF-MASTER-SWITCH

           OPEN INPUT USER-MASTER

           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "USER MASTER COULD NOT BE OPENED, STATUS="
                   WS-MASTER-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO USER MASTER FILE" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 3100-COUNT-ONE-RECORD
                   UNTIL END-OF-MASTER-FILE
               CLOSE USER-MASTER
               SET MASTER-WAS-COUNTED TO TRUE
           END-IF.

      *Count one master record into its department.
       3100-COUNT-ONE-RECORD.

           READ USER-MASTER NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   IF NOT UM-IS-TERMINATED
                       MOVE UM-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
                       PERFORM 1300-FIND-OR-ADD-DEPT
                       IF WS-DEPT-FOUND-INDEX > 0
                           ADD 1
                               TO WS-DT-LIVE-NOW(WS-DEPT-FOUND-INDEX)
                       END-IF
                   END-IF
           END-READ.

      *Work out each department's month-end live count and, when
      *there was no prior month on the history, its opening; then
      *roll the movements forward to the closing.
       4000-PROVE-DEPARTMENTS.

           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               COMPUTE WS-DT-MONTH-END(WS-DEPT-INDEX) =
                   WS-DT-LIVE-NOW(WS-DEPT-INDEX)
                   - WS-DT-LATER-NET(WS-DEPT-INDEX)

               IF OPENING-DERIVED
                   COMPUTE WS-DT-OPENING(WS-DEPT-INDEX) =
                       WS-DT-MONTH-END(WS-DEPT-INDEX)
                       - WS-DT-HIRES(WS-DEPT-INDEX)
                       - WS-DT-REHIRES(WS-DEPT-INDEX)
                       - WS-DT-XFER-IN(WS-DEPT-INDEX)
                       + WS-DT-TERMS(WS-DEPT-INDEX)
                       + WS-DT-XFER-OUT(WS-DEPT-INDEX)
                       + WS-DT-DELETES(WS-DEPT-INDEX)
               END-IF

               COMPUTE WS-DT-CLOSING(WS-DEPT-INDEX) =
                   WS-DT-OPENING(WS-DEPT-INDEX)
                   + WS-DT-HIRES(WS-DEPT-INDEX)
                   + WS-DT-REHIRES(WS-DEPT-INDEX)
                   + WS-DT-XFER-IN(WS-DEPT-INDEX)
                   - WS-DT-TERMS(WS-DEPT-INDEX)
                   - WS-DT-XFER-OUT(WS-DEPT-INDEX)
                   - WS-DT-DELETES(WS-DEPT-INDEX)
           END-PERFORM.

      *Print the heading, a line per department, the company totals
      *and the proof.
       5000-PRINT-REPORT.

           OPEN OUTPUT PRINT-FILE

           MOVE WS-RPT-MM TO HDR-MM
           MOVE WS-RPT-YYYY TO HDR-YYYY
           MOVE WS-RUN-MM TO HDR-RUN-MM
           MOVE WS-RUN-DD TO HDR-RUN-DD
           MOVE WS-RUN-YYYY TO HDR-RUN-YYYY
           MOVE WS-REPORT-HEADER-1 TO PRINT-LINE
           WRITE PRINT-LINE

           IF OPENING-FROM-HISTORY
               MOVE "PRIOR MONTH CLOSING FROM HEADCOUNT HISTORY"
                   TO RPT-OPENING-SOURCE
           ELSE
               MOVE "DERIVED FROM LIVE MASTER - NO PRIOR MONTH ON FILE"
                   TO RPT-OPENING-SOURCE
           END-IF
           MOVE WS-REPORT-OPENING-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REPORT-COLUMN-HEADER TO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM 5100-PRINT-DEPT-LINE
               VARYING WS-DEPT-INDEX FROM 1 BY 1
               UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT

           PERFORM 5200-PRINT-COMPANY-TOTALS
           CLOSE PRINT-FILE.

      *Print one department's movements with its proof.  A
      *department with nothing to show - no people at either end of
      *the month and no movement - is left off.
       5100-PRINT-DEPT-LINE.

           IF WS-DT-OPENING(WS-DEPT-INDEX) = 0
                   AND WS-DT-CLOSING(WS-DEPT-INDEX) = 0
                   AND WS-DT-MONTH-END(WS-DEPT-INDEX) = 0
                   AND WS-DT-HIRES(WS-DEPT-INDEX) = 0
                   AND WS-DT-REHIRES(WS-DEPT-INDEX) = 0
                   AND WS-DT-TERMS(WS-DEPT-INDEX) = 0
                   AND WS-DT-LEAVE-OUT(WS-DEPT-INDEX) = 0
                   AND WS-DT-LEAVE-BACK(WS-DEPT-INDEX) = 0
                   AND WS-DT-XFER-IN(WS-DEPT-INDEX) = 0
                   AND WS-DT-XFER-OUT(WS-DEPT-INDEX) = 0
                   AND WS-DT-DELETES(WS-DEPT-INDEX) = 0
               CONTINUE
           ELSE
               MOVE WS-DT-CODE(WS-DEPT-INDEX) TO RPT-DEPT-CODE
               MOVE WS-DT-NAME(WS-DEPT-INDEX) TO RPT-DEPT-NAME
               MOVE WS-DT-OPENING(WS-DEPT-INDEX) TO RPT-OPENING
               MOVE WS-DT-HIRES(WS-DEPT-INDEX) TO RPT-HIRES
               MOVE WS-DT-REHIRES(WS-DEPT-INDEX) TO RPT-REHIRES
               MOVE WS-DT-TERMS(WS-DEPT-INDEX) TO RPT-TERMS
               MOVE WS-DT-LEAVE-OUT(WS-DEPT-INDEX) TO RPT-LEAVE-OUT
               MOVE WS-DT-LEAVE-BACK(WS-DEPT-INDEX)
                   TO RPT-LEAVE-BACK
               MOVE WS-DT-XFER-IN(WS-DEPT-INDEX) TO RPT-XFER-IN
               MOVE WS-DT-XFER-OUT(WS-DEPT-INDEX) TO RPT-XFER-OUT
               MOVE WS-DT-DELETES(WS-DEPT-INDEX) TO RPT-DELETES
               MOVE WS-DT-CLOSING(WS-DEPT-INDEX) TO RPT-CLOSING
               MOVE WS-DT-MONTH-END(WS-DEPT-INDEX) TO RPT-MONTH-END

               IF WS-DT-CLOSING(WS-DEPT-INDEX)
                       = WS-DT-MONTH-END(WS-DEPT-INDEX)
                   MOVE "PROVEN" TO RPT-PROOF
               ELSE
                   MOVE "NOT PROVEN" TO RPT-PROOF
                   ADD 1 TO WS-DEPTS-OUT-OF-BALANCE
               END-IF

               MOVE WS-REPORT-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE

               ADD WS-DT-OPENING(WS-DEPT-INDEX) TO WS-TOT-OPENING
               ADD WS-DT-HIRES(WS-DEPT-INDEX) TO WS-TOT-HIRES
               ADD WS-DT-REHIRES(WS-DEPT-INDEX) TO WS-TOT-REHIRES
               ADD WS-DT-TERMS(WS-DEPT-INDEX) TO WS-TOT-TERMS
               ADD WS-DT-LEAVE-OUT(WS-DEPT-INDEX) TO WS-TOT-LEAVE-OUT
               ADD WS-DT-LEAVE-BACK(WS-DEPT-INDEX)
                   TO WS-TOT-LEAVE-BACK
               ADD WS-DT-XFER-IN(WS-DEPT-INDEX) TO WS-TOT-XFER-IN
               ADD WS-DT-XFER-OUT(WS-DEPT-INDEX) TO WS-TOT-XFER-OUT
               ADD WS-DT-DELETES(WS-DEPT-INDEX) TO WS-TOT-DELETES
               ADD WS-DT-CLOSING(WS-DEPT-INDEX) TO WS-TOT-CLOSING
               ADD WS-DT-MONTH-END(WS-DEPT-INDEX) TO WS-TOT-MONTH-END
           END-IF.

      *Close the report with the company line, the counts behind it
      *and the verdict.  Any department that does not prove makes
      *the run a warning.
       5200-PRINT-COMPANY-TOTALS.

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "****" TO RPT-DEPT-CODE
           MOVE "COMPANY TOTAL" TO RPT-DEPT-NAME
           MOVE WS-TOT-OPENING TO RPT-OPENING
           MOVE WS-TOT-HIRES TO RPT-HIRES
           MOVE WS-TOT-REHIRES TO RPT-REHIRES
           MOVE WS-TOT-TERMS TO RPT-TERMS
           MOVE WS-TOT-LEAVE-OUT TO RPT-LEAVE-OUT
           MOVE WS-TOT-LEAVE-BACK TO RPT-LEAVE-BACK
           MOVE WS-TOT-XFER-IN TO RPT-XFER-IN
           MOVE WS-TOT-XFER-OUT TO RPT-XFER-OUT
           MOVE WS-TOT-DELETES TO RPT-DELETES
           MOVE WS-TOT-CLOSING TO RPT-CLOSING
           MOVE WS-TOT-MONTH-END TO RPT-MONTH-END
           IF WS-TOT-CLOSING = WS-TOT-MONTH-END
                   AND WS-DEPTS-OUT-OF-BALANCE = 0
               MOVE "PROVEN" TO RPT-PROOF
           ELSE
               MOVE "NOT PROVEN" TO RPT-PROOF
           END-IF
           MOVE WS-REPORT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-JOURNAL-READ TO RPT-JOURNAL-READ
           MOVE WS-JOURNAL-IN-MONTH TO RPT-JOURNAL-IN-MONTH
           MOVE WS-JOURNAL-AFTER-MONTH TO RPT-JOURNAL-AFTER
           MOVE WS-MASTER-READ TO RPT-MASTER-READ
           MOVE WS-REPORT-COUNTS-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           IF WS-DEPTS-OUT-OF-BALANCE = 0
               MOVE "OPENING + MOVEMENTS = CLOSING = LIVE MASTER COUNT"
                   TO RPT-PROOF-RESULT
               IF WS-FINAL-RETURN-CODE = 0
                   MOVE "MOVEMENT REPORT PROVEN" TO WS-AUDIT-RESULT
               ELSE
                   MOVE "NO JOURNAL - NOTHING MOVED"
                       TO WS-AUDIT-RESULT
               END-IF
           ELSE
               MOVE "NOT PROVEN - CLOSING DOES NOT EQUAL LIVE MASTER"
                   TO RPT-PROOF-RESULT
               DISPLAY "WORKFORCE MOVEMENT NOT PROVEN FOR "
                   WS-DEPTS-OUT-OF-BALANCE " DEPARTMENT(S)"
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE "MOVEMENT REPORT NOT PROVEN" TO WS-AUDIT-RESULT
           END-IF
           MOVE WS-REPORT-PROOF-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Append this month's month-end headcount for every department
      *so next month opens from it.  The live count is what is
      *kept, not the rolled-forward closing - next month must open
      *from what was really on the master.
       6000-WRITE-HEADCOUNT-HISTORY.

           OPEN EXTEND WFM-HIST-FILE
           IF WS-WFM-HIST-FILE-STATUS = "35"
               OPEN OUTPUT WFM-HIST-FILE
           END-IF

           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-REPORT-MONTH TO WH-REPORT-MONTH
               MOVE WS-RUN-STAMP TO WH-RUN-STAMP
               MOVE WS-DT-CODE(WS-DEPT-INDEX) TO WH-DEPT-CODE
               IF WS-DT-MONTH-END(WS-DEPT-INDEX) > 0
                   MOVE WS-DT-MONTH-END(WS-DEPT-INDEX)
                       TO WH-HEADCOUNT
               ELSE
                   MOVE 0 TO WH-HEADCOUNT
               END-IF
               WRITE WFM-HIST-RECORD
           END-PERFORM

           CLOSE WFM-HIST-FILE.

      *Claim USER-MASTER through the shared interlock before the
      *open - a reader shares the file with other readers.
       9400-CLAIM-USER-MASTER.

           MOVE "C" TO UL-CALL-FUNCTION
           MOVE "WFMOVE" TO UL-CALL-PROGRAM-NAME
           CALL "USERLOCK" USING USER-LOCK-CALL-AREA.

      *Release the claim once the master is closed.
       9500-RELEASE-USER-MASTER.

           MOVE "R" TO UL-CALL-FUNCTION
           MOVE "WFMOVE" TO UL-CALL-PROGRAM-NAME
           CALL "USERLOCK" USING USER-LOCK-CALL-AREA.

      *Log this run the same way every other program does.
       9000-LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           STRING "REPORT MONTH=" DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " MOVES=" DELIMITED BY SIZE
               WS-JOURNAL-IN-MONTH DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING

           MOVE "WFMOVE" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
           MOVE WS-AUDIT-RESULT TO AUD-CALL-RESULT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

       END PROGRAM WFMOVE.
