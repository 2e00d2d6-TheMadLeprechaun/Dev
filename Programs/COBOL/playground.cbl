      *               on the morning summary, and a due pending
      *               replay that bounces off tonight's edits is
      *               reported as pending-rejected, not applied.
      *   2026-10-15  Systems Programming - Added a workforce
      *               demographics mode ("D"): per department, the
      *               headcount in age bands (under 25, 25-34, 35-44,
      *               45-54, 55 and over) with average and median age
      *               as of the business date, counted separately for
      *               active, on-leave and terminated people; the
      *               staff bands re-computed at every configured
      *               horizon; and the share of staff inside the
      *               retirement window, flagged when it exceeds the
      *               flag share on the age control record.  Company-
      *               wide totals close the report.
      *   2026-10-15  Systems Programming - Mode "M" accepts a
      *               department reorganization transaction ("R")
      *               that moves every active and on-leave person
      *               from one department code to another, for a
      *               merge or rename, instead of one "C" card per
      *               person.  It can be future-dated and held on the
      *               pending file like any other transaction; each
      *               person moved is journaled as an ordinary change;
      *               the old code can be deactivated on the
      *               department master once nobody is left in it;
      *               and every reorganization prints on a transfer
      *               list (PLAYRORG) with counts for sign-off.
      *   2026-10-15  Systems Programming - The Retirement Eligibility
      *               Report and the Maintenance Control Report now
      *               print a section per department in the same
      *               shape as the Age Projection Report - a
      *               DEPARTMENT heading opening it and a DEPT total
      *               line closing it - so RPTDIST can burst all
      *               three reports to the department managers.  The
      *               retirement sections are sorted into department
      *               order with the company-wide section counts at
      *               the foot; the control report adds the changes
      *               applied to each department after the company
      *               counts.
      *   2026-10-15  Systems Programming - A pending cancel ("X") no
      *               longer confuses an EMP-ID with a reorganization
      *               number that happens to match it: "R" in the
      *               status byte cancels only held reorganizations,
      *               otherwise only held transactions for the
      *               person are cancelled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYGROUND.
           SELECT PRINT-FILE ASSIGN TO "PLAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REORG-LIST-FILE ASSIGN TO "PLAYRORG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORG-FILE-STATUS.

           SELECT HR-EXPORT-FILE ASSIGN TO "PLAYHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-FILE-STATUS.
       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

      *Department reorganization transfer list: every person each
      *reorganization moved, with counts, for HR to sign off.
       FD REORG-LIST-FILE.
       01 REORG-LIST-LINE PIC X(80).

       FD HR-EXPORT-FILE.
       COPY "HREXPORT.CPY".

       COPY "DEPTREC.CPY".

      *Work file for sorting the master projection into department /
      *last-name order before the control-break report prints.  The
      *retirement report sorts the same record into department /
      *section / EMP-ID order, the section carried in
      *SR-RETIRE-SECTION.
       SD SORT-FILE.
       01 SORT-RECORD.
           05 SR-DEPT-CODE PIC X(04).
           05 SR-EMP-ID PIC 9(06).
           05 SR-FIRST-NAME PIC A(10).
           05 SR-DATE-OF-BIRTH PIC 9(08).
           05 SR-EMPL-STATUS PIC X(01).
           05 SR-RETIRE-SECTION PIC 9(01).

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".
       01 WS-NEW-AGE PIC 9(3).
       01 WS-AGE-DELTA PIC 9(2) VALUE 10.
       01 WS-RETIRE-AGE PIC 9(2) VALUE 65.
      *Share of a department's staff inside the retirement window
      *above which the demographics report flags the department.
       01 WS-RETIRE-FLAG-PCT PIC 9(03) VALUE 25.

      *Projection horizons from the control record.  WS-AGE-DELTA
      *always mirrors the first horizon, which is what the single-
           88 MODE-IS-MASTER-PROJ VALUE "U".
           88 MODE-IS-CONVERSION VALUE "X".
           88 MODE-IS-RETIREMENT VALUE "R".
           88 MODE-IS-DEMOGRAPHICS VALUE "D".
       01 WS-PARM-DELTA-TEXT PIC X(02) VALUE SPACES.
       01 WS-PARM-DELTA-LENGTH PIC 9(04) COMP VALUE 0.

       01 WS-AGE-CTL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-DEPT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-REORG-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF-MAINT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE VALUE "Y".
           05 FILLER PIC X(15) VALUE "SECTION COUNT: ".
           05 RET-SECTION-COUNT PIC ZZZ,ZZ9.

      *Per-department retirement counts.  Each department's people
      *print under a DEPARTMENT heading, section 1 then section 2,
      *and its DEPT total line closes the section for RPTDIST.
       01 WS-RET-DEPT-NOW PIC 9(06) VALUE 0.
       01 WS-RET-DEPT-SOON PIC 9(06) VALUE 0.

       01 WS-RETIRE-DEPT-TOTAL-LINE.
           05 FILLER PIC X(05) VALUE "DEPT ".
           05 RET-DEPT-CODE PIC X(04).
           05 FILLER PIC X(15) VALUE " ELIGIBLE NOW: ".
           05 RET-DEPT-NOW PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  WITHIN WINDOW: ".
           05 RET-DEPT-SOON PIC ZZZ,ZZ9.

      *Workforce demographics work areas.  Each department's people
      *are tallied into an age histogram per row - active, on leave,
      *terminated, and the staff row (active plus on leave) that the
      *horizons and the retirement window are measured on.  Bands,
      *average and median are all read off a histogram, so a horizon
      *is just the staff histogram read that many years older.  A
      *person whose birth date gives no believable age is counted
      *in the row's NO DOB column and kept out of the age figures.
       01 WS-DG-DEPT-HIST.
           05 WS-DG-DEPT-ROW OCCURS 4 TIMES.
               10 WS-DG-DEPT-AGE-COUNT OCCURS 121 TIMES PIC 9(06).
               10 WS-DG-DEPT-NO-DOB PIC 9(06).
       01 WS-DG-CO-HIST.
           05 WS-DG-CO-ROW OCCURS 4 TIMES.
               10 WS-DG-CO-AGE-COUNT OCCURS 121 TIMES PIC 9(06).
               10 WS-DG-CO-NO-DOB PIC 9(06).
       01 WS-DG-WORK-HIST.
           05 WS-DG-WORK-ROW OCCURS 4 TIMES.
               10 WS-DG-WK-AGE-COUNT OCCURS 121 TIMES PIC 9(06).
               10 WS-DG-WK-NO-DOB PIC 9(06).
       01 WS-DG-ROW PIC 9(02) COMP VALUE 0.
       01 WS-DG-AGE-SUB PIC 9(03) COMP VALUE 0.
       01 WS-DG-BAND PIC 9(02) COMP VALUE 0.
       01 WS-DG-OFFSET PIC 9(02) VALUE 0.
       01 WS-DG-AGE PIC 9(03) VALUE 0.
       01 WS-DG-BAND-TABLE.
           05 WS-DG-BAND-COUNT OCCURS 5 TIMES PIC 9(06).
       01 WS-DG-ROW-TOTAL PIC 9(06) VALUE 0.
       01 WS-DG-AGE-SUM PIC 9(09) VALUE 0.
       01 WS-DG-CUMULATIVE PIC 9(06) VALUE 0.
       01 WS-DG-CUM-BEFORE PIC 9(06) VALUE 0.
       01 WS-DG-MID-POS-1 PIC 9(06) VALUE 0.
       01 WS-DG-MID-POS-2 PIC 9(06) VALUE 0.
       01 WS-DG-MID-AGE-1 PIC 9(03) VALUE 0.
       01 WS-DG-MID-AGE-2 PIC 9(03) VALUE 0.
       01 WS-DG-AVERAGE PIC 9(03)V9 VALUE 0.
       01 WS-DG-MEDIAN PIC 9(03)V9 VALUE 0.
       01 WS-DG-AGE-EDITED PIC ZZ9.9.
       01 WS-DG-WINDOW-COUNT PIC 9(06) VALUE 0.
       01 WS-DG-WINDOW-PCT PIC 9(03)V9 VALUE 0.
       01 WS-DG-DEPTS-REPORTED PIC 9(04) VALUE 0.
       01 WS-DG-DEPTS-FLAGGED PIC 9(04) VALUE 0.
       01 WS-DG-FLAG-SWITCH PIC X(01) VALUE "N".
           88 DG-WINDOW-OVER-SHARE VALUE "Y".
       01 WS-DG-BLOCK-LINES PIC 9(04) VALUE 0.

       01 WS-DG-ROW-LABEL-DATA.
           05 FILLER PIC X(12) VALUE "ACTIVE".
           05 FILLER PIC X(12) VALUE "ON LEAVE".
           05 FILLER PIC X(12) VALUE "TERMINATED".
           05 FILLER PIC X(12) VALUE "STAFF NOW".
       01 WS-DG-ROW-LABELS REDEFINES WS-DG-ROW-LABEL-DATA.
           05 WS-DG-ROW-LABEL OCCURS 4 TIMES PIC X(12).

       01 WS-DEMOG-HEADER-1.
           05 FILLER PIC X(24)
               VALUE "WORKFORCE DEMOGRAPHICS  ".
           05 FILLER PIC X(07) VALUE "AS OF: ".
           05 DG-HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 DG-HDR-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 DG-HDR-YYYY PIC 9(04).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 DG-HDR-PAGE PIC ZZZ9.

       01 WS-DEMOG-HEADER-2.
           05 FILLER PIC X(24)
               VALUE "RETIREMENT WINDOW = AGE ".
           05 DG-HDR-RETIRE-AGE PIC Z9.
           05 FILLER PIC X(15) VALUE " NOW OR WITHIN ".
           05 DG-HDR-WINDOW PIC Z9.
           05 FILLER PIC X(17) VALUE " YRS - FLAG OVER ".
           05 DG-HDR-FLAG-PCT PIC ZZ9.
           05 FILLER PIC X(10) VALUE "% OF STAFF".

       01 WS-DEMOG-COLUMN-LINE.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "    <25".
           05 FILLER PIC X(07) VALUE "  25-34".
           05 FILLER PIC X(07) VALUE "  35-44".
           05 FILLER PIC X(07) VALUE "  45-54".
           05 FILLER PIC X(07) VALUE "    55+".
           05 FILLER PIC X(07) VALUE " NO DOB".
           05 FILLER PIC X(07) VALUE "  TOTAL".
           05 FILLER PIC X(07) VALUE "    AVG".
           05 FILLER PIC X(07) VALUE " MEDIAN".

       01 WS-DEMOG-DETAIL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DG-ROW-LABEL PIC X(12).
           05 DG-BAND-COL OCCURS 5 TIMES PIC ZZZ,ZZ9.
           05 DG-NO-DOB PIC ZZZ,ZZ9.
           05 DG-TOTAL PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DG-AVERAGE PIC X(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DG-MEDIAN PIC X(05).

       01 WS-DEMOG-WINDOW-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "RETIREMENT WINDOW: ".
           05 DG-WIN-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE " OF ".
           05 DG-WIN-STAFF PIC ZZZ,ZZ9.
           05 FILLER PIC X(08) VALUE " STAFF =".
           05 DG-WIN-PCT PIC ZZZ9.9.
           05 FILLER PIC X(01) VALUE "%".
           05 FILLER PIC X(02) VALUE SPACES.
           05 DG-WIN-FLAG PIC X(22).

       01 WS-DEMOG-COMPANY-LINE PIC X(80)
           VALUE "COMPANY TOTALS - ALL DEPARTMENTS".

       01 WS-DEMOG-FLAGGED-LINE.
           05 FILLER PIC X(21) VALUE "DEPARTMENTS FLAGGED: ".
           05 DG-FLAGGED-COUNT PIC Z,ZZ9.
           05 FILLER PIC X(04) VALUE " OF ".
           05 DG-REPORTED-COUNT PIC Z,ZZ9.

      *Batch report header/footer/page control
       01 WS-RUN-DATE PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
      *  E009 dept not active on the department reference master
      *  E010 bad effective date         E011 no pending match
      *  E012 pending file full          E013 bad employment status
      *  E014 bad reorganization - same from/to department or a bad
      *       deactivate flag
       01 WS-MAINT-VALID-SWITCH PIC X(01) VALUE "Y".
           88 MAINT-TRANS-VALID VALUE "Y".
       01 WS-MAINT-REASON-CODE PIC X(04) VALUE SPACES.
      *Read/applied/rejected counts by transaction code for the
      *Maintenance Control Report.
       01 WS-MAINT-COUNTS-TABLE.
           05 WS-MAINT-COUNT-ENTRY OCCURS 9 TIMES.
               10 WS-MC-CODE PIC X(01).
               10 WS-MC-READ PIC 9(06).
               10 WS-MC-APPLIED PIC 9(06).
      *Department reference master, loaded once per run for the
      *modes that need it: mode "M" validates MT-DEPT-CODE against
      *the active departments, mode "U" prints department names on
      *the control-break headings.  The whole record is held so a
      *reorganization can write the master back with its old code
      *deactivated.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-CODE PIC X(04).
               10 WS-DT-NAME PIC X(20).
               10 WS-DT-MGR-NAME PIC X(20).
               10 WS-DT-ACTIVE PIC X(01).
       01 WS-DEPT-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-LOOKUP-CODE PIC X(04) VALUE SPACES.
       01 WS-EOF-DEPT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-DEPT-FILE VALUE "Y".
       01 WS-DEPT-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88 DEPT-TABLE-OVERFLOWED VALUE "Y".

      *Batch-envelope verification work areas for the PLAYMNT
      *control envelope.
       01 WS-JRNL-BEFORE-IMAGE PIC X(55) VALUE SPACES.
       01 WS-JRNL-AFTER-IMAGE PIC X(55) VALUE SPACES.

      *Changes applied per department, for the department sections
      *of the Maintenance Control Report.  Counted as each change is
      *journaled: an add, change or status change under the
      *department the person is in afterwards, a delete under the
      *one they were in, and a change that moved the person also as
      *a move out of the old department.  The table is kept in
      *department-code order as it is built.
       01 WS-MAINT-DEPT-TABLE.
           05 WS-MAINT-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-MD-CODE PIC X(04).
               10 WS-MD-ADDED PIC 9(06).
               10 WS-MD-CHANGED PIC 9(06).
               10 WS-MD-STATUS PIC 9(06).
               10 WS-MD-DELETED PIC 9(06).
               10 WS-MD-MOVED-OUT PIC 9(06).
       01 WS-MD-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-MD-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-MD-SCAN PIC 9(03) COMP VALUE 0.
       01 WS-MD-SHIFT PIC 9(03) COMP VALUE 0.
       01 WS-MD-TOTAL PIC 9(06) VALUE 0.
       01 WS-MD-AFTER-DEPT PIC X(04) VALUE SPACES.
       01 WS-MD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88 MAINT-DEPT-TABLE-FULL VALUE "Y".

      *Department code out of a journal record image.
       01 WS-MD-IMAGE-WORK.
           05 FILLER PIC X(34).
           05 WS-MD-IMAGE-DEPT PIC X(04).
           05 FILLER PIC X(17).

      *Pending-transaction work areas.  The whole pending file is
      *held in storage for the run: the sweep applies what has come
      *due, "X" cancels entries, new future-dated transactions are
       01 WS-SEARCH-DONE-SWITCH PIC X(01) VALUE "N".
           88 NAME-SEARCH-DONE VALUE "Y".

      *Department reorganization work areas.  The master is walked
      *in EMP-ID order and everyone still working in the old code
      *is rewritten into the new one; the per-reorganization counts
      *print under each reorganization on the transfer list and the
      *run totals at the foot of it.
       01 WS-RO-SCAN-SWITCH PIC X(01) VALUE "N".
           88 RO-SCAN-DONE VALUE "Y".
       01 WS-RO-MOVED-COUNT PIC 9(06) VALUE 0.
       01 WS-RO-FAILED-COUNT PIC 9(06) VALUE 0.
       01 WS-RO-REORG-COUNT PIC 9(04) VALUE 0.
       01 WS-RO-TOTAL-MOVED PIC 9(06) VALUE 0.
       01 WS-RO-OLD-DEPT-RESULT PIC X(30) VALUE SPACES.
       01 WS-RO-WRITE-INDEX PIC 9(03) COMP VALUE 0.

       01 WS-REORG-LIST-HEADER.
           05 FILLER PIC X(41)
               VALUE "DEPARTMENT REORGANIZATION TRANSFER LIST  ".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05 RO-LST-BUS-DATE PIC 9(08).

       01 WS-REORG-HEADING-LINE.
           05 FILLER PIC X(06) VALUE "REORG ".
           05 RO-HDR-NUMBER PIC 9(06).
           05 FILLER PIC X(06) VALUE " FROM ".
           05 RO-HDR-FROM PIC X(04).
           05 FILLER PIC X(04) VALUE " TO ".
           05 RO-HDR-TO PIC X(04).
           05 FILLER PIC X(11) VALUE " EFFECTIVE ".
           05 RO-HDR-EFF-DATE PIC 9(08).
           05 FILLER PIC X(18) VALUE "  DEACTIVATE OLD: ".
           05 RO-HDR-DEACTIVATE PIC X(01).

       01 WS-REORG-NAMES-LINE.
           05 FILLER PIC X(08) VALUE "  FROM: ".
           05 RO-HDR-FROM-NAME PIC X(20).
           05 FILLER PIC X(08) VALUE "    TO: ".
           05 RO-HDR-TO-NAME PIC X(20).

       01 WS-REORG-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE "  EMP-ID".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(08) VALUE "STATUS".
           05 FILLER PIC X(06) VALUE "RESULT".

       01 WS-REORG-DETAIL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RO-EMP-ID PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RO-FULL-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RO-STATUS PIC X(01).
           05 FILLER PIC X(07) VALUE SPACES.
           05 RO-RESULT PIC X(12).

       01 WS-REORG-COUNT-LINE.
           05 FILLER PIC X(09) VALUE "  MOVED: ".
           05 RO-MOVED-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  NOT MOVED: ".
           05 RO-FAILED-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  OLD DEPT: ".
           05 RO-OLD-DEPT-RESULT PIC X(30).

       01 WS-REORG-TOTAL-LINE.
           05 FILLER PIC X(25) VALUE "REORGANIZATIONS APPLIED: ".
           05 RO-TOTAL-REORGS PIC Z,ZZ9.
           05 FILLER PIC X(17) VALUE "   PEOPLE MOVED: ".
           05 RO-TOTAL-MOVED PIC ZZZ,ZZ9.

       01 WS-REORG-SIGNOFF-LINE.
           05 FILLER PIC X(38)
               VALUE "APPROVED BY: ________________________".
           05 FILLER PIC X(18) VALUE "DATE: ____________".

       01 WS-CONTROL-RPT-HEADER.
           05 FILLER PIC X(28)
               VALUE "MAINTENANCE CONTROL REPORT  ".
               VALUE "STILL PENDING:                ".
           05 CTL-PEND-REMAIN PIC ZZZ,ZZ9.

       01 WS-CONTROL-RPT-DEPT-TITLE PIC X(80)
           VALUE "CHANGES APPLIED BY DEPARTMENT".

       01 WS-CONTROL-RPT-DEPT-FULL PIC X(80)
           VALUE "*** DEPT TABLE FULL - LATER DEPTS NOT SHOWN ***".

       01 WS-CONTROL-RPT-DEPT-COLUMNS.
           05 FILLER PIC X(10) VALUE "     ADDED".
           05 FILLER PIC X(10) VALUE "   CHANGED".
           05 FILLER PIC X(10) VALUE "    STATUS".
           05 FILLER PIC X(10) VALUE "   DELETED".
           05 FILLER PIC X(10) VALUE " MOVED OUT".

       01 WS-CONTROL-RPT-DEPT-DETAIL.
           05 FILLER PIC X(03) VALUE SPACES.
           05 CTL-DEPT-ADDED PIC ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 CTL-DEPT-CHANGED PIC ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 CTL-DEPT-STATUS PIC ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 CTL-DEPT-DELETED PIC ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 CTL-DEPT-MOVED-OUT PIC ZZZ,ZZ9.

       01 WS-CONTROL-RPT-DEPT-TOTAL.
           05 FILLER PIC X(05) VALUE "DEPT ".
           05 CTL-DEPT-CODE PIC X(04).
           05 FILLER PIC X(18) VALUE " CHANGES APPLIED: ".
           05 CTL-DEPT-TOTAL PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *Pick up the age delta, then run whichever mode was asked for.
                       PERFORM 6000-RUN-RETIREMENT-REPORT
                       PERFORM 9500-RELEASE-USER-MASTER
                   END-IF
               WHEN MODE-IS-DEMOGRAPHICS
                   MOVE "R" TO UL-CALL-INTENT
                   PERFORM 9400-CLAIM-USER-MASTER
                   IF USER-LOCK-REFUSED
                       PERFORM 9450-REPORT-MASTER-IN-USE
                   ELSE
                       PERFORM 7000-RUN-DEMOGRAPHICS-REPORT
                       PERFORM 9500-RELEASE-USER-MASTER
                   END-IF
               WHEN OTHER
                   PERFORM 1000-RUN-INTERACTIVE
           END-EVALUATE

           IF AGE-CTL-RETIRE-AGE IS NUMERIC
               MOVE AGE-CTL-RETIRE-AGE TO WS-RETIRE-AGE
           END-IF

           IF AGE-CTL-RETIRE-FLAG-PCT IS NUMERIC
                   AND AGE-CTL-RETIRE-FLAG-PCT > 0
                   AND AGE-CTL-RETIRE-FLAG-PCT NOT > 100
               MOVE AGE-CTL-RETIRE-FLAG-PCT TO WS-RETIRE-FLAG-PCT
           END-IF.

      *Original interactive single-person flow, now with bounded

           MOVE 0 TO WS-DEPT-COUNT
           MOVE "N" TO WS-EOF-DEPT-SWITCH
           MOVE "N" TO WS-DEPT-OVERFLOW-SWITCH

           OPEN INPUT DEPT-MASTER-FILE

                           TO WS-DT-CODE(WS-DEPT-COUNT)
                       MOVE DM-DEPT-NAME
                           TO WS-DT-NAME(WS-DEPT-COUNT)
                       MOVE DM-MGR-NAME
                           TO WS-DT-MGR-NAME(WS-DEPT-COUNT)
                       MOVE DM-ACTIVE-FLAG
                           TO WS-DT-ACTIVE(WS-DEPT-COUNT)
                   ELSE
                       DISPLAY "DEPT TABLE FULL, CODE DROPPED: "
                           DM-DEPT-CODE
                       SET DEPT-TABLE-OVERFLOWED TO TRUE
                   END-IF
           END-READ.

           PERFORM 2020-INITIALIZE-MAINT-COUNTS
           PERFORM 0200-LOAD-DEPT-TABLE
           PERFORM 2010-OPEN-USER-MASTER
           PERFORM 2090-OPEN-REORG-LIST

           PERFORM 2030-LOAD-PENDING-TRANS

               PERFORM 2070-REWRITE-PENDING-FILE
           END-IF

           PERFORM 2095-CLOSE-REORG-LIST
           CLOSE USER-MASTER

           PERFORM 2900-PRINT-CONTROL-REPORT
           MOVE "L" TO WS-MC-CODE(6)
           MOVE "X" TO WS-MC-CODE(7)
           MOVE "S" TO WS-MC-CODE(8)
           MOVE "R" TO WS-MC-CODE(9)

           PERFORM VARYING WS-MC-SCAN FROM 1 BY 1
                   UNTIL WS-MC-SCAN > 9
               MOVE 0 TO WS-MC-READ(WS-MC-SCAN)
               MOVE 0 TO WS-MC-APPLIED(WS-MC-SCAN)
               MOVE 0 TO WS-MC-REJECTED(WS-MC-SCAN)
           END-PERFORM

           MOVE 0 TO WS-MD-COUNT
           MOVE "N" TO WS-MD-OVERFLOW-SWITCH

           MOVE 0 TO WS-INVALID-CODE-COUNT
           MOVE 0 TO WS-MAINT-READ-COUNT
           MOVE 0 TO WS-MAINT-REJECT-COUNT
           MOVE 0 TO WS-PEND-REJECTED-COUNT
           MOVE 0 TO WS-PEND-HELD-COUNT
           MOVE 0 TO WS-PEND-CANCELLED-COUNT
           MOVE 0 TO WS-PEND-REMAIN-COUNT
           MOVE 0 TO WS-RO-REORG-COUNT
           MOVE 0 TO WS-RO-TOTAL-MOVED.

      *Open USER-MASTER for update, creating it first if this is the
      *very first run.

           MOVE 0 TO WS-MC-INDEX
           PERFORM VARYING WS-MC-SCAN FROM 1 BY 1
                   UNTIL WS-MC-SCAN > 9
               IF WS-MC-CODE(WS-MC-SCAN) = MT-TRANS-CODE
                   MOVE WS-MC-SCAN TO WS-MC-INDEX
               END-IF

               IF MAINT-TRANS-VALID
                   IF (MT-IS-ADD OR MT-IS-CHANGE OR MT-IS-DELETE
                               OR MT-IS-STATUS OR MT-IS-REORG)
                           AND MT-EFFECTIVE-DATE > WS-BUSINESS-DATE
                       PERFORM 2060-DEFER-TO-PENDING
                   ELSE
                               PERFORM 2400-DELETE-USER
                           WHEN MT-IS-STATUS
                               PERFORM 2450-STATUS-USER
                           WHEN MT-IS-REORG
                               PERFORM 2460-REORGANIZE-DEPARTMENT
                           WHEN MT-IS-INQUIRY
                               PERFORM 2500-INQUIRE-USER
                           WHEN MT-IS-NAME-SEARCH
                       IF MT-IS-ADD OR MT-IS-CHANGE
                           PERFORM 2055-VALIDATE-NAME-AND-DOB
                       END-IF
                       IF MT-IS-REORG
                           PERFORM 2058-VALIDATE-REORG
                       END-IF
                       IF MT-IS-STATUS
                               AND NOT MT-STATUS-ACTIVE
                               AND NOT MT-STATUS-LEAVE
      *numeric date.
           IF MAINT-TRANS-VALID
                   AND (MT-IS-ADD OR MT-IS-CHANGE OR MT-IS-DELETE
                       OR MT-IS-STATUS OR MT-IS-PENDING-CANCEL
                       OR MT-IS-REORG)
                   AND MT-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "E010" TO WS-MAINT-REASON-CODE
                   " EMP-ID " MT-EMP-ID
           END-IF.

      *A reorganization needs two different department codes, the
      *new one active on the reference master, and a deactivate
      *flag of Y, N or blank.  The old code is not required to be on
      *the master - a legacy code like UNKN can still be emptied.
       2058-VALIDATE-REORG.

           IF MT-RO-FROM-DEPT = SPACES
                   OR MT-RO-TO-DEPT = SPACES
               MOVE "N" TO WS-MAINT-VALID-SWITCH
               MOVE "E008" TO WS-MAINT-REASON-CODE
               DISPLAY "REJECTED - REORG MISSING DEPT CODE: "
                   MT-RO-REORG-NUMBER
           ELSE
               IF MT-RO-FROM-DEPT = MT-RO-TO-DEPT
                       OR NOT (MT-RO-DEACTIVATE-OLD
                           OR MT-RO-KEEP-OLD)
                   MOVE "N" TO WS-MAINT-VALID-SWITCH
                   MOVE "E014" TO WS-MAINT-REASON-CODE
                   DISPLAY "REJECTED - BAD REORGANIZATION: "
                       MT-RO-REORG-NUMBER
               ELSE
                   MOVE MT-RO-TO-DEPT TO WS-DEPT-LOOKUP-CODE
                   PERFORM 0220-FIND-DEPT-ENTRY
                   IF WS-DEPT-FOUND-INDEX = 0
                           OR WS-DT-ACTIVE(WS-DEPT-FOUND-INDEX)
                               NOT = "A"
                       MOVE "N" TO WS-MAINT-VALID-SWITCH
                       MOVE "E009" TO WS-MAINT-REASON-CODE
                       DISPLAY "REJECTED - DEPT NOT ACTIVE: "
                           MT-RO-TO-DEPT " REORG "
                           MT-RO-REORG-NUMBER
                   END-IF
               END-IF
           END-IF.

      *A usable birth date is numeric, has a real month and day,
      *and yields an age of 1-99 as of the run date.
       2056-VALIDATE-BIRTH-DATE.
                   END-REWRITE
           END-READ.

      *Move every active and on-leave person in the old department
      *to the new one.  Terminated people keep the code they left
      *under, so history still reads as it happened.  The master is
      *walked in EMP-ID order from the top - START re-establishes
      *the prime key after any name search earlier in the batch.
       2460-REORGANIZE-DEPARTMENT.

           MOVE 0 TO WS-RO-MOVED-COUNT
           MOVE 0 TO WS-RO-FAILED-COUNT
           PERFORM 2465-PRINT-REORG-HEADING

           MOVE "N" TO WS-RO-SCAN-SWITCH
           MOVE 0 TO UM-EMP-ID
           START USER-MASTER
               KEY IS NOT LESS THAN UM-EMP-ID
               INVALID KEY
                   SET RO-SCAN-DONE TO TRUE
           END-START

           PERFORM 2470-REORG-NEXT-PERSON
               UNTIL RO-SCAN-DONE

      *The old code is only deactivated when the move left nobody
      *working in it; a person whose rewrite failed keeps it open.
           EVALUATE TRUE
               WHEN MT-RO-KEEP-OLD
                   MOVE "LEFT ACTIVE AS REQUESTED"
                       TO WS-RO-OLD-DEPT-RESULT
               WHEN WS-RO-FAILED-COUNT > 0
                   MOVE "LEFT ACTIVE - NOT EMPTY"
                       TO WS-RO-OLD-DEPT-RESULT
               WHEN OTHER
                   PERFORM 2480-DEACTIVATE-OLD-DEPT
           END-EVALUATE

           MOVE WS-RO-MOVED-COUNT TO RO-MOVED-COUNT
           MOVE WS-RO-FAILED-COUNT TO RO-FAILED-COUNT
           MOVE WS-RO-OLD-DEPT-RESULT TO RO-OLD-DEPT-RESULT
           MOVE WS-REORG-COUNT-LINE TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE

           DISPLAY "REORG " MT-RO-REORG-NUMBER " " MT-RO-FROM-DEPT
               " TO " MT-RO-TO-DEPT " MOVED: " WS-RO-MOVED-COUNT
               " NOT MOVED: " WS-RO-FAILED-COUNT

           ADD 1 TO WS-RO-REORG-COUNT
           ADD WS-RO-MOVED-COUNT TO WS-RO-TOTAL-MOVED
           ADD 1 TO WS-MC-APPLIED(WS-MC-INDEX).

      *Read the next person along the prime key and move them when
      *they are working in the department being emptied.
       2470-REORG-NEXT-PERSON.

           READ USER-MASTER NEXT RECORD
               AT END
                   SET RO-SCAN-DONE TO TRUE
               NOT AT END
                   IF UM-DEPT-CODE = MT-RO-FROM-DEPT
                           AND NOT UM-IS-TERMINATED
                       PERFORM 2475-MOVE-ONE-PERSON
                   END-IF
           END-READ.

      *Rewrite one person into the new department, journal the move
      *and list it.
       2475-MOVE-ONE-PERSON.

           MOVE USER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
           MOVE MT-RO-TO-DEPT TO UM-DEPT-CODE

           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REORG MOVE FAILED ON REWRITE: " UM-EMP-ID
                   ADD 1 TO WS-RO-FAILED-COUNT
                   MOVE "NOT MOVED" TO RO-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-RO-MOVED-COUNT
                   MOVE "MOVED" TO RO-RESULT
                   MOVE USER-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM 2850-WRITE-JOURNAL-RECORD
           END-REWRITE

           MOVE UM-FIRST-NAME TO WS-FIRST_NAME OF WS-USER
           MOVE UM-LAST-NAME TO WS-LAST-NAME OF WS-USER
           PERFORM 0300-BUILD-FULL-NAME
           MOVE UM-EMP-ID TO RO-EMP-ID
           MOVE WS-FULL-NAME TO RO-FULL-NAME
           MOVE UM-EMPL-STATUS TO RO-STATUS
           MOVE WS-REORG-DETAIL-LINE TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE.

      *Turn the emptied code off on the department reference master,
      *keeping the record for history the way a DEPTMNT deactivate
      *does, and in tonight's table so the rest of the batch cannot
      *assign anyone to it.  The master is written back whole from
      *the table, so a table that could not hold every department
      *is never written back.
       2480-DEACTIVATE-OLD-DEPT.

           MOVE MT-RO-FROM-DEPT TO WS-DEPT-LOOKUP-CODE
           PERFORM 0220-FIND-DEPT-ENTRY

           EVALUATE TRUE
               WHEN WS-DEPT-FOUND-INDEX = 0
                   MOVE "NOT ON DEPT MASTER"
                       TO WS-RO-OLD-DEPT-RESULT
               WHEN WS-DT-ACTIVE(WS-DEPT-FOUND-INDEX) NOT = "A"
                   MOVE "ALREADY INACTIVE"
                       TO WS-RO-OLD-DEPT-RESULT
               WHEN DEPT-TABLE-OVERFLOWED
                   MOVE "LEFT ACTIVE - DEPT TABLE FULL"
                       TO WS-RO-OLD-DEPT-RESULT
               WHEN OTHER
                   MOVE "I" TO WS-DT-ACTIVE(WS-DEPT-FOUND-INDEX)
                   PERFORM 2485-REWRITE-DEPT-MASTER
           END-EVALUATE.

      *Write the department reference master back from the table.
       2485-REWRITE-DEPT-MASTER.

           OPEN OUTPUT DEPT-MASTER-FILE

           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "DEPT MASTER COULD NOT BE REWRITTEN, STATUS="
                   WS-DEPT-FILE-STATUS
               MOVE "A" TO WS-DT-ACTIVE(WS-DEPT-FOUND-INDEX)
               MOVE "LEFT ACTIVE - DEPT FILE ERROR"
                   TO WS-RO-OLD-DEPT-RESULT
           ELSE
               PERFORM VARYING WS-RO-WRITE-INDEX FROM 1 BY 1
                       UNTIL WS-RO-WRITE-INDEX > WS-DEPT-COUNT
                   MOVE WS-DT-CODE(WS-RO-WRITE-INDEX) TO DM-DEPT-CODE
                   MOVE WS-DT-NAME(WS-RO-WRITE-INDEX) TO DM-DEPT-NAME
                   MOVE WS-DT-MGR-NAME(WS-RO-WRITE-INDEX)
                       TO DM-MGR-NAME
                   MOVE WS-DT-ACTIVE(WS-RO-WRITE-INDEX)
                       TO DM-ACTIVE-FLAG
                   WRITE DEPT-MASTER-RECORD
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
               MOVE "DEACTIVATED" TO WS-RO-OLD-DEPT-RESULT
               DISPLAY "DEPT " MT-RO-FROM-DEPT
                   " DEACTIVATED ON DEPT MASTER"
           END-IF.

      *Look up a person without changing anything.
       2500-INQUIRE-USER.

               WS-PEND-MATCH-COUNT
           ADD 1 TO WS-MC-APPLIED(WS-MC-INDEX).

      *Cancel pending transactions before they take effect - all of
      *them for the number, or just the one matching the cancel's
      *own effective date when one is given.  The cancel carries
      *the number in the EMP-ID slot and says in the status byte
      *what the number is: "R" cancels held reorganizations with
      *that reorganization number, anything else (normally blank)
      *the held add, change, delete and status transactions for
      *that EMP-ID.  A reorganization number that happens to equal
      *an EMP-ID is never cancelled by the other kind of cancel.
       2750-CANCEL-PENDING.

           MOVE 0 TO WS-PEND-MATCH-COUNT
                       AND (MT-EFFECTIVE-DATE = 0
                           OR WS-PEND-EFF-DATE(WS-PENDING-INDEX)
                               = MT-EFFECTIVE-DATE)
                       AND ((MT-CANCEL-REORG
                           AND WS-PEND-TRANS-CODE(WS-PENDING-INDEX)
                               = "R")
                       OR (NOT MT-CANCEL-REORG
                           AND WS-PEND-TRANS-CODE(WS-PENDING-INDEX)
                               NOT = "R"))
                   MOVE "N"
                       TO WS-PEND-KEEP-SWITCH(WS-PENDING-INDEX)
                   ADD 1 TO WS-PEND-MATCH-COUNT
           END-IF.

      *Append one applied maintenance action to the change journal
      *with its before and after record images.  A reorganization
      *journals each person it moves as an ordinary change under
      *that person's EMP-ID, not the reorganization number.
       2850-WRITE-JOURNAL-RECORD.

           OPEN EXTEND USER-JOURNAL-FILE

           MOVE WS-BUSINESS-DATE TO UJ-BUSINESS-DATE
           ACCEPT UJ-RUN-TIME FROM TIME
           IF MT-IS-REORG
               MOVE "C" TO UJ-TRANS-CODE
               MOVE UM-EMP-ID TO UJ-EMP-ID
           ELSE
               MOVE MT-TRANS-CODE TO UJ-TRANS-CODE
               MOVE MT-EMP-ID TO UJ-EMP-ID
           END-IF
           MOVE WS-JRNL-BEFORE-IMAGE TO UJ-BEFORE-IMAGE
           MOVE WS-JRNL-AFTER-IMAGE TO UJ-AFTER-IMAGE
           WRITE USER-JOURNAL-RECORD
           PERFORM 2860-COUNT-DEPT-CHANGE

           CLOSE USER-JOURNAL-FILE.

      *Count the journaled change against its department for the
      *control report's department sections.
       2860-COUNT-DEPT-CHANGE.

           EVALUATE UJ-TRANS-CODE
               WHEN "A"
                   MOVE WS-JRNL-AFTER-IMAGE TO WS-MD-IMAGE-WORK
                   PERFORM 2865-FIND-MAINT-DEPT
                   IF WS-MD-INDEX > 0
                       ADD 1 TO WS-MD-ADDED(WS-MD-INDEX)
                   END-IF
               WHEN "S"
                   MOVE WS-JRNL-AFTER-IMAGE TO WS-MD-IMAGE-WORK
                   PERFORM 2865-FIND-MAINT-DEPT
                   IF WS-MD-INDEX > 0
                       ADD 1 TO WS-MD-STATUS(WS-MD-INDEX)
                   END-IF
               WHEN "D"
                   MOVE WS-JRNL-BEFORE-IMAGE TO WS-MD-IMAGE-WORK
                   PERFORM 2865-FIND-MAINT-DEPT
                   IF WS-MD-INDEX > 0
                       ADD 1 TO WS-MD-DELETED(WS-MD-INDEX)
                   END-IF
               WHEN "C"
                   MOVE WS-JRNL-AFTER-IMAGE TO WS-MD-IMAGE-WORK
                   MOVE WS-MD-IMAGE-DEPT TO WS-MD-AFTER-DEPT
                   PERFORM 2865-FIND-MAINT-DEPT
                   IF WS-MD-INDEX > 0
                       ADD 1 TO WS-MD-CHANGED(WS-MD-INDEX)
                   END-IF
                   MOVE WS-JRNL-BEFORE-IMAGE TO WS-MD-IMAGE-WORK
                   IF WS-MD-IMAGE-DEPT NOT = WS-MD-AFTER-DEPT
                       PERFORM 2865-FIND-MAINT-DEPT
                       IF WS-MD-INDEX > 0
                           ADD 1 TO WS-MD-MOVED-OUT(WS-MD-INDEX)
                       END-IF
                   END-IF
           END-EVALUATE.

      *Find WS-MD-IMAGE-DEPT in the department counts, opening a
      *zeroed entry in code order when it is not there yet.  Zero
      *back means the table is full and the change goes uncounted
      *by department (the company counts still have it).
       2865-FIND-MAINT-DEPT.

           MOVE 0 TO WS-MD-INDEX
           PERFORM VARYING WS-MD-SCAN FROM 1 BY 1
                   UNTIL WS-MD-SCAN > WS-MD-COUNT
                      OR WS-MD-INDEX > 0
               IF WS-MD-CODE(WS-MD-SCAN) NOT < WS-MD-IMAGE-DEPT
                   MOVE WS-MD-SCAN TO WS-MD-INDEX
               END-IF
           END-PERFORM

           IF WS-MD-INDEX = 0
               COMPUTE WS-MD-INDEX = WS-MD-COUNT + 1
               PERFORM 2866-OPEN-MAINT-DEPT
           ELSE
               IF WS-MD-CODE(WS-MD-INDEX) NOT = WS-MD-IMAGE-DEPT
                   PERFORM 2866-OPEN-MAINT-DEPT
               END-IF
           END-IF.

      *Open a zeroed entry for WS-MD-IMAGE-DEPT at WS-MD-INDEX,
      *shifting the entries after it down one slot.
       2866-OPEN-MAINT-DEPT.

           IF WS-MD-COUNT NOT < 100
               IF NOT MAINT-DEPT-TABLE-FULL
                   DISPLAY "MAINT DEPT TABLE FULL, NOT COUNTED: "
                       WS-MD-IMAGE-DEPT
               END-IF
               SET MAINT-DEPT-TABLE-FULL TO TRUE
               MOVE 0 TO WS-MD-INDEX
           ELSE
               PERFORM VARYING WS-MD-SHIFT FROM WS-MD-COUNT BY -1
                       UNTIL WS-MD-SHIFT < WS-MD-INDEX
                   MOVE WS-MAINT-DEPT-ENTRY(WS-MD-SHIFT)
                       TO WS-MAINT-DEPT-ENTRY(WS-MD-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-MD-COUNT
               MOVE WS-MD-IMAGE-DEPT TO WS-MD-CODE(WS-MD-INDEX)
               MOVE 0 TO WS-MD-ADDED(WS-MD-INDEX)
               MOVE 0 TO WS-MD-CHANGED(WS-MD-INDEX)
               MOVE 0 TO WS-MD-STATUS(WS-MD-INDEX)
               MOVE 0 TO WS-MD-DELETED(WS-MD-INDEX)
               MOVE 0 TO WS-MD-MOVED-OUT(WS-MD-INDEX)
           END-IF.

      *Write whatever is still pending back over the pending file,
      *so applied and cancelled entries are gone and held ones wait
      *for their night.

           CLOSE PENDING-TRANS-FILE.

      *Open tonight's transfer list and print its heading.  The list
      *is written every night, so an empty one is positive proof
      *that no reorganization ran.
       2090-OPEN-REORG-LIST.

           OPEN OUTPUT REORG-LIST-FILE
           MOVE WS-BUSINESS-DATE TO RO-LST-BUS-DATE
           MOVE WS-REORG-LIST-HEADER TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE.

      *Print the heading block for one reorganization.
       2465-PRINT-REORG-HEADING.

           MOVE SPACES TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE
           MOVE MT-RO-REORG-NUMBER TO RO-HDR-NUMBER
           MOVE MT-RO-FROM-DEPT TO RO-HDR-FROM
           MOVE MT-RO-TO-DEPT TO RO-HDR-TO
           IF MT-EFFECTIVE-DATE = 0
               MOVE WS-BUSINESS-DATE TO RO-HDR-EFF-DATE
           ELSE
               MOVE MT-EFFECTIVE-DATE TO RO-HDR-EFF-DATE
           END-IF
           IF MT-RO-DEACTIVATE-OLD
               MOVE "Y" TO RO-HDR-DEACTIVATE
           ELSE
               MOVE "N" TO RO-HDR-DEACTIVATE
           END-IF
           MOVE WS-REORG-HEADING-LINE TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE

           MOVE MT-RO-FROM-DEPT TO WS-DEPT-LOOKUP-CODE
           PERFORM 0220-FIND-DEPT-ENTRY
           IF WS-DEPT-FOUND-INDEX > 0
               MOVE WS-DT-NAME(WS-DEPT-FOUND-INDEX)
                   TO RO-HDR-FROM-NAME
           ELSE
               MOVE "*NOT ON DEPT MASTER*" TO RO-HDR-FROM-NAME
           END-IF
           MOVE MT-RO-TO-DEPT TO WS-DEPT-LOOKUP-CODE
           PERFORM 0220-FIND-DEPT-ENTRY
           IF WS-DEPT-FOUND-INDEX > 0
               MOVE WS-DT-NAME(WS-DEPT-FOUND-INDEX) TO RO-HDR-TO-NAME
           ELSE
               MOVE "*NOT ON DEPT MASTER*" TO RO-HDR-TO-NAME
           END-IF
           MOVE WS-REORG-NAMES-LINE TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE
           MOVE WS-REORG-COLUMN-LINE TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE.

      *Close the transfer list with the run totals and the sign-off
      *line.
       2095-CLOSE-REORG-LIST.

           MOVE SPACES TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE
           MOVE WS-RO-REORG-COUNT TO RO-TOTAL-REORGS
           MOVE WS-RO-TOTAL-MOVED TO RO-TOTAL-MOVED
           MOVE WS-REORG-TOTAL-LINE TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE
           MOVE SPACES TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE
           MOVE WS-REORG-SIGNOFF-LINE TO REORG-LIST-LINE
           WRITE REORG-LIST-LINE
           CLOSE REORG-LIST-FILE.

      *Write one failed maintenance transaction to the reject file
      *with its reason code, preserving the original record image
      *so it can be fixed and resubmitted as-is.

           PERFORM 2910-PRINT-CONTROL-LINE
               VARYING WS-MC-SCAN FROM 1 BY 1
               UNTIL WS-MC-SCAN > 9

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CONTROL-RPT-PEND-REMAIN TO PRINT-LINE
           WRITE PRINT-LINE

           IF WS-MD-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-CONTROL-RPT-DEPT-TITLE TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 2920-PRINT-DEPT-SECTION
                   VARYING WS-MD-INDEX FROM 1 BY 1
                   UNTIL WS-MD-INDEX > WS-MD-COUNT
               IF MAINT-DEPT-TABLE-FULL
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE
                   MOVE WS-CONTROL-RPT-DEPT-FULL TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF

           CLOSE PRINT-FILE.

      *Print one transaction code's control counts.
           MOVE WS-CONTROL-RPT-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE.

      *Print one department's applied changes: the DEPARTMENT
      *heading, the counts, and the DEPT total line that closes the
      *section.
       2920-PRINT-DEPT-SECTION.

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-MD-CODE(WS-MD-INDEX) TO DEPT-HDR-CODE
           MOVE WS-MD-CODE(WS-MD-INDEX) TO WS-DEPT-LOOKUP-CODE
           PERFORM 0220-FIND-DEPT-ENTRY
           IF WS-DEPT-FOUND-INDEX > 0
               MOVE WS-DT-NAME(WS-DEPT-FOUND-INDEX)
                   TO DEPT-HDR-NAME
           ELSE
               MOVE "*NOT ON DEPT MASTER*" TO DEPT-HDR-NAME
           END-IF
           MOVE WS-DEPT-HEADING-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CONTROL-RPT-DEPT-COLUMNS TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE WS-MD-ADDED(WS-MD-INDEX) TO CTL-DEPT-ADDED
           MOVE WS-MD-CHANGED(WS-MD-INDEX) TO CTL-DEPT-CHANGED
           MOVE WS-MD-STATUS(WS-MD-INDEX) TO CTL-DEPT-STATUS
           MOVE WS-MD-DELETED(WS-MD-INDEX) TO CTL-DEPT-DELETED
           MOVE WS-MD-MOVED-OUT(WS-MD-INDEX) TO CTL-DEPT-MOVED-OUT
           MOVE WS-CONTROL-RPT-DEPT-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE

           COMPUTE WS-MD-TOTAL = WS-MD-ADDED(WS-MD-INDEX)
               + WS-MD-CHANGED(WS-MD-INDEX)
               + WS-MD-STATUS(WS-MD-INDEX)
               + WS-MD-DELETED(WS-MD-INDEX)
           MOVE WS-MD-CODE(WS-MD-INDEX) TO CTL-DEPT-CODE
           MOVE WS-MD-TOTAL TO CTL-DEPT-TOTAL
           MOVE WS-CONTROL-RPT-DEPT-TOTAL TO PRINT-LINE
           WRITE PRINT-LINE.

      *Project ages for a whole file of people onto a printed Age
      *Projection Report.
       3000-RUN-BATCH.
           MOVE UM-EMP-ID TO SR-EMP-ID
           MOVE UM-FIRST-NAME TO SR-FIRST-NAME
           MOVE UM-DATE-OF-BIRTH TO SR-DATE-OF-BIRTH
           MOVE UM-EMPL-STATUS TO SR-EMPL-STATUS
           RELEASE SORT-RECORD.

      *Take the sorted records back and print the control-break

      *Retirement Eligibility Report: everyone at or beyond the
      *configured retirement age in section 1, everyone reaching it
      *within the projection window in section 2.  One pass over the
      *master sorts the eligible people into department order, and
      *each department prints as its own section - its people under
      *the two section headings, closed by a DEPT total line - so
      *RPTDIST can send each manager their department's part.  The
      *company-wide section counts print at the foot.  Every
      *employment status is included on purpose: a terminated
      *person's benefits wind down after they leave, so they stay
      *on this report until the retention purge removes the record.
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO USER MASTER FILE" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 0200-LOAD-DEPT-TABLE
               OPEN OUTPUT PRINT-FILE
               PERFORM 6900-WRITE-RETIRE-HEADER

               MOVE "N" TO WS-EOF-MASTER-SWITCH
               SORT SORT-FILE
                   ON ASCENDING KEY SR-DEPT-CODE
                                    SR-RETIRE-SECTION
                                    SR-EMP-ID
                   INPUT PROCEDURE IS 6100-RELEASE-ELIGIBLE
                   OUTPUT PROCEDURE IS 6200-PRINT-BY-DEPARTMENT

               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RETIRE-AGE TO RET-S1-AGE
               MOVE WS-RETIRE-SECTION-1-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-ELIGIBLE-NOW-COUNT TO RET-SECTION-COUNT
               MOVE WS-RETIRE-COUNT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RETIRE-AGE TO RET-S2-AGE
               MOVE WS-AGE-DELTA TO RET-S2-YEARS
               MOVE WS-RETIRE-SECTION-2-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-ELIGIBLE-SOON-COUNT TO RET-SECTION-COUNT
               MOVE WS-RETIRE-COUNT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-STRING
           PERFORM 9000-LOG-AUDIT-ENTRY.

      *Feed every eligible person to the sort, tagged with the
      *section they print in.
       6100-RELEASE-ELIGIBLE.

           PERFORM 6110-RELEASE-ONE-PERSON
               UNTIL END-OF-MASTER-FILE.

      *Read one master record and release it when the person is
      *eligible now (section 1) or within the window (section 2).
       6110-RELEASE-ONE-PERSON.

           READ USER-MASTER NEXT RECORD
               AT END
               NOT AT END
                   MOVE UM-DATE-OF-BIRTH TO WS-WORK-DOB
                   PERFORM 0400-COMPUTE-AGE-FROM-DOB
                   IF WS-COMPUTED-AGE NOT < WS-RETIRE-AGE
                       MOVE 1 TO SR-RETIRE-SECTION
                       PERFORM 6120-RELEASE-TO-SORT
                       ADD 1 TO WS-ELIGIBLE-NOW-COUNT
                   ELSE
                       IF WS-COMPUTED-AGE + WS-AGE-DELTA
                               NOT < WS-RETIRE-AGE
                           MOVE 2 TO SR-RETIRE-SECTION
                           PERFORM 6120-RELEASE-TO-SORT
                           ADD 1 TO WS-ELIGIBLE-SOON-COUNT
                       END-IF
                   END-IF
           END-READ.

      *Hand one eligible person to the sort.
       6120-RELEASE-TO-SORT.

           MOVE UM-DEPT-CODE TO SR-DEPT-CODE
           MOVE UM-LAST-NAME TO SR-LAST-NAME
           MOVE UM-EMP-ID TO SR-EMP-ID
           MOVE UM-FIRST-NAME TO SR-FIRST-NAME
           MOVE UM-DATE-OF-BIRTH TO SR-DATE-OF-BIRTH
           MOVE UM-EMPL-STATUS TO SR-EMPL-STATUS
           RELEASE SORT-RECORD.

      *Take the sorted people back and print them a department at a
      *time.
       6200-PRINT-BY-DEPARTMENT.

           MOVE "N" TO WS-EOF-SORT-SWITCH
           MOVE "Y" TO WS-FIRST-DEPT-SWITCH
           MOVE SPACES TO WS-PREV-DEPT-CODE

           PERFORM 6210-RETURN-ELIGIBLE
               UNTIL END-OF-SORT-FILE

           IF NOT FIRST-DEPT-NOT-SEEN
               PERFORM 6240-PRINT-RETIRE-DEPT-TOTAL
           END-IF.

      *Return one sorted person, breaking on a new department and a
      *new section within it.
       6210-RETURN-ELIGIBLE.

           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
               NOT AT END
                   IF FIRST-DEPT-NOT-SEEN
                           OR SR-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                       PERFORM 6220-BREAK-ON-DEPARTMENT
                   END-IF
                   IF SR-RETIRE-SECTION NOT = WS-RETIRE-SECTION
                       PERFORM 6230-START-SECTION
                   END-IF
                   PERFORM 6250-PRINT-RETIRE-LINE
           END-RETURN.

      *Close out the prior department and open the new one's
      *section with its DEPARTMENT heading.
       6220-BREAK-ON-DEPARTMENT.

           IF NOT FIRST-DEPT-NOT-SEEN
               PERFORM 6240-PRINT-RETIRE-DEPT-TOTAL
           END-IF

           MOVE "N" TO WS-FIRST-DEPT-SWITCH
           MOVE SR-DEPT-CODE TO WS-PREV-DEPT-CODE
           MOVE 0 TO WS-RETIRE-SECTION
           MOVE 0 TO WS-RET-DEPT-NOW
           MOVE 0 TO WS-RET-DEPT-SOON

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SR-DEPT-CODE TO DEPT-HDR-CODE
           MOVE SR-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
           PERFORM 0220-FIND-DEPT-ENTRY
           IF WS-DEPT-FOUND-INDEX > 0
               MOVE WS-DT-NAME(WS-DEPT-FOUND-INDEX)
                   TO DEPT-HDR-NAME
           ELSE
               MOVE "*NOT ON DEPT MASTER*" TO DEPT-HDR-NAME
           END-IF
           MOVE WS-DEPT-HEADING-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Print the heading of the section the next people fall in.
       6230-START-SECTION.

           MOVE SR-RETIRE-SECTION TO WS-RETIRE-SECTION
           IF WS-RETIRE-SECTION = 1
               MOVE WS-RETIRE-AGE TO RET-S1-AGE
               MOVE WS-RETIRE-SECTION-1-LINE TO PRINT-LINE
           ELSE
               MOVE WS-RETIRE-AGE TO RET-S2-AGE
               MOVE WS-AGE-DELTA TO RET-S2-YEARS
               MOVE WS-RETIRE-SECTION-2-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE.

      *Print the department's counts on the DEPT line that closes
      *its section.
       6240-PRINT-RETIRE-DEPT-TOTAL.

           MOVE WS-PREV-DEPT-CODE TO RET-DEPT-CODE
           MOVE WS-RET-DEPT-NOW TO RET-DEPT-NOW
           MOVE WS-RET-DEPT-SOON TO RET-DEPT-SOON
           MOVE WS-RETIRE-DEPT-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Print one eligible person with their age as of the run date.
       6250-PRINT-RETIRE-LINE.

           MOVE SR-FIRST-NAME TO WS-FIRST_NAME OF WS-USER
           MOVE SR-LAST-NAME TO WS-LAST-NAME OF WS-USER
           PERFORM 0300-BUILD-FULL-NAME
           MOVE SR-DATE-OF-BIRTH TO WS-WORK-DOB
           PERFORM 0400-COMPUTE-AGE-FROM-DOB

           MOVE SR-EMP-ID TO RET-EMP-ID
           MOVE WS-FULL-NAME TO RET-FULL-NAME
           MOVE WS-COMPUTED-AGE TO RET-AGE
           MOVE WS-RETIRE-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           IF WS-RETIRE-SECTION = 1
               ADD 1 TO WS-RET-DEPT-NOW
           ELSE
               ADD 1 TO WS-RET-DEPT-SOON
           END-IF.

      *Write the retirement report's heading.
       6900-WRITE-RETIRE-HEADER.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

      *Workforce Demographics Report: the master sorted into
      *department order and tallied one department at a time, every
      *employment status included so active, on-leave and terminated
      *people can be shown side by side.  Ages are as of the
      *business date, so a rerun the next morning reports the same
      *night's picture.
       7000-RUN-DEMOGRAPHICS-REPORT.

           MOVE 0 TO WS-DG-DEPTS-REPORTED
           MOVE 0 TO WS-DG-DEPTS-FLAGGED
           PERFORM 0500-GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE

           OPEN INPUT USER-MASTER

           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "USER MASTER COULD NOT BE OPENED, STATUS="
                   WS-MASTER-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO USER MASTER FILE" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 0200-LOAD-DEPT-TABLE
               OPEN OUTPUT PRINT-FILE
               MOVE 1 TO WS-PAGE-NUMBER
               PERFORM 7900-WRITE-DEMOG-HEADER

               PERFORM VARYING WS-DG-ROW FROM 1 BY 1
                       UNTIL WS-DG-ROW > 4
                   PERFORM VARYING WS-DG-AGE-SUB FROM 1 BY 1
                           UNTIL WS-DG-AGE-SUB > 121
                       MOVE 0 TO WS-DG-CO-AGE-COUNT(WS-DG-ROW,
                           WS-DG-AGE-SUB)
                   END-PERFORM
                   MOVE 0 TO WS-DG-CO-NO-DOB(WS-DG-ROW)
               END-PERFORM

               MOVE "N" TO WS-EOF-MASTER-SWITCH
               SORT SORT-FILE
                   ON ASCENDING KEY SR-DEPT-CODE
                                    SR-EMP-ID
                   INPUT PROCEDURE IS 7100-RELEASE-ALL-MASTER
                   OUTPUT PROCEDURE IS 7300-TALLY-SORTED-MASTER

               PERFORM 7600-PRINT-COMPANY-TOTALS
               CLOSE PRINT-FILE
               CLOSE USER-MASTER

               MOVE 0 TO WS-FINAL-RETURN-CODE
               MOVE "DEMOGRAPHICS REPORT PRINTED" TO WS-AUDIT-RESULT
           END-IF

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           STRING "DEMOG DEPTS=" DELIMITED BY SIZE
               WS-DG-DEPTS-REPORTED DELIMITED BY SIZE
               " FLAGGED=" DELIMITED BY SIZE
               WS-DG-DEPTS-FLAGGED DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING
           PERFORM 9000-LOG-AUDIT-ENTRY.

      *Feed every master record to the sort, whatever its status.
       7100-RELEASE-ALL-MASTER.

           PERFORM 7110-RELEASE-ONE-PERSON
               UNTIL END-OF-MASTER-FILE.

      *Read one master record and hand it to the sort.
       7110-RELEASE-ONE-PERSON.

           READ USER-MASTER NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   PERFORM 4210-RELEASE-TO-SORT
           END-READ.

      *Take the sorted people back a department at a time; each
      *department's figures print when the next one starts.
       7300-TALLY-SORTED-MASTER.

           MOVE "N" TO WS-EOF-SORT-SWITCH
           MOVE "Y" TO WS-FIRST-DEPT-SWITCH
           MOVE SPACES TO WS-PREV-DEPT-CODE

           PERFORM 7310-TALLY-SORTED-RECORD
               UNTIL END-OF-SORT-FILE

           IF NOT FIRST-DEPT-NOT-SEEN
               PERFORM 7400-PRINT-DEPT-DEMOGRAPHICS
           END-IF.

      *Return one sorted person, break on a new department, and
      *tally them.
       7310-TALLY-SORTED-RECORD.

           RETURN SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
               NOT AT END
                   IF FIRST-DEPT-NOT-SEEN
                           OR SR-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                       PERFORM 7320-BREAK-ON-DEMOG-DEPT
                   END-IF
                   PERFORM 7330-TALLY-ONE-PERSON
           END-RETURN.

      *Print the prior department and start an empty histogram for
      *the new one.
       7320-BREAK-ON-DEMOG-DEPT.

           IF NOT FIRST-DEPT-NOT-SEEN
               PERFORM 7400-PRINT-DEPT-DEMOGRAPHICS
           END-IF

           MOVE "N" TO WS-FIRST-DEPT-SWITCH
           MOVE SR-DEPT-CODE TO WS-PREV-DEPT-CODE

           PERFORM VARYING WS-DG-ROW FROM 1 BY 1
                   UNTIL WS-DG-ROW > 4
               PERFORM VARYING WS-DG-AGE-SUB FROM 1 BY 1
                       UNTIL WS-DG-AGE-SUB > 121
                   MOVE 0 TO WS-DG-DEPT-AGE-COUNT(WS-DG-ROW,
                       WS-DG-AGE-SUB)
               END-PERFORM
               MOVE 0 TO WS-DG-DEPT-NO-DOB(WS-DG-ROW)
           END-PERFORM.

      *Add one person to their status row and, unless terminated,
      *to the staff row.  Anything not terminated or on leave counts
      *as active, the same rule the projection uses.
       7330-TALLY-ONE-PERSON.

           EVALUATE SR-EMPL-STATUS
               WHEN "T"
                   MOVE 3 TO WS-DG-ROW
               WHEN "L"
                   MOVE 2 TO WS-DG-ROW
               WHEN OTHER
                   MOVE 1 TO WS-DG-ROW
           END-EVALUATE

           MOVE -1 TO WS-COMPUTED-AGE
           IF SR-DATE-OF-BIRTH IS NUMERIC
               MOVE SR-DATE-OF-BIRTH TO WS-WORK-DOB
               PERFORM 0400-COMPUTE-AGE-FROM-DOB
           END-IF

           IF WS-COMPUTED-AGE < 0 OR WS-COMPUTED-AGE > 120
               ADD 1 TO WS-DG-DEPT-NO-DOB(WS-DG-ROW)
               IF WS-DG-ROW < 3
                   ADD 1 TO WS-DG-DEPT-NO-DOB(4)
               END-IF
           ELSE
               COMPUTE WS-DG-AGE-SUB = WS-COMPUTED-AGE + 1
               ADD 1 TO WS-DG-DEPT-AGE-COUNT(WS-DG-ROW, WS-DG-AGE-SUB)
               IF WS-DG-ROW < 3
                   ADD 1 TO WS-DG-DEPT-AGE-COUNT(4, WS-DG-AGE-SUB)
               END-IF
           END-IF.

      *Print one department's block and roll its histogram into the
      *company totals.  A block that will not fit on the current
      *page starts a new one, so a department never splits.
       7400-PRINT-DEPT-DEMOGRAPHICS.

           COMPUTE WS-DG-BLOCK-LINES = 9 + WS-HORIZON-COUNT
           IF WS-LINES-ON-PAGE + WS-DG-BLOCK-LINES
                   > WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 7900-WRITE-DEMOG-HEADER
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PREV-DEPT-CODE TO DEPT-HDR-CODE
           MOVE WS-PREV-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
           PERFORM 0220-FIND-DEPT-ENTRY
           IF WS-DEPT-FOUND-INDEX > 0
               MOVE WS-DT-NAME(WS-DEPT-FOUND-INDEX)
                   TO DEPT-HDR-NAME
           ELSE
               MOVE "*NOT ON DEPT MASTER*" TO DEPT-HDR-NAME
           END-IF
           MOVE WS-DEPT-HEADING-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 2 TO WS-LINES-ON-PAGE

           MOVE WS-DG-DEPT-HIST TO WS-DG-WORK-HIST
           PERFORM 7450-PRINT-HISTOGRAM-BLOCK

           ADD 1 TO WS-DG-DEPTS-REPORTED
           IF DG-WINDOW-OVER-SHARE
               ADD 1 TO WS-DG-DEPTS-FLAGGED
               DISPLAY "DEPARTMENT " WS-PREV-DEPT-CODE
                   " OVER RETIREMENT WINDOW SHARE"
           END-IF

           PERFORM VARYING WS-DG-ROW FROM 1 BY 1
                   UNTIL WS-DG-ROW > 4
               PERFORM VARYING WS-DG-AGE-SUB FROM 1 BY 1
                       UNTIL WS-DG-AGE-SUB > 121
                   ADD WS-DG-DEPT-AGE-COUNT(WS-DG-ROW, WS-DG-AGE-SUB)
                       TO WS-DG-CO-AGE-COUNT(WS-DG-ROW, WS-DG-AGE-SUB)
               END-PERFORM
               ADD WS-DG-DEPT-NO-DOB(WS-DG-ROW)
                   TO WS-DG-CO-NO-DOB(WS-DG-ROW)
           END-PERFORM.

      *Print the column heading, the status and staff rows as of
      *the business date, the staff row at every horizon, and the
      *retirement-window line, all off the working histogram.
       7450-PRINT-HISTOGRAM-BLOCK.

           MOVE WS-DEMOG-COLUMN-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINES-ON-PAGE

           MOVE 0 TO WS-DG-OFFSET
           PERFORM VARYING WS-DG-ROW FROM 1 BY 1
                   UNTIL WS-DG-ROW > 4
               MOVE WS-DG-ROW-LABEL(WS-DG-ROW) TO DG-ROW-LABEL
               PERFORM 7500-SUMMARIZE-HISTOGRAM-ROW
               PERFORM 7460-WRITE-DEMOG-DETAIL
           END-PERFORM

           MOVE 4 TO WS-DG-ROW
           PERFORM VARYING WS-HORIZON-INDEX FROM 1 BY 1
                   UNTIL WS-HORIZON-INDEX > WS-HORIZON-COUNT
               MOVE WS-HORIZON-DELTA(WS-HORIZON-INDEX)
                   TO WS-DG-OFFSET
               MOVE SPACES TO DG-ROW-LABEL
               STRING "STAFF +" DELIMITED BY SIZE
                   WS-DG-OFFSET DELIMITED BY SIZE
                   " YR" DELIMITED BY SIZE
                   INTO DG-ROW-LABEL
               END-STRING
               PERFORM 7500-SUMMARIZE-HISTOGRAM-ROW
               PERFORM 7460-WRITE-DEMOG-DETAIL
           END-PERFORM

           PERFORM 7550-MEASURE-RETIREMENT-WINDOW.

      *Move the summarized row onto a detail line and print it.  A
      *row with nobody of known age leaves average and median blank.
       7460-WRITE-DEMOG-DETAIL.

           PERFORM VARYING WS-DG-BAND FROM 1 BY 1
                   UNTIL WS-DG-BAND > 5
               MOVE WS-DG-BAND-COUNT(WS-DG-BAND)
                   TO DG-BAND-COL(WS-DG-BAND)
           END-PERFORM
           MOVE WS-DG-WK-NO-DOB(WS-DG-ROW) TO DG-NO-DOB
           COMPUTE DG-TOTAL = WS-DG-ROW-TOTAL
               + WS-DG-WK-NO-DOB(WS-DG-ROW)

           IF WS-DG-ROW-TOTAL = 0
               MOVE SPACES TO DG-AVERAGE
               MOVE SPACES TO DG-MEDIAN
           ELSE
               MOVE WS-DG-AVERAGE TO WS-DG-AGE-EDITED
               MOVE WS-DG-AGE-EDITED TO DG-AVERAGE
               MOVE WS-DG-MEDIAN TO WS-DG-AGE-EDITED
               MOVE WS-DG-AGE-EDITED TO DG-MEDIAN
           END-IF

           MOVE WS-DEMOG-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

      *Summarize histogram row WS-DG-ROW with every age read
      *WS-DG-OFFSET years older: the five band counts, the number
      *of people of known age, and their average and median age.
      *The median is the middle age, or the mean of the two middle
      *ages when the count is even, found by walking the histogram
      *up to the middle position(s).
       7500-SUMMARIZE-HISTOGRAM-ROW.

           PERFORM VARYING WS-DG-BAND FROM 1 BY 1
                   UNTIL WS-DG-BAND > 5
               MOVE 0 TO WS-DG-BAND-COUNT(WS-DG-BAND)
           END-PERFORM
           MOVE 0 TO WS-DG-ROW-TOTAL
           MOVE 0 TO WS-DG-AGE-SUM
           MOVE 0 TO WS-DG-AVERAGE
           MOVE 0 TO WS-DG-MEDIAN

           PERFORM VARYING WS-DG-AGE-SUB FROM 1 BY 1
                   UNTIL WS-DG-AGE-SUB > 121
               IF WS-DG-WK-AGE-COUNT(WS-DG-ROW, WS-DG-AGE-SUB) > 0
                   COMPUTE WS-DG-AGE = WS-DG-AGE-SUB - 1
                       + WS-DG-OFFSET
                   EVALUATE TRUE
                       WHEN WS-DG-AGE < 25
                           MOVE 1 TO WS-DG-BAND
                       WHEN WS-DG-AGE < 35
                           MOVE 2 TO WS-DG-BAND
                       WHEN WS-DG-AGE < 45
                           MOVE 3 TO WS-DG-BAND
                       WHEN WS-DG-AGE < 55
                           MOVE 4 TO WS-DG-BAND
                       WHEN OTHER
                           MOVE 5 TO WS-DG-BAND
                   END-EVALUATE
                   ADD WS-DG-WK-AGE-COUNT(WS-DG-ROW, WS-DG-AGE-SUB)
                       TO WS-DG-BAND-COUNT(WS-DG-BAND)
                          WS-DG-ROW-TOTAL
                   COMPUTE WS-DG-AGE-SUM = WS-DG-AGE-SUM
                       + WS-DG-AGE
                       * WS-DG-WK-AGE-COUNT(WS-DG-ROW, WS-DG-AGE-SUB)
               END-IF
           END-PERFORM

           IF WS-DG-ROW-TOTAL > 0
               COMPUTE WS-DG-AVERAGE ROUNDED =
                   WS-DG-AGE-SUM / WS-DG-ROW-TOTAL
               COMPUTE WS-DG-MID-POS-1 = (WS-DG-ROW-TOTAL + 1) / 2
               COMPUTE WS-DG-MID-POS-2 = (WS-DG-ROW-TOTAL + 2) / 2
               MOVE 0 TO WS-DG-CUMULATIVE
               PERFORM VARYING WS-DG-AGE-SUB FROM 1 BY 1
                       UNTIL WS-DG-AGE-SUB > 121
                   MOVE WS-DG-CUMULATIVE TO WS-DG-CUM-BEFORE
                   ADD WS-DG-WK-AGE-COUNT(WS-DG-ROW, WS-DG-AGE-SUB)
                       TO WS-DG-CUMULATIVE
                   COMPUTE WS-DG-AGE = WS-DG-AGE-SUB - 1
                       + WS-DG-OFFSET
                   IF WS-DG-MID-POS-1 > WS-DG-CUM-BEFORE
                           AND WS-DG-MID-POS-1 NOT > WS-DG-CUMULATIVE
                       MOVE WS-DG-AGE TO WS-DG-MID-AGE-1
                   END-IF
                   IF WS-DG-MID-POS-2 > WS-DG-CUM-BEFORE
                           AND WS-DG-MID-POS-2 NOT > WS-DG-CUMULATIVE
                       MOVE WS-DG-AGE TO WS-DG-MID-AGE-2
                   END-IF
               END-PERFORM
               COMPUTE WS-DG-MEDIAN =
                   (WS-DG-MID-AGE-1 + WS-DG-MID-AGE-2) / 2
           END-IF.

      *Count the staff of known age who have reached the retirement
      *age or will within the first horizon - the same window the
      *Retirement Eligibility Report uses - and flag the block when
      *their share of staff is over the configured share.
       7550-MEASURE-RETIREMENT-WINDOW.

           MOVE "N" TO WS-DG-FLAG-SWITCH
           MOVE 0 TO WS-DG-OFFSET
           MOVE 4 TO WS-DG-ROW
           PERFORM 7500-SUMMARIZE-HISTOGRAM-ROW

           MOVE 0 TO WS-DG-WINDOW-COUNT
           PERFORM VARYING WS-DG-AGE-SUB FROM 1 BY 1
                   UNTIL WS-DG-AGE-SUB > 121
               IF WS-DG-AGE-SUB - 1 + WS-AGE-DELTA
                       NOT < WS-RETIRE-AGE
                   ADD WS-DG-WK-AGE-COUNT(4, WS-DG-AGE-SUB)
                       TO WS-DG-WINDOW-COUNT
               END-IF
           END-PERFORM

           MOVE 0 TO WS-DG-WINDOW-PCT
           IF WS-DG-ROW-TOTAL > 0
               COMPUTE WS-DG-WINDOW-PCT ROUNDED =
                   WS-DG-WINDOW-COUNT * 100 / WS-DG-ROW-TOTAL
           END-IF

           MOVE SPACES TO DG-WIN-FLAG
           IF WS-DG-WINDOW-PCT > WS-RETIRE-FLAG-PCT
               MOVE "Y" TO WS-DG-FLAG-SWITCH
               MOVE "** OVER FLAG SHARE **" TO DG-WIN-FLAG
           END-IF

           MOVE WS-DG-WINDOW-COUNT TO DG-WIN-COUNT
           MOVE WS-DG-ROW-TOTAL TO DG-WIN-STAFF
           MOVE WS-DG-WINDOW-PCT TO DG-WIN-PCT
           MOVE WS-DEMOG-WINDOW-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

      *Company-wide block at the end, in the same layout as a
      *department, with the count of departments flagged.
       7600-PRINT-COMPANY-TOTALS.

           COMPUTE WS-DG-BLOCK-LINES = 10 + WS-HORIZON-COUNT
           IF WS-LINES-ON-PAGE + WS-DG-BLOCK-LINES
                   > WS-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 7900-WRITE-DEMOG-HEADER
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DEMOG-COMPANY-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 2 TO WS-LINES-ON-PAGE

           MOVE WS-DG-CO-HIST TO WS-DG-WORK-HIST
           PERFORM 7450-PRINT-HISTOGRAM-BLOCK

           MOVE WS-DG-DEPTS-FLAGGED TO DG-FLAGGED-COUNT
           MOVE WS-DG-DEPTS-REPORTED TO DG-REPORTED-COUNT
           MOVE WS-DEMOG-FLAGGED-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

      *Write the demographics heading at the top of each page.
       7900-WRITE-DEMOG-HEADER.

           MOVE WS-RUN-MM TO DG-HDR-MM
           MOVE WS-RUN-DD TO DG-HDR-DD
           MOVE WS-RUN-YYYY TO DG-HDR-YYYY
           MOVE WS-PAGE-NUMBER TO DG-HDR-PAGE
           MOVE WS-RETIRE-AGE TO DG-HDR-RETIRE-AGE
           MOVE WS-AGE-DELTA TO DG-HDR-WINDOW
           MOVE WS-RETIRE-FLAG-PCT TO DG-HDR-FLAG-PCT

           MOVE WS-DEMOG-HEADER-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-DEMOG-HEADER-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE 0 TO WS-LINES-ON-PAGE.

      *Ask run control whether tonight's projection may start, and
      *record that it has.  COUNT_NUMBERS must have completed first.
       9100-RECORD-RUN-START.
