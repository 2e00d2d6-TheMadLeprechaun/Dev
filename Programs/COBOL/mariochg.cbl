      ******************************************************************
      * Author: Systems Programming
      * Date: 2026-10-15
      * Purpose: Month-end MARIO print chargeback.  MARIO logs every
      *          request its request-file run serves or rejects to
      *          the permanent usage history; for the report month
      *          (YYYYMM PARM, defaulting to the current month) this
      *          program totals the diagrams, report pages and lines
      *          served per requestor and diagram type and prices
      *          them from the MARIORTE rate table - a charge per
      *          diagram of the type plus a charge per page it took.
      *          Only the last run of each business date and cycle
      *          is counted, so a night that was rerun is not billed
      *          twice.  Each requestor's rejected requests are
      *          counted by reason, and a requestor rejected more
      *          than once in the month is flagged so repeat bad
      *          heights can be chased.  A type with no rate is
      *          reported unpriced with a non-zero condition code.
      *          Every run is logged through AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARIOCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN TO "MARIOUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "MARIORTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD USAGE-FILE.
       COPY "MARIOUSE.CPY".

       FD RATE-FILE.
       COPY "MARIORTE.CPY".

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-USAGE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-USAGE-SWITCH PIC X(01) VALUE "N".
           88 END-OF-USAGE-FILE VALUE "Y".
       01 WS-EOF-RATE-SWITCH PIC X(01) VALUE "N".
           88 END-OF-RATE-FILE VALUE "Y".
       01 WS-USAGE-SWITCH PIC X(01) VALUE "N".
           88 USAGE-FILE-FOUND VALUE "Y".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

       01 WS-PARM-MONTH PIC X(06) VALUE SPACES.
       01 WS-REPORT-MONTH PIC 9(06).
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
           05 WS-RPT-YYYY PIC 9(04).
           05 WS-RPT-MM PIC 9(02).

       01 WS-RUN-DATE PIC 9(08).

      *Rates off the MARIORTE table, one line per diagram type.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 10 TIMES.
               10 WS-RATE-TYPE PIC X(01).
               10 WS-RATE-PER-DIAGRAM PIC 9(03)V99.
               10 WS-RATE-PER-PAGE PIC 9(03)V99.
       01 WS-RATE-COUNT PIC 9(02) COMP VALUE 0.
       01 WS-RATE-INDEX PIC 9(02) COMP VALUE 0.
       01 WS-RATE-FOUND-INDEX PIC 9(02) COMP VALUE 0.

      *The run that counts for each business date and cycle met in
      *the report month: the latest run stamp logged for it.  A
      *rerun's entries carry a later stamp than the failed
      *attempt's, so only the rerun is charged.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 100 TIMES.
               10 WS-NIGHT-DAY PIC 9(02).
               10 WS-NIGHT-CYCLE PIC 9(02).
               10 WS-NIGHT-STAMP PIC X(16).
       01 WS-NIGHT-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-NIGHT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-NIGHT-FOUND-INDEX PIC 9(03) COMP VALUE 0.

      *The diagram types MARIO serves, in the order each requestor's
      *usage is kept and printed.
       01 WS-TYPE-CODES PIC X(04) VALUE "RCIB".
       01 WS-TYPE-CODES-R REDEFINES WS-TYPE-CODES.
           05 WS-TYPE-CODE PIC X(01) OCCURS 4 TIMES.
       01 WS-TYPE-INDEX PIC 9(02) COMP VALUE 0.
       01 WS-TYPE-FOUND-INDEX PIC 9(02) COMP VALUE 0.

      *Month usage per requestor, kept in requestor order: what was
      *served by diagram type and what was rejected by reason.
       01 WS-RQR-TABLE.
           05 WS-RQR-ENTRY OCCURS 200 TIMES.
               10 WS-RQR-ID PIC X(08).
               10 WS-RQR-TYPE-USAGE OCCURS 4 TIMES.
                   15 WS-RQR-DIAGRAMS PIC 9(05).
                   15 WS-RQR-PAGES PIC 9(05).
                   15 WS-RQR-LINES PIC 9(07).
               10 WS-RQR-REJ-BAD-HEIGHT PIC 9(04).
               10 WS-RQR-REJ-TOO-TALL PIC 9(04).
               10 WS-RQR-REJ-UNKNOWN-TYPE PIC 9(04).
               10 WS-RQR-REJ-OTHER PIC 9(04).
               10 WS-RQR-REJ-TOTAL PIC 9(04).
       01 WS-RQR-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-RQR-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-RQR-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-RQR-SHIFT-INDEX PIC 9(03) COMP VALUE 0.

      *Charge work areas.
       01 WS-TYPE-CHARGE PIC 9(07)V99 VALUE 0.
       01 WS-RQR-CHARGE PIC 9(07)V99 VALUE 0.
       01 WS-RQR-DIAGRAMS-TOTAL PIC 9(06) VALUE 0.
       01 WS-RQR-PAGES-TOTAL PIC 9(06) VALUE 0.
       01 WS-RQR-LINES-TOTAL PIC 9(08) VALUE 0.

       01 WS-GRAND-DIAGRAMS PIC 9(06) VALUE 0.
       01 WS-GRAND-PAGES PIC 9(06) VALUE 0.
       01 WS-GRAND-LINES PIC 9(08) VALUE 0.
       01 WS-GRAND-CHARGE PIC 9(07)V99 VALUE 0.
       01 WS-GRAND-REJECTS PIC 9(04) VALUE 0.
       01 WS-UNPRICED-DIAGRAMS PIC 9(06) VALUE 0.
       01 WS-REPEAT-OFFENDERS PIC 9(04) VALUE 0.
       01 WS-REQUESTORS-REPORTED PIC 9(04) VALUE 0.
       01 WS-ENTRIES-COUNTED PIC 9(06) VALUE 0.
       01 WS-ENTRIES-SUPERSEDED PIC 9(06) VALUE 0.

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(28)
               VALUE "MARIO PRINT CHARGEBACK      ".
           05 FILLER PIC X(07) VALUE "MONTH: ".
           05 HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-YYYY PIC 9(04).

       01 WS-REPORT-COLUMN-HEADER.
           05 FILLER PIC X(12) VALUE "REQUESTOR".
           05 FILLER PIC X(06) VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "  DIAGRAMS".
           05 FILLER PIC X(09) VALUE "    PAGES".
           05 FILLER PIC X(11) VALUE "      LINES".
           05 FILLER PIC X(13) VALUE "       CHARGE".

       01 WS-REPORT-DETAIL-LINE.
           05 RPT-REQUESTOR-ID PIC X(08).
           05 FILLER PIC X(05) VALUE SPACES.
           05 RPT-DIAGRAM-TYPE PIC X(01).
           05 FILLER PIC X(08) VALUE SPACES.
           05 RPT-DIAGRAMS PIC ZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RPT-PAGES PIC ZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-LINES PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-CHARGE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-UNPRICED PIC X(08).

       01 WS-REPORT-REQUESTOR-TOTAL.
           05 RPT-TOT-REQUESTOR-ID PIC X(08).
           05 FILLER PIC X(14) VALUE " TOTAL".
           05 RPT-TOT-DIAGRAMS PIC ZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RPT-TOT-PAGES PIC ZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-TOT-LINES PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-TOT-CHARGE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "REJ: ".
           05 RPT-TOT-REJECTS PIC ZZZ9.

       01 WS-REJECT-HEADER PIC X(80)
           VALUE "REJECTED REQUESTS BY REQUESTOR".

       01 WS-REJECT-COLUMN-HEADER.
           05 FILLER PIC X(12) VALUE "REQUESTOR".
           05 FILLER PIC X(12) VALUE "  BAD HEIGHT".
           05 FILLER PIC X(10) VALUE "  TOO TALL".
           05 FILLER PIC X(10) VALUE "   UNKNOWN".
           05 FILLER PIC X(08) VALUE "   OTHER".
           05 FILLER PIC X(08) VALUE "   TOTAL".

       01 WS-REJECT-DETAIL-LINE.
           05 RPT-REJ-REQUESTOR-ID PIC X(08).
           05 FILLER PIC X(12) VALUE SPACES.
           05 RPT-REJ-BAD-HEIGHT PIC ZZZ9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 RPT-REJ-TOO-TALL PIC ZZZ9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 RPT-REJ-UNKNOWN-TYPE PIC ZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RPT-REJ-OTHER PIC ZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RPT-REJ-TOTAL PIC ZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-REJ-FLAG PIC X(14).

       01 WS-REPORT-GRAND-TOTAL.
           05 FILLER PIC X(22) VALUE "MONTH TOTAL".
           05 RPT-GRD-DIAGRAMS PIC ZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RPT-GRD-PAGES PIC ZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-GRD-LINES PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-GRD-CHARGE PIC Z,ZZZ,ZZ9.99.

       01 WS-REPORT-REJECT-TOTAL.
           05 FILLER PIC X(26) VALUE "REQUESTS REJECTED:".
           05 FTR-REJECTS PIC ZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "REPEAT OFFENDERS: ".
           05 FTR-REPEAT-OFFENDERS PIC ZZZ9.

       01 WS-REPORT-ENTRY-TOTAL.
           05 FILLER PIC X(26) VALUE "USAGE ENTRIES CHARGED:".
           05 FTR-ENTRIES-COUNTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "SUPERSEDED BY A RERUN: ".
           05 FTR-ENTRIES-SUPERSEDED PIC ZZZ,ZZ9.

       01 WS-REPORT-FOOTER-UNPRICED.
           05 FILLER PIC X(26) VALUE "** UNPRICED DIAGRAMS **".
           05 FTR-UNPRICED PIC ZZ,ZZ9.
           05 FILLER PIC X(26) VALUE "  - NO RATE FOR THEIR TYPE".

       01 WS-REPORT-FOOTER-OK PIC X(80)
           VALUE "ALL USAGE PRICED".

       01 WS-REPORT-NO-USAGE PIC X(80)
           VALUE "NO MARIO USAGE LOGGED FOR THIS MONTH".

       01 WS-REPORT-NO-REJECTS PIC X(80)
           VALUE "NO REJECTED REQUESTS THIS MONTH".

       PROCEDURE DIVISION.

      *Pick the report month, load the rates, total the month's
      *usage from the last run of each night, and print the
      *chargeback.
       0000-MARIOCHG-MAIN.

           PERFORM 1000-GET-REPORT-MONTH
           PERFORM 1100-LOAD-RATE-TABLE
           PERFORM 2000-FIND-LATEST-RUNS

           IF USAGE-FILE-FOUND
               PERFORM 2100-ACCUMULATE-USAGE
           END-IF

           PERFORM 3000-PRINT-REPORT

           EVALUATE TRUE
               WHEN NOT USAGE-FILE-FOUND
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "NO USAGE HISTORY FILE" TO WS-AUDIT-RESULT
               WHEN WS-UNPRICED-DIAGRAMS > 0
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   IF WS-RATE-COUNT = 0
                       MOVE "NO RATE TABLE - USAGE UNPRICED"
                           TO WS-AUDIT-RESULT
                   ELSE
                       MOVE "CHARGEBACK HAS UNPRICED USAGE"
                           TO WS-AUDIT-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE "CHARGEBACK REPORT PRINTED" TO WS-AUDIT-RESULT
           END-EVALUATE

           PERFORM 9000-LOG-AUDIT-ENTRY

           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *The report month comes from a YYYYMM PARM, defaulting to the
      *month the job is running in.
       1000-GET-REPORT-MONTH.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-MONTH FROM COMMAND-LINE

           IF WS-PARM-MONTH IS NUMERIC
               MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.

      *Load the rate table.  A missing table leaves every diagram
      *unpriced, which the report and condition code both show.
       1100-LOAD-RATE-TABLE.

           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATE-FILE

           IF WS-RATE-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-RATE
                   UNTIL END-OF-RATE-FILE
               CLOSE RATE-FILE
           ELSE
               DISPLAY "RATE TABLE COULD NOT BE OPENED, STATUS="
                   WS-RATE-FILE-STATUS
           END-IF.

      *Load one rate line into its table slot.
       1110-LOAD-ONE-RATE.

           READ RATE-FILE
               AT END
                   SET END-OF-RATE-FILE TO TRUE
               NOT AT END
                   IF WS-RATE-COUNT < 10
                           AND MR-RATE-PER-DIAGRAM IS NUMERIC
                           AND MR-RATE-PER-PAGE IS NUMERIC
                       ADD 1 TO WS-RATE-COUNT
                       MOVE MR-DIAGRAM-TYPE
                           TO WS-RATE-TYPE(WS-RATE-COUNT)
                       MOVE MR-RATE-PER-DIAGRAM
                           TO WS-RATE-PER-DIAGRAM(WS-RATE-COUNT)
                       MOVE MR-RATE-PER-PAGE
                           TO WS-RATE-PER-PAGE(WS-RATE-COUNT)
                   END-IF
           END-READ.

      *First pass over the usage history: note the latest run stamp
      *for each of the report month's business dates and cycles.
       2000-FIND-LATEST-RUNS.

           MOVE 0 TO WS-NIGHT-COUNT
           MOVE "N" TO WS-EOF-USAGE-SWITCH
           OPEN INPUT USAGE-FILE

           IF WS-USAGE-FILE-STATUS NOT = "00"
               DISPLAY "USAGE HISTORY COULD NOT BE OPENED, STATUS="
                   WS-USAGE-FILE-STATUS
           ELSE
               SET USAGE-FILE-FOUND TO TRUE
               PERFORM 2010-NOTE-ONE-RUN
                   UNTIL END-OF-USAGE-FILE
               CLOSE USAGE-FILE
           END-IF.

      *Keep the later of this entry's run stamp and the one already
      *noted for its night.
       2010-NOTE-ONE-RUN.

           READ USAGE-FILE
               AT END
                   SET END-OF-USAGE-FILE TO TRUE
               NOT AT END
                   IF MU-BUS-YYYY = WS-RPT-YYYY
                           AND MU-BUS-MM = WS-RPT-MM
                       PERFORM 2050-FIND-OR-ADD-NIGHT
                       IF WS-NIGHT-FOUND-INDEX > 0
                           IF MU-RUN-STAMP >
                                   WS-NIGHT-STAMP(WS-NIGHT-FOUND-INDEX)
                               MOVE MU-RUN-STAMP TO
                                   WS-NIGHT-STAMP(WS-NIGHT-FOUND-INDEX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *Find the entry's night slot, claiming a new one the first
      *time a business date and cycle is met.
       2050-FIND-OR-ADD-NIGHT.

           MOVE 0 TO WS-NIGHT-FOUND-INDEX
           PERFORM VARYING WS-NIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-NIGHT-INDEX > WS-NIGHT-COUNT
                       OR WS-NIGHT-FOUND-INDEX > 0
               IF WS-NIGHT-DAY(WS-NIGHT-INDEX) = MU-BUS-DD
                       AND WS-NIGHT-CYCLE(WS-NIGHT-INDEX)
                           = MU-CYCLE-NUMBER
                   MOVE WS-NIGHT-INDEX TO WS-NIGHT-FOUND-INDEX
               END-IF
           END-PERFORM

           IF WS-NIGHT-FOUND-INDEX = 0
               IF WS-NIGHT-COUNT < 100
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE WS-NIGHT-COUNT TO WS-NIGHT-FOUND-INDEX
                   MOVE MU-BUS-DD TO WS-NIGHT-DAY(WS-NIGHT-COUNT)
                   MOVE MU-CYCLE-NUMBER
                       TO WS-NIGHT-CYCLE(WS-NIGHT-COUNT)
                   MOVE LOW-VALUES TO WS-NIGHT-STAMP(WS-NIGHT-COUNT)
               ELSE
                   DISPLAY "NIGHT TABLE FULL, ENTRY DROPPED: "
                       MU-BUSINESS-DATE " CYCLE " MU-CYCLE-NUMBER
               END-IF
           END-IF.

      *Second pass: post every entry from the run that counts for
      *its night into its requestor's totals.
       2100-ACCUMULATE-USAGE.

           MOVE 0 TO WS-RQR-COUNT
           MOVE "N" TO WS-EOF-USAGE-SWITCH
           OPEN INPUT USAGE-FILE

           IF WS-USAGE-FILE-STATUS = "00"
               PERFORM 2110-POST-ONE-ENTRY
                   UNTIL END-OF-USAGE-FILE
               CLOSE USAGE-FILE
           END-IF.

      *Post one usage entry.  An entry from a run that was later
      *rerun for the same night is passed over.
       2110-POST-ONE-ENTRY.

           READ USAGE-FILE
               AT END
                   SET END-OF-USAGE-FILE TO TRUE
               NOT AT END
                   IF MU-BUS-YYYY = WS-RPT-YYYY
                           AND MU-BUS-MM = WS-RPT-MM
                       PERFORM 2050-FIND-OR-ADD-NIGHT
                       IF WS-NIGHT-FOUND-INDEX > 0
                           IF MU-RUN-STAMP =
                                   WS-NIGHT-STAMP(WS-NIGHT-FOUND-INDEX)
                               PERFORM 2200-FIND-OR-ADD-REQUESTOR
                               PERFORM 2120-POST-INTO-REQUESTOR
                           ELSE
                               ADD 1 TO WS-ENTRIES-SUPERSEDED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *Add a served request to its type's totals or a rejected one
      *to its reason's count.
       2120-POST-INTO-REQUESTOR.

           IF WS-RQR-FOUND-INDEX > 0
               ADD 1 TO WS-ENTRIES-COUNTED
               IF MU-IS-SERVED
                   PERFORM 2300-POST-SERVED
               ELSE
                   PERFORM 2400-POST-REJECT
               END-IF
           END-IF.

      *Find the requestor's slot.  A requestor met for the first time
      *is slotted in requestor order, so the report prints sorted.
       2200-FIND-OR-ADD-REQUESTOR.

           MOVE 0 TO WS-RQR-FOUND-INDEX
           PERFORM VARYING WS-RQR-INDEX FROM 1 BY 1
                   UNTIL WS-RQR-INDEX > WS-RQR-COUNT
                       OR WS-RQR-ID(WS-RQR-INDEX) >= MU-REQUESTOR-ID
               CONTINUE
           END-PERFORM

           IF WS-RQR-INDEX <= WS-RQR-COUNT
               IF WS-RQR-ID(WS-RQR-INDEX) = MU-REQUESTOR-ID
                   MOVE WS-RQR-INDEX TO WS-RQR-FOUND-INDEX
               END-IF
           END-IF

           IF WS-RQR-FOUND-INDEX = 0
               IF WS-RQR-COUNT < 200
                   PERFORM VARYING WS-RQR-SHIFT-INDEX
                           FROM WS-RQR-COUNT BY -1
                           UNTIL WS-RQR-SHIFT-INDEX < WS-RQR-INDEX
                       MOVE WS-RQR-ENTRY(WS-RQR-SHIFT-INDEX)
                           TO WS-RQR-ENTRY(WS-RQR-SHIFT-INDEX + 1)
                   END-PERFORM
                   ADD 1 TO WS-RQR-COUNT
                   MOVE WS-RQR-INDEX TO WS-RQR-FOUND-INDEX
                   INITIALIZE WS-RQR-ENTRY(WS-RQR-FOUND-INDEX)
                   MOVE MU-REQUESTOR-ID
                       TO WS-RQR-ID(WS-RQR-FOUND-INDEX)
               ELSE
                   DISPLAY "REQUESTOR TABLE FULL, ENTRY DROPPED: "
                       MU-REQUESTOR-ID
               END-IF
           END-IF.

      *Add a served request's diagram, pages and lines under its
      *type.
       2300-POST-SERVED.

           MOVE 0 TO WS-TYPE-FOUND-INDEX
           PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                   UNTIL WS-TYPE-INDEX > 4
                       OR WS-TYPE-FOUND-INDEX > 0
               IF WS-TYPE-CODE(WS-TYPE-INDEX) = MU-DIAGRAM-TYPE
                   MOVE WS-TYPE-INDEX TO WS-TYPE-FOUND-INDEX
               END-IF
           END-PERFORM

           IF WS-TYPE-FOUND-INDEX > 0
               ADD 1 TO WS-RQR-DIAGRAMS
                   (WS-RQR-FOUND-INDEX, WS-TYPE-FOUND-INDEX)
               ADD MU-PAGES-PRINTED TO WS-RQR-PAGES
                   (WS-RQR-FOUND-INDEX, WS-TYPE-FOUND-INDEX)
               ADD MU-LINES-PRINTED TO WS-RQR-LINES
                   (WS-RQR-FOUND-INDEX, WS-TYPE-FOUND-INDEX)
           ELSE
               DISPLAY "SERVED ENTRY WITH UNKNOWN TYPE SKIPPED: "
                   MU-REQUESTOR-ID " TYPE " MU-DIAGRAM-TYPE
           END-IF.

      *Count a rejected request under its reason.
       2400-POST-REJECT.

           EVALUATE MU-REJECT-REASON
               WHEN "BAD HEIGHT"
                   ADD 1 TO WS-RQR-REJ-BAD-HEIGHT(WS-RQR-FOUND-INDEX)
               WHEN "TOO TALL FOR C"
                   ADD 1 TO WS-RQR-REJ-TOO-TALL(WS-RQR-FOUND-INDEX)
               WHEN "UNKNOWN TYPE"
                   ADD 1
                       TO WS-RQR-REJ-UNKNOWN-TYPE(WS-RQR-FOUND-INDEX)
               WHEN OTHER
                   ADD 1 TO WS-RQR-REJ-OTHER(WS-RQR-FOUND-INDEX)
           END-EVALUATE

           ADD 1 TO WS-RQR-REJ-TOTAL(WS-RQR-FOUND-INDEX).

      *Print the heading, each requestor's priced usage by type with
      *a requestor total, the rejects by requestor, and the month
      *totals.
       3000-PRINT-REPORT.

           OPEN OUTPUT PRINT-FILE

           MOVE WS-RPT-MM TO HDR-MM
           MOVE WS-RPT-YYYY TO HDR-YYYY
           MOVE WS-REPORT-HEADER-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           IF WS-RQR-COUNT = 0
               MOVE WS-REPORT-NO-USAGE TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE WS-REPORT-COLUMN-HEADER TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 3100-PRINT-ONE-REQUESTOR
                   VARYING WS-RQR-INDEX FROM 1 BY 1
                   UNTIL WS-RQR-INDEX > WS-RQR-COUNT

               MOVE WS-GRAND-DIAGRAMS TO RPT-GRD-DIAGRAMS
               MOVE WS-GRAND-PAGES TO RPT-GRD-PAGES
               MOVE WS-GRAND-LINES TO RPT-GRD-LINES
               MOVE WS-GRAND-CHARGE TO RPT-GRD-CHARGE
               MOVE WS-REPORT-GRAND-TOTAL TO PRINT-LINE
               WRITE PRINT-LINE

               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 3300-PRINT-REJECTS
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-GRAND-REJECTS TO FTR-REJECTS
           MOVE WS-REPEAT-OFFENDERS TO FTR-REPEAT-OFFENDERS
           MOVE WS-REPORT-REJECT-TOTAL TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ENTRIES-COUNTED TO FTR-ENTRIES-COUNTED
           MOVE WS-ENTRIES-SUPERSEDED TO FTR-ENTRIES-SUPERSEDED
           MOVE WS-REPORT-ENTRY-TOTAL TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-UNPRICED-DIAGRAMS > 0
               MOVE WS-UNPRICED-DIAGRAMS TO FTR-UNPRICED
               MOVE WS-REPORT-FOOTER-UNPRICED TO PRINT-LINE
           ELSE
               MOVE WS-REPORT-FOOTER-OK TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE

           CLOSE PRINT-FILE.

      *Print one requestor: a priced line for each type they were
      *served, then their total and reject count.
       3100-PRINT-ONE-REQUESTOR.

           MOVE 0 TO WS-RQR-CHARGE
           MOVE 0 TO WS-RQR-DIAGRAMS-TOTAL
           MOVE 0 TO WS-RQR-PAGES-TOTAL
           MOVE 0 TO WS-RQR-LINES-TOTAL

           PERFORM 3110-PRINT-ONE-TYPE
               VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > 4

           MOVE WS-RQR-ID(WS-RQR-INDEX) TO RPT-TOT-REQUESTOR-ID
           MOVE WS-RQR-DIAGRAMS-TOTAL TO RPT-TOT-DIAGRAMS
           MOVE WS-RQR-PAGES-TOTAL TO RPT-TOT-PAGES
           MOVE WS-RQR-LINES-TOTAL TO RPT-TOT-LINES
           MOVE WS-RQR-CHARGE TO RPT-TOT-CHARGE
           MOVE WS-RQR-REJ-TOTAL(WS-RQR-INDEX) TO RPT-TOT-REJECTS
           MOVE WS-REPORT-REQUESTOR-TOTAL TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           ADD WS-RQR-DIAGRAMS-TOTAL TO WS-GRAND-DIAGRAMS
           ADD WS-RQR-PAGES-TOTAL TO WS-GRAND-PAGES
           ADD WS-RQR-LINES-TOTAL TO WS-GRAND-LINES
           ADD WS-RQR-CHARGE TO WS-GRAND-CHARGE
           ADD WS-RQR-REJ-TOTAL(WS-RQR-INDEX) TO WS-GRAND-REJECTS.

      *Price and print one type's usage for the requestor: its
      *diagram rate per diagram plus its page rate per page.  A
      *type with no rate line prints unpriced at no charge.
       3110-PRINT-ONE-TYPE.

           IF WS-RQR-DIAGRAMS(WS-RQR-INDEX, WS-TYPE-INDEX) > 0
               PERFORM 3150-FIND-RATE
               MOVE SPACES TO RPT-UNPRICED
               IF WS-RATE-FOUND-INDEX > 0
                   COMPUTE WS-TYPE-CHARGE =
                       WS-RQR-DIAGRAMS(WS-RQR-INDEX, WS-TYPE-INDEX)
                       * WS-RATE-PER-DIAGRAM(WS-RATE-FOUND-INDEX)
                       + WS-RQR-PAGES(WS-RQR-INDEX, WS-TYPE-INDEX)
                       * WS-RATE-PER-PAGE(WS-RATE-FOUND-INDEX)
               ELSE
                   MOVE 0 TO WS-TYPE-CHARGE
                   MOVE "UNPRICED" TO RPT-UNPRICED
                   ADD WS-RQR-DIAGRAMS(WS-RQR-INDEX, WS-TYPE-INDEX)
                       TO WS-UNPRICED-DIAGRAMS
               END-IF

               MOVE WS-RQR-ID(WS-RQR-INDEX) TO RPT-REQUESTOR-ID
               MOVE WS-TYPE-CODE(WS-TYPE-INDEX) TO RPT-DIAGRAM-TYPE
               MOVE WS-RQR-DIAGRAMS(WS-RQR-INDEX, WS-TYPE-INDEX)
                   TO RPT-DIAGRAMS
               MOVE WS-RQR-PAGES(WS-RQR-INDEX, WS-TYPE-INDEX)
                   TO RPT-PAGES
               MOVE WS-RQR-LINES(WS-RQR-INDEX, WS-TYPE-INDEX)
                   TO RPT-LINES
               MOVE WS-TYPE-CHARGE TO RPT-CHARGE
               MOVE WS-REPORT-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE

               ADD WS-RQR-DIAGRAMS(WS-RQR-INDEX, WS-TYPE-INDEX)
                   TO WS-RQR-DIAGRAMS-TOTAL
               ADD WS-RQR-PAGES(WS-RQR-INDEX, WS-TYPE-INDEX)
                   TO WS-RQR-PAGES-TOTAL
               ADD WS-RQR-LINES(WS-RQR-INDEX, WS-TYPE-INDEX)
                   TO WS-RQR-LINES-TOTAL
               ADD WS-TYPE-CHARGE TO WS-RQR-CHARGE
           END-IF.

      *Look up the rate line for the type being priced.
       3150-FIND-RATE.

           MOVE 0 TO WS-RATE-FOUND-INDEX
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                       OR WS-RATE-FOUND-INDEX > 0
               IF WS-RATE-TYPE(WS-RATE-INDEX)
                       = WS-TYPE-CODE(WS-TYPE-INDEX)
                   MOVE WS-RATE-INDEX TO WS-RATE-FOUND-INDEX
               END-IF
           END-PERFORM.

      *Print the month's rejects by requestor and reason, so the
      *requestors sending bad requests can be chased.
       3300-PRINT-REJECTS.

           IF WS-GRAND-REJECTS = 0
               MOVE WS-REPORT-NO-REJECTS TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE WS-REJECT-HEADER TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-REJECT-COLUMN-HEADER TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 3310-PRINT-ONE-REJECT-LINE
                   VARYING WS-RQR-INDEX FROM 1 BY 1
                   UNTIL WS-RQR-INDEX > WS-RQR-COUNT
           END-IF.

      *Print one requestor's rejects.  More than one reject in the
      *month marks a repeat offender.
       3310-PRINT-ONE-REJECT-LINE.

           IF WS-RQR-REJ-TOTAL(WS-RQR-INDEX) > 0
               MOVE WS-RQR-ID(WS-RQR-INDEX) TO RPT-REJ-REQUESTOR-ID
               MOVE WS-RQR-REJ-BAD-HEIGHT(WS-RQR-INDEX)
                   TO RPT-REJ-BAD-HEIGHT
               MOVE WS-RQR-REJ-TOO-TALL(WS-RQR-INDEX)
                   TO RPT-REJ-TOO-TALL
               MOVE WS-RQR-REJ-UNKNOWN-TYPE(WS-RQR-INDEX)
                   TO RPT-REJ-UNKNOWN-TYPE
               MOVE WS-RQR-REJ-OTHER(WS-RQR-INDEX) TO RPT-REJ-OTHER
               MOVE WS-RQR-REJ-TOTAL(WS-RQR-INDEX) TO RPT-REJ-TOTAL
               IF WS-RQR-REJ-TOTAL(WS-RQR-INDEX) > 1
                   MOVE "** REPEAT **" TO RPT-REJ-FLAG
                   ADD 1 TO WS-REPEAT-OFFENDERS
               ELSE
                   MOVE SPACES TO RPT-REJ-FLAG
               END-IF
               MOVE WS-REJECT-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *Log this run the same way every other program does.
       9000-LOG-AUDIT-ENTRY.

           MOVE WS-RQR-COUNT TO WS-REQUESTORS-REPORTED
           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           STRING "MONTH=" DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " RQ=" DELIMITED BY SIZE
               WS-REQUESTORS-REPORTED DELIMITED BY SIZE
               " REJ=" DELIMITED BY SIZE
               WS-GRAND-REJECTS DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING

           MOVE "MARIOCHG" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
           MOVE WS-AUDIT-RESULT TO AUD-CALL-RESULT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

       END PROGRAM MARIOCHG.
