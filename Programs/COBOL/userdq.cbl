      ******************************************************************
      * Author: Systems Programming
      * Date: 2026-10-15
      * Purpose: USER-MASTER data-quality and referential-integrity
      *          sweep.  Mode "M" edits each transaction as it comes
      *          in; this program checks the master as a whole.  It
      *          reads every record without changing anything and
      *          lists on its exception report: department codes
      *          missing from or inactive on DEPTMAST (converted
      *          records still sitting in UNKN show here), employment
      *          status and date combinations that make no sense
      *          (a terminated record with no termination date, an
      *          active one carrying one, dates after the business
      *          date or before the birth date), birth dates that
      *          are not real dates or give an impossible age as of
      *          the business date, and probable duplicate people -
      *          the same last name, first name and date of birth
      *          under different EMP-IDs.  The report ends with a
      *          count per check.  The exception threshold comes
      *          from the PARM (default 0); the run ends with
      *          condition code 4 when the exceptions exceed it, so
      *          the morning summary catches a master that is
      *          drifting.  The master is claimed through USERLOCK
      *          as a reader.  Every run is logged through AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERDQ.
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

           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "USERDQRP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERSON-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD USER-MASTER.
       COPY "USERREC.CPY".

       FD DEPT-MASTER-FILE.
       COPY "DEPTREC.CPY".

       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       SD PERSON-SORT-FILE.
       01 PERSON-SORT-RECORD.
           05 PS-LAST-NAME PIC X(10).
           05 PS-FIRST-NAME PIC X(10).
           05 PS-DATE-OF-BIRTH PIC 9(08).
           05 PS-EMP-ID PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       COPY "USERLARG.CPY".

       01 WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-DEPT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-MASTER-SWITCH PIC X(01) VALUE "N".
           88 END-OF-MASTER-FILE VALUE "Y".
       01 WS-EOF-DEPT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-DEPT-FILE VALUE "Y".
       01 WS-EOF-SORT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SORT-FILE VALUE "Y".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

      *Exception threshold, from the PARM when one is given.
       01 WS-PARM-THRESHOLD PIC X(05) VALUE SPACES.
       01 WS-EXCEPTION-THRESHOLD PIC 9(05) VALUE 0.

      *Ages outside this range as of the business date are
      *impossible for someone on the payroll.
       01 WS-MIN-WORKING-AGE PIC 9(02) VALUE 16.
       01 WS-MAX-WORKING-AGE PIC 9(02) VALUE 99.

       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05 WS-BUS-YYYY PIC 9(04).
           05 WS-BUS-MM PIC 9(02).
           05 WS-BUS-DD PIC 9(02).

      *Date work area for the month/day edit every date goes
      *through, the same edit mode "M" applies to a birth date.
       01 WS-CHECK-DATE PIC 9(08) VALUE 0.
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05 WS-CHK-YYYY PIC 9(04).
           05 WS-CHK-MM PIC 9(02).
           05 WS-CHK-DD PIC 9(02).
       01 WS-DATE-VALID-SWITCH PIC X(01) VALUE "N".
           88 CHECK-DATE-IS-VALID VALUE "Y".
       01 WS-DOB-VALID-SWITCH PIC X(01) VALUE "N".
           88 BIRTH-DATE-IS-VALID VALUE "Y".
       01 WS-COMPUTED-AGE PIC S9(04) VALUE 0.

      *Department reference master, loaded once.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DT-CODE PIC X(04).
               10 WS-DT-ACTIVE PIC X(01).
       01 WS-DEPT-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-DEPT-FOUND-INDEX PIC 9(03) COMP VALUE 0.

      *The checks the sweep makes.  Each entry is the four-byte
      *exception code followed by the text printed against it.
       01 WS-CHECK-DATA.
           05 FILLER PIC X(30) VALUE "Q001DEPT NOT ON DEPTMAST".
           05 FILLER PIC X(30) VALUE "Q002DEPT INACTIVE ON DEPTMAST".
           05 FILLER PIC X(30) VALUE "Q003INVALID EMPL STATUS".
           05 FILLER PIC X(30) VALUE "Q004TERMINATED, NO TERM DATE".
           05 FILLER PIC X(30) VALUE "Q005NOT TERMINATED, TERM DATE".
           05 FILLER PIC X(30) VALUE "Q006STATUS DATE MISSING/BAD".
           05 FILLER PIC X(30) VALUE "Q007TERM DATE NOT A DATE".
           05 FILLER PIC X(30) VALUE "Q008DATE AFTER BUSINESS DATE".
           05 FILLER PIC X(30) VALUE "Q009DATE BEFORE BIRTH DATE".
           05 FILLER PIC X(30) VALUE "Q010BIRTH DATE NOT A DATE".
           05 FILLER PIC X(30) VALUE "Q011IMPOSSIBLE AGE".
           05 FILLER PIC X(30) VALUE "Q012PROBABLE DUPLICATE PERSON".
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-DATA.
           05 WS-CHECK-ENTRY OCCURS 12 TIMES.
               10 WS-CHECK-CODE PIC X(04).
               10 WS-CHECK-TEXT PIC X(26).
       01 WS-CHECK-COUNTS.
           05 WS-CHECK-COUNT OCCURS 12 TIMES PIC 9(06) VALUE 0.
       01 WS-CHECK-INDEX PIC 9(02) COMP VALUE 0.

       01 WS-EXCEPTION-DETAIL PIC X(18) VALUE SPACES.
       01 WS-RECORDS-READ PIC 9(06) VALUE 0.
       01 WS-RECORDS-WITH-EXCEPTIONS PIC 9(06) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(06) VALUE 0.
       01 WS-RECORD-EXCEPTION-SWITCH PIC X(01) VALUE "N".
           88 RECORD-HAS-EXCEPTION VALUE "Y".

      *The person sort's previous key and how long the current run
      *of identical people is.
       01 WS-PREV-PERSON-KEY PIC X(28) VALUE SPACES.
       01 WS-PREV-PERSON-EMP-ID PIC 9(06) VALUE 0.
       01 WS-PERSON-RUN-LENGTH PIC 9(04) COMP VALUE 0.
       01 WS-PERSON-KEY PIC X(28) VALUE SPACES.

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(28)
               VALUE "USER-MASTER DATA QUALITY    ".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05 HDR-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-YYYY PIC 9(04).

       01 WS-REPORT-COLUMN-HEADER.
           05 FILLER PIC X(08) VALUE "EMP-ID".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(32) VALUE "EXCEPTION".
           05 FILLER PIC X(18) VALUE "DETAIL".

       01 WS-REPORT-EXCEPTION-LINE.
           05 RPT-EMP-ID PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-NAME PIC X(21).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-CHECK-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-CHECK-TEXT PIC X(26).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-DETAIL PIC X(18).

       01 WS-REPORT-SUMMARY-HEADER PIC X(80)
           VALUE "EXCEPTIONS BY CHECK".

       01 WS-REPORT-SUMMARY-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-SUM-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-SUM-TEXT PIC X(26).
           05 RPT-SUM-COUNT PIC ZZZ,ZZ9.

       01 WS-REPORT-COUNTS-LINE.
           05 FILLER PIC X(17) VALUE "RECORDS CHECKED: ".
           05 RPT-RECORDS-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  WITH EXCEPTIONS: ".
           05 RPT-RECORDS-WITH-EXC PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  EXCEPTIONS: ".
           05 RPT-EXCEPTION-COUNT PIC ZZZ,ZZ9.

       01 WS-REPORT-THRESHOLD-LINE.
           05 FILLER PIC X(21) VALUE "EXCEPTION THRESHOLD: ".
           05 RPT-THRESHOLD PIC ZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RPT-THRESHOLD-RESULT PIC X(40).

       PROCEDURE DIVISION.

      *Establish the business date and the threshold, sweep the
      *master, and print what was found.
       0000-USERDQ-MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-GET-THRESHOLD
           PERFORM 1100-GET-BUSINESS-DATE
           PERFORM 1200-LOAD-DEPT-TABLE

           OPEN OUTPUT PRINT-FILE
           PERFORM 2900-WRITE-REPORT-HEADER

           MOVE "R" TO UL-CALL-INTENT
           PERFORM 9400-CLAIM-USER-MASTER

           IF USER-LOCK-REFUSED
               DISPLAY "USERDQ NOT RUN - USER-MASTER IN USE"
               MOVE 12 TO WS-FINAL-RETURN-CODE
               MOVE "MASTER FILE IN USE" TO WS-AUDIT-RESULT
           ELSE
               OPEN INPUT USER-MASTER

               IF WS-MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "USER MASTER COULD NOT BE OPENED, "
                       "STATUS=" WS-MASTER-FILE-STATUS
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "NO USER MASTER FILE" TO WS-AUDIT-RESULT
               ELSE
                   SORT PERSON-SORT-FILE
                       ON ASCENDING KEY PS-LAST-NAME PS-FIRST-NAME
                           PS-DATE-OF-BIRTH PS-EMP-ID
                       INPUT PROCEDURE IS 2000-CHECK-MASTER
                       OUTPUT PROCEDURE IS 3000-FIND-DUPLICATE-PEOPLE
                   CLOSE USER-MASTER
                   PERFORM 4000-JUDGE-THRESHOLD
               END-IF

               PERFORM 9500-RELEASE-USER-MASTER
           END-IF

           PERFORM 2950-WRITE-REPORT-SUMMARY
           CLOSE PRINT-FILE

           PERFORM 9000-LOG-AUDIT-ENTRY

           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *The threshold comes from the PARM; with none, any exception
      *at all makes the run a warning.
       1000-GET-THRESHOLD.

           ACCEPT WS-PARM-THRESHOLD FROM COMMAND-LINE

           IF WS-PARM-THRESHOLD(1:1) NOT = SPACE
                   AND WS-PARM-THRESHOLD(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-THRESHOLD)
                   TO WS-EXCEPTION-THRESHOLD
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
           END-IF.

      *Load the department reference master.  A missing file leaves
      *the table empty and every department is reported as not on
      *file, which is the truth as far as this run can prove.
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
                   IF WS-DEPT-COUNT < 100
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DM-DEPT-CODE
                           TO WS-DT-CODE(WS-DEPT-COUNT)
                       MOVE DM-ACTIVE-FLAG
                           TO WS-DT-ACTIVE(WS-DEPT-COUNT)
                   ELSE
                       DISPLAY "DEPT TABLE FULL, CODE DROPPED: "
                           DM-DEPT-CODE
                   END-IF
           END-READ.

      *The sort's input side: read and check every master record,
      *then release it to the duplicate-person sort.
       2000-CHECK-MASTER.

           MOVE "N" TO WS-EOF-MASTER-SWITCH
           PERFORM 2100-CHECK-ONE-RECORD
               UNTIL END-OF-MASTER-FILE.

      *Run every single-record check against one master record.
       2100-CHECK-ONE-RECORD.

           READ USER-MASTER NEXT RECORD
               AT END
                   SET END-OF-MASTER-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE "N" TO WS-RECORD-EXCEPTION-SWITCH
                   PERFORM 2200-CHECK-DEPARTMENT
                   PERFORM 2300-CHECK-STATUS-AND-DATES
                   PERFORM 2400-CHECK-BIRTH-DATE
                   IF RECORD-HAS-EXCEPTION
                       ADD 1 TO WS-RECORDS-WITH-EXCEPTIONS
                   END-IF
                   MOVE UM-LAST-NAME TO PS-LAST-NAME
                   MOVE UM-FIRST-NAME TO PS-FIRST-NAME
                   MOVE UM-DATE-OF-BIRTH TO PS-DATE-OF-BIRTH
                   MOVE UM-EMP-ID TO PS-EMP-ID
                   RELEASE PERSON-SORT-RECORD
           END-READ.

      *The department must be on DEPTMAST and active.  A terminated
      *person is left alone here - a closed department is allowed
      *to keep its leavers.
       2200-CHECK-DEPARTMENT.

           MOVE 0 TO WS-DEPT-FOUND-INDEX

           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND-INDEX > 0
               IF WS-DT-CODE(WS-DEPT-INDEX) = UM-DEPT-CODE
                   MOVE WS-DEPT-INDEX TO WS-DEPT-FOUND-INDEX
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-EXCEPTION-DETAIL
           STRING "DEPT " DELIMITED BY SIZE
               UM-DEPT-CODE DELIMITED BY SIZE
               INTO WS-EXCEPTION-DETAIL
           END-STRING

           EVALUATE TRUE
               WHEN WS-DEPT-FOUND-INDEX = 0
                   MOVE 1 TO WS-CHECK-INDEX
                   PERFORM 2800-REPORT-EXCEPTION
               WHEN UM-IS-TERMINATED
                   CONTINUE
               WHEN WS-DT-ACTIVE(WS-DEPT-FOUND-INDEX) NOT = "A"
                   MOVE 2 TO WS-CHECK-INDEX
                   PERFORM 2800-REPORT-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *The status must be active, leave or terminated; a terminated
      *record needs a termination date and any other must not have
      *one; every date must be a real date no later than the
      *business date.
       2300-CHECK-STATUS-AND-DATES.

           IF NOT UM-IS-ACTIVE
                   AND NOT UM-IS-ON-LEAVE
                   AND NOT UM-IS-TERMINATED
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING "STATUS '" DELIMITED BY SIZE
                   UM-EMPL-STATUS DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO WS-EXCEPTION-DETAIL
               END-STRING
               MOVE 3 TO WS-CHECK-INDEX
               PERFORM 2800-REPORT-EXCEPTION
           END-IF

           IF UM-TERM-DATE IS NOT NUMERIC
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING "TERM " DELIMITED BY SIZE
                   UM-TERM-DATE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-DETAIL
               END-STRING
               MOVE 7 TO WS-CHECK-INDEX
               PERFORM 2800-REPORT-EXCEPTION
           ELSE
               IF UM-IS-TERMINATED AND UM-TERM-DATE = 0
                   MOVE "TERM DATE ZERO" TO WS-EXCEPTION-DETAIL
                   MOVE 4 TO WS-CHECK-INDEX
                   PERFORM 2800-REPORT-EXCEPTION
               END-IF
               IF NOT UM-IS-TERMINATED AND UM-TERM-DATE NOT = 0
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING "TERM " DELIMITED BY SIZE
                       UM-TERM-DATE DELIMITED BY SIZE
                       INTO WS-EXCEPTION-DETAIL
                   END-STRING
                   MOVE 5 TO WS-CHECK-INDEX
                   PERFORM 2800-REPORT-EXCEPTION
               END-IF
               IF UM-TERM-DATE NOT = 0
                   MOVE UM-TERM-DATE TO WS-CHECK-DATE
                   PERFORM 2700-VALIDATE-CHECK-DATE
                   IF NOT CHECK-DATE-IS-VALID
                       MOVE SPACES TO WS-EXCEPTION-DETAIL
                       STRING "TERM " DELIMITED BY SIZE
                           UM-TERM-DATE DELIMITED BY SIZE
                           INTO WS-EXCEPTION-DETAIL
                       END-STRING
                       MOVE 7 TO WS-CHECK-INDEX
                       PERFORM 2800-REPORT-EXCEPTION
                   ELSE
                       PERFORM 2350-CHECK-DATE-RANGE
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-EXCEPTION-DETAIL
           STRING "STATUS " DELIMITED BY SIZE
               UM-STATUS-DATE DELIMITED BY SIZE
               INTO WS-EXCEPTION-DETAIL
           END-STRING

           IF UM-STATUS-DATE IS NOT NUMERIC
               MOVE 6 TO WS-CHECK-INDEX
               PERFORM 2800-REPORT-EXCEPTION
           ELSE
               MOVE UM-STATUS-DATE TO WS-CHECK-DATE
               PERFORM 2700-VALIDATE-CHECK-DATE
               IF NOT CHECK-DATE-IS-VALID
                   MOVE 6 TO WS-CHECK-INDEX
                   PERFORM 2800-REPORT-EXCEPTION
               ELSE
                   PERFORM 2350-CHECK-DATE-RANGE
               END-IF
           END-IF.

      *A real date in WS-CHECK-DATE (detail already set up) must
      *not be after the business date nor before the birth date.
       2350-CHECK-DATE-RANGE.

           IF WS-CHECK-DATE > WS-BUSINESS-DATE
               MOVE 8 TO WS-CHECK-INDEX
               PERFORM 2800-REPORT-EXCEPTION
           END-IF

           IF UM-DATE-OF-BIRTH IS NUMERIC
                   AND WS-CHECK-DATE < UM-DATE-OF-BIRTH
               MOVE 9 TO WS-CHECK-INDEX
               PERFORM 2800-REPORT-EXCEPTION
           END-IF.

      *The birth date must be a real date, and the age it gives as
      *of the business date must be a working age.
       2400-CHECK-BIRTH-DATE.

           MOVE SPACES TO WS-EXCEPTION-DETAIL
           STRING "DOB " DELIMITED BY SIZE
               UM-DATE-OF-BIRTH DELIMITED BY SIZE
               INTO WS-EXCEPTION-DETAIL
           END-STRING

           MOVE "N" TO WS-DOB-VALID-SWITCH
           IF UM-DATE-OF-BIRTH IS NUMERIC
               MOVE UM-DATE-OF-BIRTH TO WS-CHECK-DATE
               PERFORM 2700-VALIDATE-CHECK-DATE
               IF CHECK-DATE-IS-VALID
                   SET BIRTH-DATE-IS-VALID TO TRUE
               END-IF
           END-IF

           IF NOT BIRTH-DATE-IS-VALID
               MOVE 10 TO WS-CHECK-INDEX
               PERFORM 2800-REPORT-EXCEPTION
           ELSE
               COMPUTE WS-COMPUTED-AGE = WS-BUS-YYYY - WS-CHK-YYYY
               IF WS-BUSINESS-DATE(5:4) < WS-CHECK-DATE(5:4)
                   SUBTRACT 1 FROM WS-COMPUTED-AGE
               END-IF
               IF WS-COMPUTED-AGE < WS-MIN-WORKING-AGE
                       OR WS-COMPUTED-AGE > WS-MAX-WORKING-AGE
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING "DOB " DELIMITED BY SIZE
                       UM-DATE-OF-BIRTH DELIMITED BY SIZE
                       INTO WS-EXCEPTION-DETAIL
                   END-STRING
                   MOVE 11 TO WS-CHECK-INDEX
                   PERFORM 2800-REPORT-EXCEPTION
               END-IF
           END-IF.

      *A date is real when it has a month 1-12 and a day that month
      *can have; the year must be 1900 or later.
       2700-VALIDATE-CHECK-DATE.

           MOVE "Y" TO WS-DATE-VALID-SWITCH

           EVALUATE TRUE
               WHEN WS-CHK-YYYY < 1900
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               WHEN WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               WHEN WS-CHK-DD < 1 OR WS-CHK-DD > 31
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               WHEN (WS-CHK-MM = 4 OR 6 OR 9 OR 11)
                       AND WS-CHK-DD > 30
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               WHEN WS-CHK-MM = 2 AND WS-CHK-DD > 29
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Print one exception for the current master record and count
      *it under its check.
       2800-REPORT-EXCEPTION.

           MOVE UM-EMP-ID TO RPT-EMP-ID
           MOVE SPACES TO RPT-NAME
           STRING UM-FIRST-NAME DELIMITED BY SPACE
               SPACE DELIMITED BY SIZE
               UM-LAST-NAME DELIMITED BY SPACE
               INTO RPT-NAME
           END-STRING
           MOVE WS-CHECK-CODE(WS-CHECK-INDEX) TO RPT-CHECK-CODE
           MOVE WS-CHECK-TEXT(WS-CHECK-INDEX) TO RPT-CHECK-TEXT
           MOVE WS-EXCEPTION-DETAIL TO RPT-DETAIL
           MOVE WS-REPORT-EXCEPTION-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           ADD 1 TO WS-CHECK-COUNT(WS-CHECK-INDEX)
           ADD 1 TO WS-EXCEPTION-COUNT
           SET RECORD-HAS-EXCEPTION TO TRUE.

      *The sort's output side: people sorted by name and birth date
      *land side by side, so every run of identical keys under
      *different EMP-IDs is a probable duplicate.  Each person in
      *the run is listed with the EMP-ID it duplicates.
       3000-FIND-DUPLICATE-PEOPLE.

           MOVE "N" TO WS-EOF-SORT-SWITCH
           MOVE SPACES TO WS-PREV-PERSON-KEY
           MOVE 0 TO WS-PERSON-RUN-LENGTH

           PERFORM 3100-RETURN-ONE-PERSON
               UNTIL END-OF-SORT-FILE.

      *Compare one sorted person with the one before.  The first
      *repeat prints the original as well as the copy.
       3100-RETURN-ONE-PERSON.

           RETURN PERSON-SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
               NOT AT END
                   MOVE PERSON-SORT-RECORD(1:28) TO WS-PERSON-KEY
                   IF WS-PERSON-RUN-LENGTH > 0
                           AND WS-PERSON-KEY = WS-PREV-PERSON-KEY
                       ADD 1 TO WS-PERSON-RUN-LENGTH
                       IF WS-PERSON-RUN-LENGTH = 2
                           MOVE WS-PREV-PERSON-EMP-ID TO UM-EMP-ID
                           PERFORM 3200-REPORT-DUPLICATE
                       END-IF
                       MOVE PS-EMP-ID TO UM-EMP-ID
                       PERFORM 3200-REPORT-DUPLICATE
                   ELSE
                       MOVE 1 TO WS-PERSON-RUN-LENGTH
                       MOVE PS-EMP-ID TO WS-PREV-PERSON-EMP-ID
                   END-IF
                   MOVE WS-PERSON-KEY TO WS-PREV-PERSON-KEY
           END-RETURN.

      *Report one member of a duplicate group against the first
      *EMP-ID of the group.
       3200-REPORT-DUPLICATE.

           MOVE PS-FIRST-NAME TO UM-FIRST-NAME
           MOVE PS-LAST-NAME TO UM-LAST-NAME
           MOVE SPACES TO WS-EXCEPTION-DETAIL
           IF UM-EMP-ID = WS-PREV-PERSON-EMP-ID
               STRING "DOB " DELIMITED BY SIZE
                   PS-DATE-OF-BIRTH DELIMITED BY SIZE
                   INTO WS-EXCEPTION-DETAIL
               END-STRING
           ELSE
               STRING "SAME AS " DELIMITED BY SIZE
                   WS-PREV-PERSON-EMP-ID DELIMITED BY SIZE
                   INTO WS-EXCEPTION-DETAIL
               END-STRING
           END-IF
           MOVE 12 TO WS-CHECK-INDEX
           PERFORM 2800-REPORT-EXCEPTION.

      *Write the report heading.
       2900-WRITE-REPORT-HEADER.

           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE
           MOVE WS-RUN-MM TO HDR-MM
           MOVE WS-RUN-DD TO HDR-DD
           MOVE WS-RUN-YYYY TO HDR-YYYY
           MOVE WS-REPORT-HEADER-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REPORT-COLUMN-HEADER TO PRINT-LINE
           WRITE PRINT-LINE.

      *Close the report out with the count per check, the record
      *counts and the threshold verdict.
       2950-WRITE-REPORT-SUMMARY.

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REPORT-SUMMARY-HEADER TO PRINT-LINE
           WRITE PRINT-LINE

           PERFORM VARYING WS-CHECK-INDEX FROM 1 BY 1
                   UNTIL WS-CHECK-INDEX > 12
               MOVE WS-CHECK-CODE(WS-CHECK-INDEX) TO RPT-SUM-CODE
               MOVE WS-CHECK-TEXT(WS-CHECK-INDEX) TO RPT-SUM-TEXT
               MOVE WS-CHECK-COUNT(WS-CHECK-INDEX) TO RPT-SUM-COUNT
               MOVE WS-REPORT-SUMMARY-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RECORDS-READ TO RPT-RECORDS-READ
           MOVE WS-RECORDS-WITH-EXCEPTIONS TO RPT-RECORDS-WITH-EXC
           MOVE WS-EXCEPTION-COUNT TO RPT-EXCEPTION-COUNT
           MOVE WS-REPORT-COUNTS-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE WS-EXCEPTION-THRESHOLD TO RPT-THRESHOLD
           IF WS-EXCEPTION-COUNT > WS-EXCEPTION-THRESHOLD
               MOVE "** EXCEPTIONS OVER THRESHOLD **"
                   TO RPT-THRESHOLD-RESULT
           ELSE
               MOVE "WITHIN THRESHOLD" TO RPT-THRESHOLD-RESULT
           END-IF
           MOVE WS-REPORT-THRESHOLD-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Over the threshold is a warning for the morning summary.
       4000-JUDGE-THRESHOLD.

           IF WS-EXCEPTION-COUNT > WS-EXCEPTION-THRESHOLD
               MOVE 4 TO WS-FINAL-RETURN-CODE
               MOVE "EXCEPTIONS OVER THRESHOLD" TO WS-AUDIT-RESULT
               DISPLAY "USER-MASTER DATA QUALITY EXCEPTIONS: "
                   WS-EXCEPTION-COUNT " OVER THRESHOLD "
                   WS-EXCEPTION-THRESHOLD
           ELSE
               MOVE 0 TO WS-FINAL-RETURN-CODE
               MOVE "DATA QUALITY WITHIN THRESHOLD" TO WS-AUDIT-RESULT
           END-IF.

      *Claim USER-MASTER through the shared interlock before the
      *open - the sweep only reads, so it shares with other readers.
       9400-CLAIM-USER-MASTER.

           MOVE "C" TO UL-CALL-FUNCTION
           MOVE "USERDQ" TO UL-CALL-PROGRAM-NAME
           CALL "USERLOCK" USING USER-LOCK-CALL-AREA.

      *Release the claim once the master is closed.
       9500-RELEASE-USER-MASTER.

           MOVE "R" TO UL-CALL-FUNCTION
           MOVE "USERDQ" TO UL-CALL-PROGRAM-NAME
           CALL "USERLOCK" USING USER-LOCK-CALL-AREA.

      *Log this run the same way every other program does.
       9000-LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           STRING "CHECKED=" DELIMITED BY SIZE
               WS-RECORDS-READ DELIMITED BY SIZE
               " EXC=" DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING

           MOVE "USERDQ" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
           MOVE WS-AUDIT-RESULT TO AUD-CALL-RESULT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

       END PROGRAM USERDQ.
