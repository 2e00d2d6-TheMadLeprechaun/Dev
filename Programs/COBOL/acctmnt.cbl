      ******************************************************************
      * Author: Systems Programming
      * Date: 2026-10-15
      * Purpose: Maintains the account reference file that
      *          COUNT_NUMBERS validates every detail's account
      *          against.  Reads add/change/close/reopen
      *          transactions from ACCTTRN, applies them to the
      *          account file held as an in-storage table, rewrites
      *          the file, and prints an account listing report of
      *          every account with its name, status and close date
      *          plus the run's applied/rejected counts.  Rejected
      *          transactions go to ACCTMREJ with a reason code so
      *          data entry can fix and resubmit.  A closed account
      *          stays on file so its activity suspends as closed
      *          instead of unknown.  Every run is logged through
      *          AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REF-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ACCT-TRANS-FILE ASSIGN TO "ACCTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT ACCT-REJECT-FILE ASSIGN TO "ACCTMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ACCTMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-REF-FILE.
       COPY "ACCTREC.CPY".

       FD ACCT-TRANS-FILE.
       COPY "ACCTTRN.CPY".

      *Rejected account transactions: the original record image
      *plus a reason code so data entry can fix and resubmit.
       FD ACCT-REJECT-FILE.
       01 ACCT-REJECT-RECORD.
           05 ARJ-TRANS-IMAGE PIC X(39).
           05 FILLER PIC X(01).
           05 ARJ-REASON-CODE PIC X(04).

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-ACCT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-TRANS-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-REJECT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF-ACCT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ACCT-FILE VALUE "Y".
       01 WS-EOF-TRANS-SWITCH PIC X(01) VALUE "N".
           88 END-OF-TRANS-FILE VALUE "Y".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

      *The whole account reference file, held in storage for the
      *run.  Sized to match the table COUNT_NUMBERS loads it into.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-AT-NUMBER PIC 9(10).
               10 WS-AT-NAME PIC X(20).
               10 WS-AT-STATUS PIC X(01).
               10 WS-AT-CLOSE-DATE PIC 9(08).
       01 WS-ACCT-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-ACCT-MAX PIC 9(03) COMP VALUE 500.
       01 WS-ACCT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-ACCT-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-OPEN-COUNT PIC 9(03) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(03) VALUE 0.

      *Pre-edit work areas.  Reason codes:
      *  E101 invalid transaction code   E102 missing account number
      *  E103 missing account name       E104 duplicate add
      *  E105 not found on account file  E106 account table full
      *  E107 account already closed     E108 account not closed
      *  E109 invalid effective date
       01 WS-TRANS-VALID-SWITCH PIC X(01) VALUE "Y".
           88 ACCT-TRANS-VALID VALUE "Y".
       01 WS-TRANS-REASON-CODE PIC X(04) VALUE SPACES.

       01 WS-TRANS-READ-COUNT PIC 9(06) VALUE 0.
       01 WS-TRANS-APPLIED-COUNT PIC 9(06) VALUE 0.
       01 WS-TRANS-REJECTED-COUNT PIC 9(06) VALUE 0.

      *A close with no effective date closes as of the business
      *date the nightly stream is working under.
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-EFFECTIVE-DATE PIC 9(08) VALUE 0.
       01 WS-EFFECTIVE-DATE-R REDEFINES WS-EFFECTIVE-DATE.
           05 WS-EFF-YYYY PIC 9(04).
           05 WS-EFF-MM PIC 9(02).
           05 WS-EFF-DD PIC 9(02).

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(28)
               VALUE "ACCOUNT LISTING REPORT      ".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-YYYY PIC 9(04).

       01 WS-REPORT-COLUMN-HEADER.
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(22) VALUE "ACCOUNT NAME".
           05 FILLER PIC X(08) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "CLOSED ON".

       01 WS-REPORT-DETAIL-LINE.
           05 RPT-ACCT-NUMBER PIC 9(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-ACCT-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-ACCT-STATUS PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RPT-CLOSE-DATE PIC X(08).

       01 WS-REPORT-COUNTS-LINE.
           05 FILLER PIC X(07) VALUE "READ: ".
           05 RPT-READ-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  APPLIED: ".
           05 RPT-APPLIED-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  REJECTED: ".
           05 RPT-REJECTED-COUNT PIC ZZZ,ZZ9.

       01 WS-REPORT-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "ACCOUNTS ON FILE:       ".
           05 RPT-ACCT-TOTAL PIC ZZ9.
           05 FILLER PIC X(09) VALUE "   OPEN: ".
           05 RPT-OPEN-TOTAL PIC ZZ9.
           05 FILLER PIC X(11) VALUE "   CLOSED: ".
           05 RPT-CLOSED-TOTAL PIC ZZ9.

       PROCEDURE DIVISION.

      *Load the account file, apply the transaction file against
      *it, rewrite the file and prove the result with the listing.
       0000-ACCTMNT-MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-BUSINESS-DATE

           PERFORM 1000-LOAD-ACCT-FILE
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 3000-REWRITE-ACCT-FILE
           PERFORM 4000-PRINT-LISTING-REPORT
           PERFORM 9000-LOG-AUDIT-ENTRY

           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *Read the whole account file into the table.  A missing file
      *is the very first run - start with an empty table.  A record
      *keyed before the status existed comes in as open.
       1000-LOAD-ACCT-FILE.

           MOVE 0 TO WS-ACCT-COUNT
           OPEN INPUT ACCT-REF-FILE

           IF WS-ACCT-FILE-STATUS = "00"
               PERFORM 1010-LOAD-ONE-ACCT
                   UNTIL END-OF-ACCT-FILE
               CLOSE ACCT-REF-FILE
           END-IF.

      *Load one account record into its table slot.
       1010-LOAD-ONE-ACCT.

           READ ACCT-REF-FILE
               AT END
                   SET END-OF-ACCT-FILE TO TRUE
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AR-ACCOUNT-NUMBER
                           TO WS-AT-NUMBER(WS-ACCT-COUNT)
                       MOVE AR-ACCOUNT-NAME
                           TO WS-AT-NAME(WS-ACCT-COUNT)
                       IF AR-IS-CLOSED
                           MOVE "C" TO WS-AT-STATUS(WS-ACCT-COUNT)
                       ELSE
                           MOVE "O" TO WS-AT-STATUS(WS-ACCT-COUNT)
                       END-IF
                       IF AR-CLOSE-DATE IS NUMERIC
                           MOVE AR-CLOSE-DATE
                               TO WS-AT-CLOSE-DATE(WS-ACCT-COUNT)
                       ELSE
                           MOVE 0 TO WS-AT-CLOSE-DATE(WS-ACCT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "ACCOUNT TABLE FULL, RECORD DROPPED: "
                           AR-ACCOUNT-NUMBER
                   END-IF
           END-READ.

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

      *Apply every transaction on the file against the table.
       2000-APPLY-TRANSACTIONS.

           OPEN INPUT ACCT-TRANS-FILE

           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT TRANS FILE COULD NOT BE OPENED, STATUS="
                   WS-TRANS-FILE-STATUS
               SET END-OF-TRANS-FILE TO TRUE
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "ACCT MAINT - NO INPUT" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 2100-PROCESS-ONE-TRANS
                   UNTIL END-OF-TRANS-FILE
               CLOSE ACCT-TRANS-FILE

               IF WS-TRANS-REJECTED-COUNT > 0
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "ACCT MAINT HAD REJECTS" TO WS-AUDIT-RESULT
               ELSE
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE "ACCT MAINT COMPLETE" TO WS-AUDIT-RESULT
               END-IF
           END-IF.

      *Read one transaction, pre-edit it, and apply it only when it
      *passes every edit.
       2100-PROCESS-ONE-TRANS.

           READ ACCT-TRANS-FILE
               AT END
                   SET END-OF-TRANS-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ-COUNT
                   PERFORM 2200-EDIT-AND-APPLY-TRANS
           END-READ.

      *Pre-edit the transaction and route it by code.
       2200-EDIT-AND-APPLY-TRANS.

           MOVE "Y" TO WS-TRANS-VALID-SWITCH
           MOVE SPACES TO WS-TRANS-REASON-CODE

           IF NOT AT-IS-ADD AND NOT AT-IS-CHANGE
                   AND NOT AT-IS-CLOSE AND NOT AT-IS-REOPEN
               MOVE "N" TO WS-TRANS-VALID-SWITCH
               MOVE "E101" TO WS-TRANS-REASON-CODE
               DISPLAY "INVALID ACCT TRANS CODE: " AT-TRANS-CODE
           ELSE
               IF AT-ACCOUNT-NUMBER IS NOT NUMERIC
                       OR AT-ACCOUNT-NUMBER = 0
                   MOVE "N" TO WS-TRANS-VALID-SWITCH
                   MOVE "E102" TO WS-TRANS-REASON-CODE
                   DISPLAY "REJECTED - MISSING ACCOUNT NUMBER"
               ELSE
                   IF (AT-IS-ADD OR AT-IS-CHANGE)
                           AND AT-ACCOUNT-NAME = SPACES
                       MOVE "N" TO WS-TRANS-VALID-SWITCH
                       MOVE "E103" TO WS-TRANS-REASON-CODE
                       DISPLAY "REJECTED - MISSING ACCOUNT NAME: "
                           AT-ACCOUNT-NUMBER
                   END-IF
               END-IF
           END-IF

           IF ACCT-TRANS-VALID AND AT-IS-CLOSE
               PERFORM 2260-EDIT-EFFECTIVE-DATE
           END-IF

           IF ACCT-TRANS-VALID
               PERFORM 2250-FIND-ACCT-ENTRY
               EVALUATE TRUE
                   WHEN AT-IS-ADD
                       PERFORM 2300-ADD-ACCT
                   WHEN AT-IS-CHANGE
                       PERFORM 2400-CHANGE-ACCT
                   WHEN AT-IS-CLOSE
                       PERFORM 2500-CLOSE-ACCT
                   WHEN AT-IS-REOPEN
                       PERFORM 2600-REOPEN-ACCT
               END-EVALUATE
           ELSE
               PERFORM 2800-WRITE-ACCT-REJECT
           END-IF.

      *Find the transaction's account in the table, if present.
       2250-FIND-ACCT-ENTRY.

           MOVE 0 TO WS-ACCT-FOUND-INDEX
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               IF WS-AT-NUMBER(WS-ACCT-INDEX) = AT-ACCOUNT-NUMBER
                   MOVE WS-ACCT-INDEX TO WS-ACCT-FOUND-INDEX
               END-IF
           END-PERFORM.

      *A close takes its effective date as the close date; zero
      *means today's business date.  Anything else must at least
      *look like a calendar date.
       2260-EDIT-EFFECTIVE-DATE.

           IF AT-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "N" TO WS-TRANS-VALID-SWITCH
               MOVE "E109" TO WS-TRANS-REASON-CODE
               DISPLAY "REJECTED - BAD EFFECTIVE DATE: "
                   AT-ACCOUNT-NUMBER
           ELSE
               IF AT-EFFECTIVE-DATE = 0
                   MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
               ELSE
                   MOVE AT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   IF WS-EFF-YYYY < 1900
                           OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                           OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
                       MOVE "N" TO WS-TRANS-VALID-SWITCH
                       MOVE "E109" TO WS-TRANS-REASON-CODE
                       DISPLAY "REJECTED - BAD EFFECTIVE DATE: "
                           AT-ACCOUNT-NUMBER
                   END-IF
               END-IF
           END-IF.

      *Add a new account, open.  An add for an account already on
      *file is a duplicate whether it is open or closed - a closed
      *account comes back with a reopen, not a second add.
       2300-ADD-ACCT.

           IF WS-ACCT-FOUND-INDEX > 0
               DISPLAY "ADD FAILED - DUPLICATE ACCOUNT: "
                   AT-ACCOUNT-NUMBER
               MOVE "E104" TO WS-TRANS-REASON-CODE
               PERFORM 2800-WRITE-ACCT-REJECT
           ELSE
               IF WS-ACCT-COUNT < WS-ACCT-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE AT-ACCOUNT-NUMBER
                       TO WS-AT-NUMBER(WS-ACCT-COUNT)
                   MOVE AT-ACCOUNT-NAME TO WS-AT-NAME(WS-ACCT-COUNT)
                   MOVE "O" TO WS-AT-STATUS(WS-ACCT-COUNT)
                   MOVE 0 TO WS-AT-CLOSE-DATE(WS-ACCT-COUNT)
                   DISPLAY "ADDED ACCOUNT: " AT-ACCOUNT-NUMBER
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
               ELSE
                   DISPLAY "ADD FAILED - ACCOUNT TABLE FULL: "
                       AT-ACCOUNT-NUMBER
                   MOVE "E106" TO WS-TRANS-REASON-CODE
                   PERFORM 2800-WRITE-ACCT-REJECT
               END-IF
           END-IF.

      *Change an existing account's name.  The status is left
      *alone - only a close or reopen moves it.
       2400-CHANGE-ACCT.

           IF WS-ACCT-FOUND-INDEX = 0
               DISPLAY "CHANGE FAILED - NOT FOUND: " AT-ACCOUNT-NUMBER
               MOVE "E105" TO WS-TRANS-REASON-CODE
               PERFORM 2800-WRITE-ACCT-REJECT
           ELSE
               MOVE AT-ACCOUNT-NAME
                   TO WS-AT-NAME(WS-ACCT-FOUND-INDEX)
               DISPLAY "CHANGED ACCOUNT: " AT-ACCOUNT-NUMBER
               ADD 1 TO WS-TRANS-APPLIED-COUNT
           END-IF.

      *Close an open account as of the effective date.  The record
      *stays on file so its later activity suspends as closed.
       2500-CLOSE-ACCT.

           IF WS-ACCT-FOUND-INDEX = 0
               DISPLAY "CLOSE FAILED - NOT FOUND: " AT-ACCOUNT-NUMBER
               MOVE "E105" TO WS-TRANS-REASON-CODE
               PERFORM 2800-WRITE-ACCT-REJECT
           ELSE
               IF WS-AT-STATUS(WS-ACCT-FOUND-INDEX) = "C"
                   DISPLAY "CLOSE FAILED - ALREADY CLOSED: "
                       AT-ACCOUNT-NUMBER
                   MOVE "E107" TO WS-TRANS-REASON-CODE
                   PERFORM 2800-WRITE-ACCT-REJECT
               ELSE
                   MOVE "C" TO WS-AT-STATUS(WS-ACCT-FOUND-INDEX)
                   MOVE WS-EFFECTIVE-DATE
                       TO WS-AT-CLOSE-DATE(WS-ACCT-FOUND-INDEX)
                   DISPLAY "CLOSED ACCOUNT: " AT-ACCOUNT-NUMBER
                       " AS OF " WS-EFFECTIVE-DATE
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
               END-IF
           END-IF.

      *Reopen a closed account and clear its close date.
       2600-REOPEN-ACCT.

           IF WS-ACCT-FOUND-INDEX = 0
               DISPLAY "REOPEN FAILED - NOT FOUND: " AT-ACCOUNT-NUMBER
               MOVE "E105" TO WS-TRANS-REASON-CODE
               PERFORM 2800-WRITE-ACCT-REJECT
           ELSE
               IF WS-AT-STATUS(WS-ACCT-FOUND-INDEX) NOT = "C"
                   DISPLAY "REOPEN FAILED - NOT CLOSED: "
                       AT-ACCOUNT-NUMBER
                   MOVE "E108" TO WS-TRANS-REASON-CODE
                   PERFORM 2800-WRITE-ACCT-REJECT
               ELSE
                   MOVE "O" TO WS-AT-STATUS(WS-ACCT-FOUND-INDEX)
                   MOVE 0 TO WS-AT-CLOSE-DATE(WS-ACCT-FOUND-INDEX)
                   DISPLAY "REOPENED ACCOUNT: " AT-ACCOUNT-NUMBER
                   ADD 1 TO WS-TRANS-APPLIED-COUNT
               END-IF
           END-IF.

      *Write one failed transaction to the reject file with its
      *reason code, preserving the original record image so it can
      *be fixed and resubmitted as-is.
       2800-WRITE-ACCT-REJECT.

           OPEN EXTEND ACCT-REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-REJECT-FILE
           END-IF

           MOVE SPACES TO ACCT-REJECT-RECORD
           MOVE ACCT-TRANS-RECORD TO ARJ-TRANS-IMAGE
           MOVE WS-TRANS-REASON-CODE TO ARJ-REASON-CODE
           WRITE ACCT-REJECT-RECORD
           CLOSE ACCT-REJECT-FILE

           ADD 1 TO WS-TRANS-REJECTED-COUNT.

      *Write the updated table back over the account file.
       3000-REWRITE-ACCT-FILE.

           OPEN OUTPUT ACCT-REF-FILE

           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT
               MOVE WS-AT-NUMBER(WS-ACCT-INDEX) TO AR-ACCOUNT-NUMBER
               MOVE WS-AT-NAME(WS-ACCT-INDEX) TO AR-ACCOUNT-NAME
               MOVE WS-AT-STATUS(WS-ACCT-INDEX) TO AR-ACCOUNT-STATUS
               MOVE WS-AT-CLOSE-DATE(WS-ACCT-INDEX) TO AR-CLOSE-DATE
               WRITE ACCT-REF-RECORD
           END-PERFORM

           CLOSE ACCT-REF-FILE.

      *Print the account listing: every account with its name,
      *status and close date, then the run's control counts.
       4000-PRINT-LISTING-REPORT.

           OPEN OUTPUT PRINT-FILE

           MOVE WS-RUN-MM TO HDR-MM
           MOVE WS-RUN-DD TO HDR-DD
           MOVE WS-RUN-YYYY TO HDR-YYYY
           MOVE WS-REPORT-HEADER-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REPORT-COLUMN-HEADER TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-CLOSED-COUNT
           PERFORM 4100-PRINT-ACCT-LINE
               VARYING WS-ACCT-INDEX FROM 1 BY 1
               UNTIL WS-ACCT-INDEX > WS-ACCT-COUNT

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ACCT-COUNT TO RPT-ACCT-TOTAL
           MOVE WS-OPEN-COUNT TO RPT-OPEN-TOTAL
           MOVE WS-CLOSED-COUNT TO RPT-CLOSED-TOTAL
           MOVE WS-REPORT-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TRANS-READ-COUNT TO RPT-READ-COUNT
           MOVE WS-TRANS-APPLIED-COUNT TO RPT-APPLIED-COUNT
           MOVE WS-TRANS-REJECTED-COUNT TO RPT-REJECTED-COUNT
           MOVE WS-REPORT-COUNTS-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           CLOSE PRINT-FILE.

      *Print one account's listing line.
       4100-PRINT-ACCT-LINE.

           MOVE WS-AT-NUMBER(WS-ACCT-INDEX) TO RPT-ACCT-NUMBER
           MOVE WS-AT-NAME(WS-ACCT-INDEX) TO RPT-ACCT-NAME
           IF WS-AT-STATUS(WS-ACCT-INDEX) = "C"
               MOVE "CLOSED" TO RPT-ACCT-STATUS
               MOVE WS-AT-CLOSE-DATE(WS-ACCT-INDEX) TO RPT-CLOSE-DATE
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE "OPEN" TO RPT-ACCT-STATUS
               MOVE SPACES TO RPT-CLOSE-DATE
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           MOVE WS-REPORT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Log this run the same way every other program does.
       9000-LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           STRING "READ=" DELIMITED BY SIZE
               WS-TRANS-READ-COUNT DELIMITED BY SIZE
               " APPLIED=" DELIMITED BY SIZE
               WS-TRANS-APPLIED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING

           MOVE "ACCTMNT" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
           MOVE WS-AUDIT-RESULT TO AUD-CALL-RESULT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

       END PROGRAM ACCTMNT.
