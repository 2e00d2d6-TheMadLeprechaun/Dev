      *               over a non-empty master unless PARM 'L FORCE'
      *               is supplied; the refusal is logged through
      *               AUDITLOG.
      *   2026-10-15  Systems Programming - Added point-in-time
      *               recovery (PARM 'R bkpdate [thrudate [thrutime]]
      *               [FORCE|COPY]'): reloads a USERBKP generation and
      *               rolls the USRJRNL change journal forward over it
      *               up to the target business date and time,
      *               stopping and reporting the first entry whose
      *               before-image does not match the rebuilt master.
      *               COPY rebuilds into USERRCV instead of the live
      *               master, so the file can be seen as it stood on
      *               a past date.  USER-MASTER access is now dynamic
      *               for the keyed roll-forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERUTIL.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-EMP-ID
               ALTERNATE RECORD KEY IS UM-LAST-NAME
                   WITH DUPLICATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT RECOVERY-MASTER ASSIGN TO "USERRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-EMP-ID
               ALTERNATE RECORD KEY IS RM-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.

           SELECT USER-JOURNAL-FILE ASSIGN TO "USERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "UTILRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD BACKUP-FILE.
       01 BACKUP-RECORD PIC X(55).

      *A rebuilt copy of the master, keyed exactly like the live one,
      *for recoveries run with COPY.
       FD RECOVERY-MASTER.
       01 RECOVERY-MASTER-RECORD.
           05 RM-EMP-ID PIC 9(06).
           05 FILLER PIC X(10).
           05 RM-LAST-NAME PIC X(10).
           05 FILLER PIC X(29).

       FD USER-JOURNAL-FILE.
       COPY "USRJRNL.CPY".

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).


       01 WS-MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BACKUP-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RECOVERY-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-JOURNAL-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

       01 WS-PARM-LINE PIC X(40) VALUE SPACES.
       01 WS-PARM-FUNCTION PIC X(01) VALUE SPACE.
           88 FUNCTION-IS-UNLOAD VALUE "U".
           88 FUNCTION-IS-RELOAD VALUE "L".
           88 FUNCTION-IS-COMPARE VALUE "C".
           88 FUNCTION-IS-RECOVER VALUE "R".
       01 WS-PARM-OPTION PIC X(05) VALUE SPACES.
           88 OPTION-IS-FORCE VALUE "FORCE".
           88 OPTION-IS-COPY VALUE "COPY".

       01 WS-EOF-INPUT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-INPUT-FILE VALUE "Y".
       01 WS-FIRST-EMP-ID PIC 9(06) VALUE 0.
       01 WS-LAST-EMP-ID PIC 9(06) VALUE 0.

      *Point-in-time recovery work areas: the PARM broken into its
      *words, the backup and target business date/time, the record
      *images compared on each journal entry, the roll-forward
      *counts, and what is remembered about the entry that stopped
      *the run.
       01 WS-RCV-PARM-WORDS.
           05 WS-RCV-PARM-FUNCTION PIC X(01).
           05 WS-RCV-PARM-WORD PIC X(08) OCCURS 4 TIMES.
       01 WS-RCV-WORD-INDEX PIC 9(02) COMP VALUE 0.
       01 WS-RCV-PARM-SWITCH PIC X(01) VALUE "Y".
           88 RECOVERY-PARM-VALID VALUE "Y".
       01 WS-RCV-TARGET-GIVEN-SWITCH PIC X(01) VALUE "N".
           88 RCV-TARGET-DATE-GIVEN VALUE "Y".
       01 WS-RCV-TIME-GIVEN-SWITCH PIC X(01) VALUE "N".
           88 RCV-TARGET-TIME-GIVEN VALUE "Y".
       01 WS-RCV-BACKUP-DATE PIC 9(08) VALUE 0.
       01 WS-RCV-TARGET-DATE PIC 9(08) VALUE 99999999.
       01 WS-RCV-TARGET-TIME PIC X(08) VALUE "99999999".

       01 WS-RCV-KEY PIC 9(06) VALUE 0.
       01 WS-RCV-MASTER-IMAGE PIC X(55) VALUE SPACES.
       01 WS-RCV-NEW-IMAGE PIC X(55) VALUE SPACES.
       01 WS-RCV-FOUND-SWITCH PIC X(01) VALUE "N".
           88 RCV-RECORD-FOUND VALUE "Y".
       01 WS-RCV-IO-SWITCH PIC X(01) VALUE "Y".
           88 RCV-IO-OK VALUE "Y".
       01 WS-RCV-TARGET-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-JOURNAL-SWITCH PIC X(01) VALUE "N".
           88 END-OF-JOURNAL-FILE VALUE "Y".
       01 WS-RCV-STOP-SWITCH PIC X(01) VALUE "N".
           88 ROLL-FORWARD-STOPPED VALUE "Y".

       01 WS-RCV-JOURNAL-READ PIC 9(08) VALUE 0.
       01 WS-RCV-APPLIED-COUNT PIC 9(08) VALUE 0.
       01 WS-RCV-ADD-COUNT PIC 9(08) VALUE 0.
       01 WS-RCV-CHANGE-COUNT PIC 9(08) VALUE 0.
       01 WS-RCV-DELETE-COUNT PIC 9(08) VALUE 0.
       01 WS-RCV-SKIP-BACKUP-COUNT PIC 9(08) VALUE 0.
       01 WS-RCV-SKIP-TARGET-COUNT PIC 9(08) VALUE 0.
       01 WS-RCV-FINAL-COUNT PIC 9(08) VALUE 0.
       01 WS-RCV-EXPECTED-COUNT PIC 9(08) VALUE 0.

       01 WS-RCV-STOP-ENTRY.
           05 WS-RCV-STOP-DATE PIC 9(08) VALUE 0.
           05 WS-RCV-STOP-TIME PIC X(08) VALUE SPACES.
           05 WS-RCV-STOP-CODE PIC X(01) VALUE SPACE.
           05 WS-RCV-STOP-EMP-ID PIC 9(06) VALUE 0.
           05 WS-RCV-STOP-BEFORE PIC X(55) VALUE SPACES.
           05 WS-RCV-STOP-MASTER PIC X(55) VALUE SPACES.
           05 WS-RCV-STOP-REASON PIC X(40) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
       01 WS-REPORT-EMPTY-LINE PIC X(80)
           VALUE "INPUT FILE IS EMPTY".

      *Recovery report lines.
       01 WS-RCV-RANGE-LINE.
           05 FILLER PIC X(22) VALUE "BACKUP BUSINESS DATE: ".
           05 RCV-RPT-BACKUP-DATE PIC 9(08).
           05 FILLER PIC X(20) VALUE "   RECOVER THROUGH: ".
           05 RCV-RPT-TARGET-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RCV-RPT-TARGET-TIME PIC X(08).

       01 WS-RCV-TARGET-LINE.
           05 FILLER PIC X(14) VALUE "REBUILT INTO: ".
           05 RCV-RPT-TARGET PIC X(30).

       01 WS-RCV-LOAD-LINE.
           05 FILLER PIC X(22) VALUE "BACKUP RECORDS READ:  ".
           05 RCV-RPT-BKP-READ PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "   LOADED: ".
           05 RCV-RPT-BKP-LOADED PIC Z,ZZZ,ZZ9.

       01 WS-RCV-JOURNAL-LINE.
           05 FILLER PIC X(22) VALUE "JOURNAL ENTRIES READ: ".
           05 RCV-RPT-JRNL-READ PIC Z,ZZZ,ZZ9.

       01 WS-RCV-APPLIED-LINE.
           05 FILLER PIC X(22) VALUE "  APPLIED:            ".
           05 RCV-RPT-APPLIED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(08) VALUE "   ADDS ".
           05 RCV-RPT-ADDS PIC ZZZ,ZZ9.
           05 FILLER PIC X(09) VALUE " CHANGES ".
           05 RCV-RPT-CHANGES PIC ZZZ,ZZ9.
           05 FILLER PIC X(09) VALUE " DELETES ".
           05 RCV-RPT-DELETES PIC ZZZ,ZZ9.

       01 WS-RCV-SKIP-BACKUP-LINE.
           05 FILLER PIC X(22) VALUE "  ALREADY ON BACKUP:  ".
           05 RCV-RPT-SKIP-BACKUP PIC Z,ZZZ,ZZ9.

       01 WS-RCV-SKIP-TARGET-LINE.
           05 FILLER PIC X(22) VALUE "  PAST TARGET:        ".
           05 RCV-RPT-SKIP-TARGET PIC Z,ZZZ,ZZ9.

       01 WS-RCV-FINAL-LINE.
           05 FILLER PIC X(22) VALUE "FINAL RECORD COUNT:   ".
           05 RCV-RPT-FINAL PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "   EXPECTED: ".
           05 RCV-RPT-EXPECTED PIC Z,ZZZ,ZZ9.

       01 WS-RCV-STOP-LINE-1.
           05 FILLER PIC X(31)
               VALUE "ROLL-FORWARD STOPPED AT ENTRY: ".
           05 RCV-RPT-STOP-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RCV-RPT-STOP-TIME PIC X(08).
           05 FILLER PIC X(06) VALUE " CODE ".
           05 RCV-RPT-STOP-CODE PIC X(01).
           05 FILLER PIC X(08) VALUE " EMP-ID ".
           05 RCV-RPT-STOP-EMP-ID PIC 9(06).

       01 WS-RCV-STOP-LINE-2.
           05 FILLER PIC X(10) VALUE "  REASON: ".
           05 RCV-RPT-STOP-REASON PIC X(40).

       01 WS-RCV-STOP-LINE-3.
           05 FILLER PIC X(18) VALUE "  JOURNAL BEFORE: ".
           05 RCV-RPT-STOP-BEFORE PIC X(55).

       01 WS-RCV-STOP-LINE-4.
           05 FILLER PIC X(18) VALUE "  REBUILT MASTER: ".
           05 RCV-RPT-STOP-MASTER PIC X(55).

       PROCEDURE DIVISION.

      *Run the requested function and print the integrity report
                       PERFORM 4000-COMPARE-MASTER
                       PERFORM 9500-RELEASE-USER-MASTER
                   END-IF
               WHEN FUNCTION-IS-RECOVER
                   PERFORM 5000-RECOVER-MASTER
               WHEN OTHER
                   DISPLAY "USERUTIL NEEDS PARM U (UNLOAD), "
                       "L (RELOAD), C (COMPARE) OR R (RECOVER)"
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "BAD FUNCTION PARM" TO WS-AUDIT-RESULT
           END-EVALUATE
           MOVE WS-COMPARE-DIFF-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Point-in-time recovery: reload a backup generation, then roll
      *the change journal forward over it up to the target business
      *date and time.  With COPY the rebuild goes to USERRCV and the
      *live master is never touched, so no claim is needed; without
      *it the live master is claimed as an updater and, like a
      *reload, is only replaced when empty or FORCE was supplied.
       5000-RECOVER-MASTER.

           PERFORM 5010-EDIT-RECOVERY-PARM

           EVALUATE TRUE
               WHEN NOT RECOVERY-PARM-VALID
                   DISPLAY "USERUTIL RECOVERY NEEDS PARM "
                       "'R BKPDATE [THRUDATE [THRUTIME]] [FORCE|COPY]'"
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "BAD RECOVERY PARM" TO WS-AUDIT-RESULT
               WHEN OPTION-IS-COPY
                   PERFORM 5100-REBUILD-AND-ROLL-FORWARD
                   PERFORM 5900-PRINT-RECOVERY-REPORT
               WHEN OTHER
                   MOVE "U" TO UL-CALL-INTENT
                   PERFORM 9400-CLAIM-USER-MASTER
                   IF USER-LOCK-REFUSED
                       PERFORM 9450-REPORT-MASTER-IN-USE
                   ELSE
                       PERFORM 2050-CHECK-MASTER-EMPTY
                       IF NOT MASTER-IS-EMPTY AND NOT OPTION-IS-FORCE
                           DISPLAY "RECOVERY REFUSED - LIVE MASTER IS "
                               "NOT EMPTY."
                           DISPLAY "  SUPPLY FORCE TO REPLACE IT, OR "
                               "COPY TO REBUILD INTO USERRCV."
                           MOVE 8 TO WS-FINAL-RETURN-CODE
                           MOVE "RECOVERY REFUSED-NOT EMPTY"
                               TO WS-AUDIT-RESULT
                       ELSE
                           PERFORM 5100-REBUILD-AND-ROLL-FORWARD
                           PERFORM 5900-PRINT-RECOVERY-REPORT
                       END-IF
                       PERFORM 9500-RELEASE-USER-MASTER
                   END-IF
           END-EVALUATE.

      *Break the recovery PARM into words.  The first is the business
      *date of the backup generation being reloaded - journal
      *entries on or before it are already on the backup.  After it,
      *in any order, come an optional target date, an optional
      *target time (HHMMSS or HHMMSSCC, taken as the end of that
      *second) and FORCE or COPY.  No target recovers everything
      *the journal holds.
       5010-EDIT-RECOVERY-PARM.

           MOVE SPACES TO WS-RCV-PARM-WORDS
           MOVE SPACES TO WS-PARM-OPTION
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-RCV-PARM-FUNCTION
                    WS-RCV-PARM-WORD(1) WS-RCV-PARM-WORD(2)
                    WS-RCV-PARM-WORD(3) WS-RCV-PARM-WORD(4)
           END-UNSTRING

           IF WS-RCV-PARM-WORD(1) IS NUMERIC
               MOVE WS-RCV-PARM-WORD(1) TO WS-RCV-BACKUP-DATE
           ELSE
               MOVE "N" TO WS-RCV-PARM-SWITCH
           END-IF

           PERFORM VARYING WS-RCV-WORD-INDEX FROM 2 BY 1
                   UNTIL WS-RCV-WORD-INDEX > 4
               EVALUATE TRUE
                   WHEN WS-RCV-PARM-WORD(WS-RCV-WORD-INDEX) = SPACES
                       CONTINUE
                   WHEN WS-RCV-PARM-WORD(WS-RCV-WORD-INDEX) = "FORCE"
                       OR WS-RCV-PARM-WORD(WS-RCV-WORD-INDEX) = "COPY"
                       MOVE WS-RCV-PARM-WORD(WS-RCV-WORD-INDEX)
                           TO WS-PARM-OPTION
                   WHEN NOT RCV-TARGET-DATE-GIVEN
                       AND WS-RCV-PARM-WORD(WS-RCV-WORD-INDEX)
                           IS NUMERIC
                       MOVE WS-RCV-PARM-WORD(WS-RCV-WORD-INDEX)
                           TO WS-RCV-TARGET-DATE
                       SET RCV-TARGET-DATE-GIVEN TO TRUE
                   WHEN RCV-TARGET-DATE-GIVEN
                       AND NOT RCV-TARGET-TIME-GIVEN
                       MOVE WS-RCV-PARM-WORD(WS-RCV-WORD-INDEX)
                           TO WS-RCV-TARGET-TIME
                       INSPECT WS-RCV-TARGET-TIME
                           REPLACING ALL SPACE BY "9"
                       SET RCV-TARGET-TIME-GIVEN TO TRUE
                       IF WS-RCV-TARGET-TIME NOT NUMERIC
                           MOVE "N" TO WS-RCV-PARM-SWITCH
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-RCV-PARM-SWITCH
               END-EVALUATE
           END-PERFORM

           IF RECOVERY-PARM-VALID
                   AND WS-RCV-TARGET-DATE < WS-RCV-BACKUP-DATE
               DISPLAY "RECOVERY TARGET IS BEFORE THE BACKUP DATE"
               MOVE "N" TO WS-RCV-PARM-SWITCH
           END-IF.

      *Load the backup, roll the journal forward, then count what
      *the rebuilt file holds.  The count must equal the records
      *loaded plus the adds less the deletes applied, or the file
      *cannot be trusted.
       5100-REBUILD-AND-ROLL-FORWARD.

           PERFORM 5200-LOAD-RECOVERY-BASE

           IF WS-FINAL-RETURN-CODE = 0
               PERFORM 5400-ROLL-FORWARD-JOURNAL
           END-IF

           IF WS-FINAL-RETURN-CODE = 0 OR ROLL-FORWARD-STOPPED
               PERFORM 5600-COUNT-RECOVERED-MASTER
           END-IF

           IF WS-FINAL-RETURN-CODE = 0
               COMPUTE WS-RCV-EXPECTED-COUNT = WS-RECORDS-WRITTEN
                   + WS-RCV-ADD-COUNT - WS-RCV-DELETE-COUNT
               IF WS-RCV-FINAL-COUNT = WS-RCV-EXPECTED-COUNT
                   MOVE "RECOVERY COMPLETE" TO WS-AUDIT-RESULT
               ELSE
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "FINAL COUNT DISAGREES" TO WS-AUDIT-RESULT
               END-IF
           END-IF.

      *Rebuild the target from the backup generation, exactly as a
      *reload does.
       5200-LOAD-RECOVERY-BASE.

           OPEN INPUT BACKUP-FILE

           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "BACKUP FILE COULD NOT BE OPENED, STATUS="
                   WS-BACKUP-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO BACKUP FILE" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 5310-OPEN-TARGET-OUTPUT
               IF WS-RCV-TARGET-STATUS NOT = "00"
                   DISPLAY "RECOVERY TARGET COULD NOT BE OPENED, "
                       "STATUS=" WS-RCV-TARGET-STATUS
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "RECOVERY FILE NOT OPENED" TO WS-AUDIT-RESULT
               ELSE
                   PERFORM 5210-LOAD-ONE-RECORD
                       UNTIL END-OF-INPUT-FILE
                   PERFORM 5340-CLOSE-TARGET
                   IF WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE "LOAD COUNTS DO NOT MATCH"
                           TO WS-AUDIT-RESULT
                   END-IF
               END-IF
               CLOSE BACKUP-FILE
           END-IF.

      *Load one backup record onto the target.
       5210-LOAD-ONE-RECORD.

           READ BACKUP-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE BACKUP-RECORD TO WS-RCV-NEW-IMAGE
                   PERFORM 5510-WRITE-TARGET
                   IF RCV-IO-OK
                       ADD 1 TO WS-RECORDS-WRITTEN
                   ELSE
                       DISPLAY "RECOVERY LOAD FAILED FOR EMP ID: "
                           BACKUP-RECORD(1:6)
                   END-IF
           END-READ.

      *Open the rebuild target for the load, the roll-forward and
      *the final count.  COPY decides which file is the target.
       5310-OPEN-TARGET-OUTPUT.

           IF OPTION-IS-COPY
               OPEN OUTPUT RECOVERY-MASTER
               MOVE WS-RECOVERY-FILE-STATUS TO WS-RCV-TARGET-STATUS
           ELSE
               OPEN OUTPUT USER-MASTER
               MOVE WS-MASTER-FILE-STATUS TO WS-RCV-TARGET-STATUS
           END-IF.

       5320-OPEN-TARGET-I-O.

           IF OPTION-IS-COPY
               OPEN I-O RECOVERY-MASTER
               MOVE WS-RECOVERY-FILE-STATUS TO WS-RCV-TARGET-STATUS
           ELSE
               OPEN I-O USER-MASTER
               MOVE WS-MASTER-FILE-STATUS TO WS-RCV-TARGET-STATUS
           END-IF.

       5330-OPEN-TARGET-INPUT.

           IF OPTION-IS-COPY
               OPEN INPUT RECOVERY-MASTER
               MOVE WS-RECOVERY-FILE-STATUS TO WS-RCV-TARGET-STATUS
           ELSE
               OPEN INPUT USER-MASTER
               MOVE WS-MASTER-FILE-STATUS TO WS-RCV-TARGET-STATUS
           END-IF.

       5340-CLOSE-TARGET.

           IF OPTION-IS-COPY
               CLOSE RECOVERY-MASTER
           ELSE
               CLOSE USER-MASTER
           END-IF.

      *Replay the journal in the order it was written.  Entries on
      *or before the backup's business date are already on the
      *backup; entries past the target are read and counted but not
      *applied.
       5400-ROLL-FORWARD-JOURNAL.

           OPEN INPUT USER-JOURNAL-FILE

           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "CHANGE JOURNAL COULD NOT BE OPENED, STATUS="
                   WS-JOURNAL-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO JOURNAL FILE" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 5320-OPEN-TARGET-I-O
               IF WS-RCV-TARGET-STATUS NOT = "00"
                   DISPLAY "RECOVERY TARGET COULD NOT BE OPENED, "
                       "STATUS=" WS-RCV-TARGET-STATUS
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "RECOVERY FILE NOT OPENED" TO WS-AUDIT-RESULT
               ELSE
                   PERFORM 5410-READ-ONE-ENTRY
                       UNTIL END-OF-JOURNAL-FILE
                           OR ROLL-FORWARD-STOPPED
                   PERFORM 5340-CLOSE-TARGET
               END-IF
               CLOSE USER-JOURNAL-FILE
           END-IF.

      *Read one journal entry and apply it when it falls between
      *the backup and the target.
       5410-READ-ONE-ENTRY.

           READ USER-JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RCV-JOURNAL-READ
                   EVALUATE TRUE
                       WHEN UJ-BUSINESS-DATE NOT > WS-RCV-BACKUP-DATE
                           ADD 1 TO WS-RCV-SKIP-BACKUP-COUNT
                       WHEN UJ-BUSINESS-DATE > WS-RCV-TARGET-DATE
                           ADD 1 TO WS-RCV-SKIP-TARGET-COUNT
                       WHEN UJ-BUSINESS-DATE = WS-RCV-TARGET-DATE
                           AND UJ-RUN-TIME > WS-RCV-TARGET-TIME
                           ADD 1 TO WS-RCV-SKIP-TARGET-COUNT
                       WHEN OTHER
                           PERFORM 5420-APPLY-JOURNAL-ENTRY
                   END-EVALUATE
           END-READ.

      *Apply one entry from its images: a blank before-image is an
      *add, a blank after-image a delete, anything else a rewrite.
      *The before-image must be exactly what the rebuilt master
      *holds - an add must find no record - or the journal and the
      *backup have parted company and the roll-forward stops there.
       5420-APPLY-JOURNAL-ENTRY.

           MOVE UJ-EMP-ID TO WS-RCV-KEY
           PERFORM 5500-READ-TARGET-BY-KEY

           EVALUATE TRUE
               WHEN UJ-BEFORE-IMAGE = SPACES
                   IF RCV-RECORD-FOUND
                       MOVE "ADD FOUND A RECORD ALREADY ON FILE"
                           TO WS-RCV-STOP-REASON
                       PERFORM 5450-STOP-ROLL-FORWARD
                   END-IF
               WHEN NOT RCV-RECORD-FOUND
                   MOVE "RECORD NOT ON THE REBUILT MASTER"
                       TO WS-RCV-STOP-REASON
                   PERFORM 5450-STOP-ROLL-FORWARD
               WHEN WS-RCV-MASTER-IMAGE NOT = UJ-BEFORE-IMAGE
                   MOVE "BEFORE-IMAGE DOES NOT MATCH THE MASTER"
                       TO WS-RCV-STOP-REASON
                   PERFORM 5450-STOP-ROLL-FORWARD
           END-EVALUATE

           IF NOT ROLL-FORWARD-STOPPED
               EVALUATE TRUE
                   WHEN UJ-BEFORE-IMAGE = SPACES
                       MOVE UJ-AFTER-IMAGE TO WS-RCV-NEW-IMAGE
                       PERFORM 5510-WRITE-TARGET
                       IF RCV-IO-OK
                           ADD 1 TO WS-RCV-ADD-COUNT
                       END-IF
                   WHEN UJ-AFTER-IMAGE = SPACES
                       PERFORM 5530-DELETE-TARGET
                       IF RCV-IO-OK
                           ADD 1 TO WS-RCV-DELETE-COUNT
                       END-IF
                   WHEN OTHER
                       MOVE UJ-AFTER-IMAGE TO WS-RCV-NEW-IMAGE
                       PERFORM 5520-REWRITE-TARGET
                       IF RCV-IO-OK
                           ADD 1 TO WS-RCV-CHANGE-COUNT
                       END-IF
               END-EVALUATE
               IF RCV-IO-OK
                   ADD 1 TO WS-RCV-APPLIED-COUNT
               ELSE
                   MOVE "UPDATE OF THE REBUILT MASTER FAILED"
                       TO WS-RCV-STOP-REASON
                   PERFORM 5450-STOP-ROLL-FORWARD
               END-IF
           END-IF.

      *Remember the entry that stopped the roll-forward for the
      *report.  What has been applied stays applied - the rebuilt
      *file is the master as it stood just before that entry.
       5450-STOP-ROLL-FORWARD.

           SET ROLL-FORWARD-STOPPED TO TRUE
           MOVE UJ-BUSINESS-DATE TO WS-RCV-STOP-DATE
           MOVE UJ-RUN-TIME TO WS-RCV-STOP-TIME
           MOVE UJ-TRANS-CODE TO WS-RCV-STOP-CODE
           MOVE UJ-EMP-ID TO WS-RCV-STOP-EMP-ID
           MOVE UJ-BEFORE-IMAGE TO WS-RCV-STOP-BEFORE
           IF RCV-RECORD-FOUND
               MOVE WS-RCV-MASTER-IMAGE TO WS-RCV-STOP-MASTER
           ELSE
               MOVE "(NO RECORD)" TO WS-RCV-STOP-MASTER
           END-IF
           DISPLAY "ROLL-FORWARD STOPPED AT " UJ-BUSINESS-DATE " "
               UJ-RUN-TIME " EMP ID: " UJ-EMP-ID
           DISPLAY "  " WS-RCV-STOP-REASON
           MOVE 8 TO WS-FINAL-RETURN-CODE
           MOVE "JOURNAL/MASTER MISMATCH" TO WS-AUDIT-RESULT.

      *Keyed access to whichever file is being rebuilt.  The record
      *found is returned in WS-RCV-MASTER-IMAGE; the record to write
      *is taken from WS-RCV-NEW-IMAGE.
       5500-READ-TARGET-BY-KEY.

           MOVE SPACES TO WS-RCV-MASTER-IMAGE
           MOVE "Y" TO WS-RCV-FOUND-SWITCH
           IF OPTION-IS-COPY
               MOVE WS-RCV-KEY TO RM-EMP-ID
               READ RECOVERY-MASTER
                   KEY IS RM-EMP-ID
                   INVALID KEY
                       MOVE "N" TO WS-RCV-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE RECOVERY-MASTER-RECORD
                           TO WS-RCV-MASTER-IMAGE
               END-READ
           ELSE
               MOVE WS-RCV-KEY TO UM-EMP-ID
               READ USER-MASTER
                   KEY IS UM-EMP-ID
                   INVALID KEY
                       MOVE "N" TO WS-RCV-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE USER-MASTER-RECORD TO WS-RCV-MASTER-IMAGE
               END-READ
           END-IF.

       5510-WRITE-TARGET.

           MOVE "Y" TO WS-RCV-IO-SWITCH
           IF OPTION-IS-COPY
               MOVE WS-RCV-NEW-IMAGE TO RECOVERY-MASTER-RECORD
               WRITE RECOVERY-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-RCV-IO-SWITCH
               END-WRITE
           ELSE
               MOVE WS-RCV-NEW-IMAGE TO USER-MASTER-RECORD
               WRITE USER-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-RCV-IO-SWITCH
               END-WRITE
           END-IF.

       5520-REWRITE-TARGET.

           MOVE "Y" TO WS-RCV-IO-SWITCH
           IF OPTION-IS-COPY
               MOVE WS-RCV-NEW-IMAGE TO RECOVERY-MASTER-RECORD
               REWRITE RECOVERY-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-RCV-IO-SWITCH
               END-REWRITE
           ELSE
               MOVE WS-RCV-NEW-IMAGE TO USER-MASTER-RECORD
               REWRITE USER-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-RCV-IO-SWITCH
               END-REWRITE
           END-IF.

       5530-DELETE-TARGET.

           MOVE "Y" TO WS-RCV-IO-SWITCH
           IF OPTION-IS-COPY
               MOVE WS-RCV-KEY TO RM-EMP-ID
               DELETE RECOVERY-MASTER RECORD
                   INVALID KEY
                       MOVE "N" TO WS-RCV-IO-SWITCH
               END-DELETE
           ELSE
               MOVE WS-RCV-KEY TO UM-EMP-ID
               DELETE USER-MASTER RECORD
                   INVALID KEY
                       MOVE "N" TO WS-RCV-IO-SWITCH
               END-DELETE
           END-IF.

      *Read the rebuilt file end to end for the final count and the
      *first and last EMP-ID on it.
       5600-COUNT-RECOVERED-MASTER.

           MOVE 0 TO WS-RCV-FINAL-COUNT
           MOVE 0 TO WS-FIRST-EMP-ID
           MOVE 0 TO WS-LAST-EMP-ID
           MOVE "N" TO WS-EOF-INPUT-SWITCH

           PERFORM 5330-OPEN-TARGET-INPUT
           IF WS-RCV-TARGET-STATUS NOT = "00"
               DISPLAY "RECOVERY TARGET COULD NOT BE OPENED, STATUS="
                   WS-RCV-TARGET-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "RECOVERY FILE NOT OPENED" TO WS-AUDIT-RESULT
           ELSE
               PERFORM 5610-COUNT-ONE-RECORD
                   UNTIL END-OF-INPUT-FILE
               PERFORM 5340-CLOSE-TARGET
           END-IF.

      *Count one record of the rebuilt file.
       5610-COUNT-ONE-RECORD.

           IF OPTION-IS-COPY
               READ RECOVERY-MASTER NEXT RECORD
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       MOVE RM-EMP-ID TO WS-RCV-KEY
               END-READ
           ELSE
               READ USER-MASTER NEXT RECORD
                   AT END
                       SET END-OF-INPUT-FILE TO TRUE
                   NOT AT END
                       MOVE UM-EMP-ID TO WS-RCV-KEY
               END-READ
           END-IF

           IF NOT END-OF-INPUT-FILE
               ADD 1 TO WS-RCV-FINAL-COUNT
               IF WS-RCV-FINAL-COUNT = 1
                   MOVE WS-RCV-KEY TO WS-FIRST-EMP-ID
               END-IF
               MOVE WS-RCV-KEY TO WS-LAST-EMP-ID
           END-IF.

      *Print the recovery integrity report: what was loaded, what
      *the journal replay applied and passed over, what the rebuilt
      *file now holds, and - when it stopped - the entry that
      *stopped it with both images side by side.
       5900-PRINT-RECOVERY-REPORT.

           OPEN OUTPUT PRINT-FILE

           MOVE WS-RUN-MM TO HDR-MM
           MOVE WS-RUN-DD TO HDR-DD
           MOVE WS-RUN-YYYY TO HDR-YYYY
           MOVE WS-REPORT-HEADER-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE "RECOVER" TO RPT-FUNCTION
           MOVE WS-REPORT-FUNCTION-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RCV-BACKUP-DATE TO RCV-RPT-BACKUP-DATE
           MOVE WS-RCV-TARGET-DATE TO RCV-RPT-TARGET-DATE
           MOVE WS-RCV-TARGET-TIME TO RCV-RPT-TARGET-TIME
           MOVE WS-RCV-RANGE-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           IF OPTION-IS-COPY
               MOVE "RECOVERY COPY (USERRCV)" TO RCV-RPT-TARGET
           ELSE
               MOVE "LIVE USER-MASTER" TO RCV-RPT-TARGET
           END-IF
           MOVE WS-RCV-TARGET-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE WS-RECORDS-READ TO RCV-RPT-BKP-READ
           MOVE WS-RECORDS-WRITTEN TO RCV-RPT-BKP-LOADED
           MOVE WS-RCV-LOAD-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RCV-JOURNAL-READ TO RCV-RPT-JRNL-READ
           MOVE WS-RCV-JOURNAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RCV-APPLIED-COUNT TO RCV-RPT-APPLIED
           MOVE WS-RCV-ADD-COUNT TO RCV-RPT-ADDS
           MOVE WS-RCV-CHANGE-COUNT TO RCV-RPT-CHANGES
           MOVE WS-RCV-DELETE-COUNT TO RCV-RPT-DELETES
           MOVE WS-RCV-APPLIED-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RCV-SKIP-BACKUP-COUNT TO RCV-RPT-SKIP-BACKUP
           MOVE WS-RCV-SKIP-BACKUP-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RCV-SKIP-TARGET-COUNT TO RCV-RPT-SKIP-TARGET
           MOVE WS-RCV-SKIP-TARGET-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RCV-FINAL-COUNT TO RCV-RPT-FINAL
           COMPUTE WS-RCV-EXPECTED-COUNT = WS-RECORDS-WRITTEN
               + WS-RCV-ADD-COUNT - WS-RCV-DELETE-COUNT
           MOVE WS-RCV-EXPECTED-COUNT TO RCV-RPT-EXPECTED
           MOVE WS-RCV-FINAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           IF WS-RCV-FINAL-COUNT = 0
               MOVE WS-REPORT-EMPTY-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE WS-FIRST-EMP-ID TO RPT-FIRST-EMP-ID
               MOVE WS-LAST-EMP-ID TO RPT-LAST-EMP-ID
               MOVE WS-REPORT-KEYS-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           IF ROLL-FORWARD-STOPPED
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RCV-STOP-DATE TO RCV-RPT-STOP-DATE
               MOVE WS-RCV-STOP-TIME TO RCV-RPT-STOP-TIME
               MOVE WS-RCV-STOP-CODE TO RCV-RPT-STOP-CODE
               MOVE WS-RCV-STOP-EMP-ID TO RCV-RPT-STOP-EMP-ID
               MOVE WS-RCV-STOP-LINE-1 TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RCV-STOP-REASON TO RCV-RPT-STOP-REASON
               MOVE WS-RCV-STOP-LINE-2 TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RCV-STOP-BEFORE TO RCV-RPT-STOP-BEFORE
               MOVE WS-RCV-STOP-LINE-3 TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RCV-STOP-MASTER TO RCV-RPT-STOP-MASTER
               MOVE WS-RCV-STOP-LINE-4 TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-AUDIT-RESULT TO RPT-RESULT
           MOVE WS-REPORT-RESULT-LINE TO PRINT-LINE
           WRITE PRINT-LINE

           CLOSE PRINT-FILE.

      *Counts must agree or the copy cannot be trusted.
       8000-JUDGE-COUNTS.

       9000-LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           IF FUNCTION-IS-RECOVER
               STRING "F=R B=" DELIMITED BY SIZE
                   WS-RCV-BACKUP-DATE DELIMITED BY SIZE
                   " T=" DELIMITED BY SIZE
                   WS-RCV-TARGET-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-KEY-INPUT
               END-STRING
           ELSE
               STRING "F=" DELIMITED BY SIZE
                   WS-PARM-FUNCTION DELIMITED BY SIZE
                   " R=" DELIMITED BY SIZE
                   WS-RECORDS-READ DELIMITED BY SIZE
                   " W=" DELIMITED BY SIZE
                   WS-RECORDS-WRITTEN DELIMITED BY SIZE
                   INTO WS-AUDIT-KEY-INPUT
               END-STRING
           END-IF

           MOVE "USERUTIL" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
