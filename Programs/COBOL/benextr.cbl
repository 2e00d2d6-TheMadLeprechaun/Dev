      ******************************************************************
      * Author: Systems Programming
      * Date: 2026-10-15
      * Purpose: Changes-only extract for the benefits vendor, built
      *          from the USER-MASTER change journal rather than the
      *          full PLAYHR export.  Each night it first reconciles
      *          the vendor's acknowledgement of the last file sent,
      *          the way HRACKCHK does for HR: only an acknowledgement
      *          that is for that file's business date, agrees with
      *          its detail count and says accepted moves the
      *          watermark kept on the BENCTL control file up to the
      *          last journal entry that file carried.  It then cuts
      *          tonight's file from every journal entry past the
      *          watermark, so a file that was rejected, never
      *          acknowledged or loaded short is carried again, whole,
      *          in the next night's delta.  Entries are netted to one
      *          line per person, tagged with an action code - A add,
      *          S status change, T transfer (department change), C
      *          any other change, D corrective delete - and carrying
      *          the person as they now stand.  A person whose changes
      *          cancel out is not sent.  The file is pipe-delimited
      *          with a header (business date and the journal range
      *          covered) and a trailer (detail count).  Ends with
      *          condition code 4 when the last file is not proven
      *          accepted (tonight's file is still cut) and 8 when
      *          the journal cannot be read or the extract cannot be
      *          written - the control record is then left as it
      *          was, so no file that was never cut is recorded as
      *          sent.  Every run is logged through AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEXTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-JOURNAL-FILE ASSIGN TO "USERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT BEN-CONTROL-FILE ASSIGN TO "BENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BEN-ACK-FILE ASSIGN TO "BENACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT BEN-EXTRACT-FILE ASSIGN TO "BENXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

           SELECT CHANGE-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD USER-JOURNAL-FILE.
       COPY "USRJRNL.CPY".

       FD BEN-CONTROL-FILE.
       COPY "BENCTL.CPY".

       FD BEN-ACK-FILE.
       COPY "BENACK.CPY".

      *Pipe-delimited header, detail and trailer lines.
       FD BEN-EXTRACT-FILE.
       01 BEN-EXTRACT-LINE PIC X(100).

       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

      *One journal entry past the watermark, sorted by person and
      *then by the order the journal recorded it.
       SD CHANGE-SORT-FILE.
       01 CHANGE-SORT-RECORD.
           05 CS-EMP-ID PIC 9(06).
           05 CS-SEQUENCE PIC 9(08).
           05 CS-BEFORE-IMAGE PIC X(55).
           05 CS-AFTER-IMAGE PIC X(55).

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-JOURNAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-ACK-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EXTRACT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF-JOURNAL-SWITCH PIC X(01) VALUE "N".
           88 END-OF-JOURNAL-FILE VALUE "Y".
       01 WS-EOF-SORT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SORT-FILE VALUE "Y".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

       01 WS-RUN-DATE PIC 9(08).
       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.

      *The control record as read, and as it will be written back.
       01 WS-CONTROL-AREA.
           05 WS-CTL-ACCEPTED-STAMP.
               10 WS-CTL-ACCEPTED-DATE PIC 9(08) VALUE 0.
               10 WS-CTL-ACCEPTED-TIME PIC X(08) VALUE "00000000".
           05 WS-CTL-SENT-BUS-DATE PIC 9(08) VALUE 0.
           05 WS-CTL-SENT-THRU-STAMP.
               10 WS-CTL-SENT-THRU-DATE PIC 9(08) VALUE 0.
               10 WS-CTL-SENT-THRU-TIME PIC X(08) VALUE "00000000".
           05 WS-CTL-SENT-COUNT PIC 9(08) VALUE 0.
           05 WS-CTL-SENT-STATUS PIC X(01) VALUE SPACE.
               88 CTL-SENT-PENDING VALUE "P".
               88 CTL-SENT-ACCEPTED VALUE "A".
       01 WS-CONTROL-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CONTROL-WAS-FOUND VALUE "Y".

      *What the vendor's acknowledgement said.
       01 WS-ACK-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ACK-WAS-FOUND VALUE "Y".
       01 WS-ACK-DATE PIC 9(08) VALUE 0.
       01 WS-ACK-COUNT PIC 9(08) VALUE 0.
       01 WS-ACK-STATUS PIC X(01) VALUE SPACE.
       01 WS-ACK-VERDICT PIC X(01) VALUE SPACE.
           88 ACK-ACCEPTED VALUE "A".
           88 ACK-NOT-PROVEN VALUE "N".
           88 ACK-NOT-DUE VALUE " ".

      *The journal range tonight's file covers.
       01 WS-ENTRY-STAMP.
           05 WS-ENTRY-DATE PIC 9(08).
           05 WS-ENTRY-TIME PIC X(08).
       01 WS-THRU-STAMP.
           05 WS-THRU-DATE PIC 9(08).
           05 WS-THRU-TIME PIC X(08).

      *One person's net change: the record before their first entry
      *past the watermark and after their last one.
       01 WS-NET-EMP-ID PIC 9(06) VALUE 0.
       01 WS-NET-FIRST-BEFORE PIC X(55) VALUE SPACES.
       01 WS-NET-LAST-AFTER PIC X(55) VALUE SPACES.
       01 WS-FIRST-BEFORE-WORK.
           05 WS-FB-EMP-ID PIC X(06).
           05 WS-FB-FIRST-NAME PIC X(10).
           05 WS-FB-LAST-NAME PIC X(10).
           05 WS-FB-DOB PIC X(08).
           05 WS-FB-DEPT PIC X(04).
           05 WS-FB-STATUS PIC X(01).
           05 WS-FB-STATUS-DATE PIC X(08).
           05 WS-FB-TERM-DATE PIC X(08).
       01 WS-LAST-AFTER-WORK.
           05 WS-LA-EMP-ID PIC X(06).
           05 WS-LA-FIRST-NAME PIC X(10).
           05 WS-LA-LAST-NAME PIC X(10).
           05 WS-LA-DOB PIC X(08).
           05 WS-LA-DEPT PIC X(04).
           05 WS-LA-STATUS PIC X(01).
           05 WS-LA-STATUS-DATE PIC X(08).
           05 WS-LA-TERM-DATE PIC X(08).
       01 WS-ACTION-CODE PIC X(01) VALUE SPACE.
           88 ACTION-IS-ADD VALUE "A".
           88 ACTION-IS-CHANGE VALUE "C".
           88 ACTION-IS-STATUS VALUE "S".
           88 ACTION-IS-TRANSFER VALUE "T".
           88 ACTION-IS-DELETE VALUE "D".
           88 ACTION-IS-NONE VALUE " ".

      *Name trimming for the delimited line.
       01 WS-TRIM-FIELD PIC X(10) VALUE SPACES.
       01 WS-TRIM-LENGTH PIC 9(02) COMP VALUE 0.
       01 WS-FIRST-NAME-LENGTH PIC 9(02) COMP VALUE 0.
       01 WS-LAST-NAME-LENGTH PIC 9(02) COMP VALUE 0.

       01 WS-JOURNAL-READ PIC 9(08) VALUE 0.
       01 WS-JOURNAL-SELECTED PIC 9(08) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(08) VALUE 0.
       01 WS-NETTED-OUT-COUNT PIC 9(08) VALUE 0.
       01 WS-ACTION-COUNTS.
           05 WS-ADD-COUNT PIC 9(06) VALUE 0.
           05 WS-CHANGE-COUNT PIC 9(06) VALUE 0.
           05 WS-STATUS-COUNT PIC 9(06) VALUE 0.
           05 WS-TRANSFER-COUNT PIC 9(06) VALUE 0.
           05 WS-DELETE-COUNT PIC 9(06) VALUE 0.

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

      *Settle last night's file first - its acknowledgement decides
      *where tonight's delta starts - then cut tonight's file and
      *record it on the control file as awaiting acknowledgement.
       0000-BENEXTR-MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-BUSINESS-DATE
           PERFORM 1200-READ-CONTROL-RECORD
           PERFORM 2000-RECONCILE-ACKNOWLEDGEMENT
           PERFORM 3000-CUT-EXTRACT

           IF WS-FINAL-RETURN-CODE < 8
               PERFORM 4000-WRITE-CONTROL-RECORD
               DISPLAY "BENEFITS EXTRACT RECORDS: " WS-DETAIL-COUNT
                   " FROM JOURNAL ENTRIES: " WS-JOURNAL-SELECTED
               DISPLAY "  ADDS " WS-ADD-COUNT
                   " CHANGES " WS-CHANGE-COUNT
                   " STATUS " WS-STATUS-COUNT
                   " TRANSFERS " WS-TRANSFER-COUNT
                   " DELETES " WS-DELETE-COUNT
                   " NO NET CHANGE " WS-NETTED-OUT-COUNT
               IF WS-FINAL-RETURN-CODE = 0
                   MOVE "BENEFITS EXTRACT CUT" TO WS-AUDIT-RESULT
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

      *Read the watermark and what was last sent.  With no control
      *record the watermark is zero and the first file carries the
      *whole journal; seed the record to start from a later point.
       1200-READ-CONTROL-RECORD.

           OPEN INPUT BEN-CONTROL-FILE

           IF WS-CONTROL-FILE-STATUS = "00"
               READ BEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CONTROL-WAS-FOUND TO TRUE
                       MOVE BEN-CONTROL-RECORD TO WS-CONTROL-AREA
               END-READ
               CLOSE BEN-CONTROL-FILE
           END-IF

           IF NOT CONTROL-WAS-FOUND
               DISPLAY "NO BENEFITS CONTROL RECORD - EXTRACTING FROM "
                   "THE START OF THE JOURNAL"
           END-IF.

      *Judge the vendor's acknowledgement of the file still awaiting
      *one: it must exist, be for that file's business date, agree
      *with its detail count and say the vendor accepted it.  Only
      *then does the watermark move up to the last entry that file
      *carried.  A rerun on the same business date has already
      *settled the previous file and must not judge the ack again
      *against the file it cut itself.
       2000-RECONCILE-ACKNOWLEDGEMENT.

           EVALUATE TRUE
               WHEN NOT CTL-SENT-PENDING
                   SET ACK-NOT-DUE TO TRUE
               WHEN WS-CTL-SENT-BUS-DATE = WS-BUSINESS-DATE
                   DISPLAY "RERUN FOR " WS-BUSINESS-DATE
                       " - ACKNOWLEDGEMENT ALREADY RECONCILED"
                   SET ACK-NOT-DUE TO TRUE
               WHEN OTHER
                   PERFORM 2100-READ-ACKNOWLEDGEMENT
                   PERFORM 2200-JUDGE-ACKNOWLEDGEMENT
           END-EVALUATE.

      *Read the vendor's acknowledgement.  One record is all they
      *send.
       2100-READ-ACKNOWLEDGEMENT.

           OPEN INPUT BEN-ACK-FILE

           IF WS-ACK-FILE-STATUS = "00"
               READ BEN-ACK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET ACK-WAS-FOUND TO TRUE
                       IF BA-BUSINESS-DATE IS NUMERIC
                           MOVE BA-BUSINESS-DATE TO WS-ACK-DATE
                       END-IF
                       IF BA-RECORDS-LOADED IS NUMERIC
                           MOVE BA-RECORDS-LOADED TO WS-ACK-COUNT
                       END-IF
                       MOVE BA-STATUS TO WS-ACK-STATUS
               END-READ
               CLOSE BEN-ACK-FILE
           END-IF.

      *Each failure is its own loud line; any one of them leaves the
      *watermark where it was.
       2200-JUDGE-ACKNOWLEDGEMENT.

           SET ACK-ACCEPTED TO TRUE

           IF NOT ACK-WAS-FOUND
               DISPLAY "BENEFITS ACK: NO ACKNOWLEDGEMENT FROM VENDOR"
               SET ACK-NOT-PROVEN TO TRUE
               MOVE "VENDOR ACK MISSING" TO WS-AUDIT-RESULT
           ELSE
               IF WS-ACK-DATE NOT = WS-CTL-SENT-BUS-DATE
                   DISPLAY "BENEFITS ACK: STALE - ACK FOR "
                       WS-ACK-DATE " BUT FILE SENT FOR "
                       WS-CTL-SENT-BUS-DATE
                   SET ACK-NOT-PROVEN TO TRUE
                   MOVE "VENDOR ACK STALE" TO WS-AUDIT-RESULT
               END-IF
               IF WS-ACK-COUNT NOT = WS-CTL-SENT-COUNT
                   DISPLAY "BENEFITS ACK: VENDOR LOADED " WS-ACK-COUNT
                       " BUT WE SENT " WS-CTL-SENT-COUNT
                   SET ACK-NOT-PROVEN TO TRUE
                   MOVE "VENDOR ACK COUNT MISMATCH" TO WS-AUDIT-RESULT
               END-IF
               IF WS-ACK-STATUS NOT = "A"
                   DISPLAY "BENEFITS ACK: VENDOR DID NOT ACCEPT, "
                       "STATUS '" WS-ACK-STATUS "'"
                   SET ACK-NOT-PROVEN TO TRUE
                   MOVE "VENDOR REJECTED THE FILE" TO WS-AUDIT-RESULT
               END-IF
           END-IF

           IF ACK-ACCEPTED
               MOVE WS-CTL-SENT-THRU-STAMP TO WS-CTL-ACCEPTED-STAMP
               SET CTL-SENT-ACCEPTED TO TRUE
               DISPLAY "BENEFITS FILE FOR " WS-CTL-SENT-BUS-DATE
                   " ACCEPTED, RECORDS: " WS-ACK-COUNT
           ELSE
               DISPLAY "BENEFITS FILE FOR " WS-CTL-SENT-BUS-DATE
                   " NOT PROVEN - ITS CHANGES GO AGAIN TONIGHT"
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

      *Cut tonight's file: header, one netted line per person whose
      *record changed past the watermark, trailer.
       3000-CUT-EXTRACT.

           MOVE WS-CTL-ACCEPTED-STAMP TO WS-THRU-STAMP

           OPEN INPUT USER-JOURNAL-FILE

           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "CHANGE JOURNAL COULD NOT BE OPENED, STATUS="
                   WS-JOURNAL-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "NO JOURNAL FILE" TO WS-AUDIT-RESULT
           ELSE
               OPEN OUTPUT BEN-EXTRACT-FILE
               IF WS-EXTRACT-FILE-STATUS NOT = "00"
                   DISPLAY "BENEFITS EXTRACT COULD NOT BE OPENED, "
                       "STATUS=" WS-EXTRACT-FILE-STATUS
                   CLOSE USER-JOURNAL-FILE
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "EXTRACT FILE NOT WRITTEN" TO WS-AUDIT-RESULT
               ELSE
                   SORT CHANGE-SORT-FILE
                       ON ASCENDING KEY CS-EMP-ID CS-SEQUENCE
                       INPUT PROCEDURE IS 3100-SELECT-JOURNAL-ENTRIES
                       OUTPUT PROCEDURE IS 3200-WRITE-NETTED-CHANGES
                   CLOSE USER-JOURNAL-FILE
                   PERFORM 3500-WRITE-TRAILER
                   CLOSE BEN-EXTRACT-FILE
               END-IF
           END-IF.

      *Release every journal entry stamped after the watermark.  The
      *journal is written in time order, so the last one released
      *is the end of the range this file covers.
       3100-SELECT-JOURNAL-ENTRIES.

           PERFORM 3110-SELECT-ONE-ENTRY
               UNTIL END-OF-JOURNAL-FILE.

       3110-SELECT-ONE-ENTRY.

           READ USER-JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ
                   MOVE UJ-BUSINESS-DATE TO WS-ENTRY-DATE
                   MOVE UJ-RUN-TIME TO WS-ENTRY-TIME
                   IF WS-ENTRY-STAMP > WS-CTL-ACCEPTED-STAMP
                       ADD 1 TO WS-JOURNAL-SELECTED
                       MOVE WS-ENTRY-STAMP TO WS-THRU-STAMP
                       MOVE UJ-EMP-ID TO CS-EMP-ID
                       MOVE WS-JOURNAL-READ TO CS-SEQUENCE
                       MOVE UJ-BEFORE-IMAGE TO CS-BEFORE-IMAGE
                       MOVE UJ-AFTER-IMAGE TO CS-AFTER-IMAGE
                       RELEASE CHANGE-SORT-RECORD
                   END-IF
           END-READ.

      *Write the header, then net each person's entries to a single
      *line on the EMP-ID control break.
       3200-WRITE-NETTED-CHANGES.

           PERFORM 3300-WRITE-HEADER

           PERFORM 3210-RETURN-SORTED-ENTRY
           PERFORM 3220-NET-ONE-PERSON
               UNTIL END-OF-SORT-FILE.

       3210-RETURN-SORTED-ENTRY.

           RETURN CHANGE-SORT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

      *The first entry gives the record as the vendor last knew it,
      *the last entry the record as it stands now.
       3220-NET-ONE-PERSON.

           MOVE CS-EMP-ID TO WS-NET-EMP-ID
           MOVE CS-BEFORE-IMAGE TO WS-NET-FIRST-BEFORE

           PERFORM 3230-TAKE-PERSON-ENTRY
               UNTIL END-OF-SORT-FILE
                   OR CS-EMP-ID NOT = WS-NET-EMP-ID

           PERFORM 3250-DECIDE-ACTION

           IF ACTION-IS-NONE
               ADD 1 TO WS-NETTED-OUT-COUNT
           ELSE
               PERFORM 3400-WRITE-DETAIL
           END-IF.

       3230-TAKE-PERSON-ENTRY.

           MOVE CS-AFTER-IMAGE TO WS-NET-LAST-AFTER
           PERFORM 3210-RETURN-SORTED-ENTRY.

      *Tag the net change.  A person added in the range is an add
      *whatever followed; one who ends deleted is a delete (nothing
      *is sent for one both added and deleted in the range).
      *Otherwise a status change outranks a transfer, which outranks
      *any other change; a record changed and changed back is not
      *sent.
       3250-DECIDE-ACTION.

           MOVE WS-NET-FIRST-BEFORE TO WS-FIRST-BEFORE-WORK
           MOVE WS-NET-LAST-AFTER TO WS-LAST-AFTER-WORK

           EVALUATE TRUE
               WHEN WS-NET-FIRST-BEFORE = SPACES
                       AND WS-NET-LAST-AFTER = SPACES
                   SET ACTION-IS-NONE TO TRUE
               WHEN WS-NET-FIRST-BEFORE = SPACES
                   SET ACTION-IS-ADD TO TRUE
               WHEN WS-NET-LAST-AFTER = SPACES
                   SET ACTION-IS-DELETE TO TRUE
                   MOVE WS-NET-FIRST-BEFORE TO WS-LAST-AFTER-WORK
               WHEN WS-FB-STATUS NOT = WS-LA-STATUS
                   SET ACTION-IS-STATUS TO TRUE
               WHEN WS-FB-DEPT NOT = WS-LA-DEPT
                   SET ACTION-IS-TRANSFER TO TRUE
               WHEN WS-NET-FIRST-BEFORE NOT = WS-NET-LAST-AFTER
                   SET ACTION-IS-CHANGE TO TRUE
               WHEN OTHER
                   SET ACTION-IS-NONE TO TRUE
           END-EVALUATE.

      *Header: record type, business date, the journal range the
      *file covers (exclusive of the accepted watermark) and the
      *source system.
       3300-WRITE-HEADER.

           MOVE SPACES TO BEN-EXTRACT-LINE
           STRING "H|" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CTL-ACCEPTED-STAMP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-THRU-STAMP DELIMITED BY SIZE
               "|PLAYGROUND" DELIMITED BY SIZE
               INTO BEN-EXTRACT-LINE
           END-STRING
           WRITE BEN-EXTRACT-LINE.

      *Detail: record type, action code and the person as they now
      *stand (as they last stood, for a delete).
       3400-WRITE-DETAIL.

           MOVE WS-LA-FIRST-NAME TO WS-TRIM-FIELD
           PERFORM 3450-FIND-TRIMMED-LENGTH
           MOVE WS-TRIM-LENGTH TO WS-FIRST-NAME-LENGTH
           MOVE WS-LA-LAST-NAME TO WS-TRIM-FIELD
           PERFORM 3450-FIND-TRIMMED-LENGTH
           MOVE WS-TRIM-LENGTH TO WS-LAST-NAME-LENGTH

           MOVE SPACES TO BEN-EXTRACT-LINE
           STRING "D|" DELIMITED BY SIZE
               WS-ACTION-CODE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NET-EMP-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LA-LAST-NAME(1:WS-LAST-NAME-LENGTH)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LA-FIRST-NAME(1:WS-FIRST-NAME-LENGTH)
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LA-DOB DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LA-DEPT DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-LA-STATUS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LA-STATUS-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LA-TERM-DATE DELIMITED BY SIZE
               INTO BEN-EXTRACT-LINE
           END-STRING
           WRITE BEN-EXTRACT-LINE

           ADD 1 TO WS-DETAIL-COUNT
           EVALUATE TRUE
               WHEN ACTION-IS-ADD
                   ADD 1 TO WS-ADD-COUNT
               WHEN ACTION-IS-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN ACTION-IS-STATUS
                   ADD 1 TO WS-STATUS-COUNT
               WHEN ACTION-IS-TRANSFER
                   ADD 1 TO WS-TRANSFER-COUNT
               WHEN ACTION-IS-DELETE
                   ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE.

      *Length of a name without its trailing spaces; a blank name
      *still takes one position so the field is never dropped.
       3450-FIND-TRIMMED-LENGTH.

           PERFORM VARYING WS-TRIM-LENGTH FROM 10 BY -1
                   UNTIL WS-TRIM-LENGTH = 1
                       OR WS-TRIM-FIELD(WS-TRIM-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

      *Trailer: record type and detail count.
       3500-WRITE-TRAILER.

           MOVE SPACES TO BEN-EXTRACT-LINE
           STRING "T|" DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO BEN-EXTRACT-LINE
           END-STRING
           WRITE BEN-EXTRACT-LINE.

      *Record tonight's file as sent and awaiting acknowledgement,
      *with the watermark as the reconciliation left it.
       4000-WRITE-CONTROL-RECORD.

           MOVE WS-BUSINESS-DATE TO WS-CTL-SENT-BUS-DATE
           MOVE WS-THRU-STAMP TO WS-CTL-SENT-THRU-STAMP
           MOVE WS-DETAIL-COUNT TO WS-CTL-SENT-COUNT
           SET CTL-SENT-PENDING TO TRUE

           OPEN OUTPUT BEN-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "BENEFITS CONTROL FILE COULD NOT BE WRITTEN, "
                   "STATUS=" WS-CONTROL-FILE-STATUS
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE "CONTROL FILE NOT WRITTEN" TO WS-AUDIT-RESULT
           ELSE
               MOVE WS-CONTROL-AREA TO BEN-CONTROL-RECORD
               WRITE BEN-CONTROL-RECORD
               CLOSE BEN-CONTROL-FILE
           END-IF.

      *Log this run the same way every other program does.
       9000-LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           STRING "SENT=" DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               " ACK=" DELIMITED BY SIZE
               WS-ACK-VERDICT DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING

           MOVE "BENEXTR" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
           MOVE WS-AUDIT-RESULT TO AUD-CALL-RESULT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

       END PROGRAM BENEXTR.
