      ******************************************************************
      * Author: Systems Programming
      * Date: 2026-10-15
      * Purpose: Suspense recycle and aging.  Reads the permanent
      *          suspense file COUNT_NUMBERS posts each cycle's
      *          suspended details to, re-validates every open item
      *          against the current account reference file, and
      *          writes the items that now pass to the recycle feed
      *          (transaction-file layout with its own trailer) that
      *          the next COUNT_NUMBERS cycle reads after its main
      *          feed.  Recycled items leave the permanent file;
      *          the rest stay and are printed on the Suspense Aging
      *          Report with their age in days as of the business
      *          date, bucketed 1 day / 2-5 days / over 5 days with
      *          counts and amounts.  The permanent file is trimmed
      *          the way HOUSEKP trims its files: the split pass
      *          writes a keep copy and the live file is only
      *          rewritten from it when read = recycled + kept.  A
      *          recycle feed the count has not yet taken in is
      *          never overwritten - the run ages only and recycles
      *          nothing until the count has emptied it.  Every run
      *          is logged through AUDITLOG.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  Systems Programming - Open items are re-edited
      *               against the transaction type reference as well:
      *               an item recycles only when its type is on file
      *               and its amount carries that type's sign.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRCY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-HIST-FILE ASSIGN TO "SUSPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-HIST-FILE-STATUS.

           SELECT SUSP-KEEP-FILE ASSIGN TO "SUSPKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-KEEP-FILE-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "COUNTRCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.

           SELECT ACCT-REF-FILE ASSIGN TO "ACCTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-REF-FILE-STATUS.

           SELECT TRAN-TYPE-FILE ASSIGN TO "TRANTYPE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-TYPE-FILE-STATUS.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "SUSPAGE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUSP-HIST-FILE.
       COPY "SUSPREC.CPY".

       FD SUSP-KEEP-FILE.
       01 SUSP-KEEP-RECORD PIC X(80).

       FD RECYCLE-FILE.
       COPY "TRANSREC.CPY".

       FD ACCT-REF-FILE.
       COPY "ACCTREC.CPY".

       FD TRAN-TYPE-FILE.
       COPY "TRANTYPE.CPY".

       FD BUS-DATE-FILE.
       COPY "BUSDATE.CPY".

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-SUSP-HIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-SUSP-KEEP-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RECYCLE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-ACCT-REF-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-TRAN-TYPE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-BUS-DATE-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-EOF-SUSP-HIST-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SUSP-HIST-FILE VALUE "Y".
       01 WS-EOF-SUSP-KEEP-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SUSP-KEEP-FILE VALUE "Y".
       01 WS-EOF-RECYCLE-SWITCH PIC X(01) VALUE "N".
           88 END-OF-RECYCLE-FILE VALUE "Y".
       01 WS-EOF-ACCT-REF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ACCT-REF-FILE VALUE "Y".
       01 WS-EOF-TRAN-TYPE-SWITCH PIC X(01) VALUE "N".
           88 END-OF-TRAN-TYPE-FILE VALUE "Y".

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

      *Account reference table, loaded the way COUNT_NUMBERS loads
      *it so an item is judged by exactly the same rules.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-ACCT-NUMBER PIC 9(10).
               10 WS-ACCT-CLOSED-SWITCH PIC X(01).
                   88 ACCT-IS-CLOSED VALUE "Y".
       01 WS-ACCT-USED PIC 9(03) COMP VALUE 0.
       01 WS-ACCT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-ACCT-FOUND-INDEX PIC 9(03) COMP VALUE 0.

      *Transaction type codes and the sign each must carry.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 100 TIMES.
               10 WS-TYPE-CODE PIC X(02).
               10 WS-TYPE-SIGN PIC X(01).
                   88 TYPE-SIGN-IS-CREDIT VALUE "C".
                   88 TYPE-SIGN-IS-DEBIT VALUE "D".
       01 WS-TYPE-USED PIC 9(03) COMP VALUE 0.
       01 WS-TYPE-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-TYPE-FOUND-INDEX PIC 9(03) COMP VALUE 0.

      *The suspended record image, decoded for the re-edit.
       01 WS-ITEM-RECORD.
           05 WS-ITEM-TYPE PIC X(01).
               88 WS-ITEM-IS-DETAIL VALUE "D".
           05 WS-ITEM-ACCOUNT-NUMBER PIC 9(10).
           05 WS-ITEM-TYPE-CODE PIC X(02).
           05 WS-ITEM-AMOUNT PIC S9(09)V99
               SIGN IS LEADING SEPARATE.
           05 FILLER PIC X(25).

       01 WS-ITEM-PASSES-SWITCH PIC X(01) VALUE "N".
           88 ITEM-NOW-PASSES VALUE "Y".

      *A recycle feed still holding details is one the count has
      *not taken in yet; it must not be overwritten.
       01 WS-FEED-PENDING-SWITCH PIC X(01) VALUE "N".
           88 RECYCLE-FEED-PENDING VALUE "Y".
       01 WS-PENDING-DETAIL-COUNT PIC 9(08) VALUE 0.

       01 WS-SPLIT-OK-SWITCH PIC X(01) VALUE "N".
           88 SPLIT-COUNTS-AGREE VALUE "Y".

       01 WS-BUSINESS-DATE PIC 9(08) VALUE 0.
       01 WS-ITEM-AGE-DAYS PIC 9(05) VALUE 0.
       01 WS-DATE-INTEGER PIC 9(08) COMP VALUE 0.

      *Counts and amounts for the control totals and age buckets.
       01 WS-ITEMS-READ PIC 9(08) VALUE 0.
       01 WS-ITEMS-RECYCLED PIC 9(08) VALUE 0.
       01 WS-ITEMS-KEPT PIC 9(08) VALUE 0.
       01 WS-ITEMS-REWRITTEN PIC 9(08) VALUE 0.
       01 WS-RECYCLED-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 3 TIMES.
               10 WS-BUCKET-COUNT PIC 9(08).
               10 WS-BUCKET-AMOUNT PIC S9(11)V99.
       01 WS-BUCKET-INDEX PIC 9(01) COMP VALUE 0.
       01 WS-BUCKET-LABELS.
           05 FILLER PIC X(12) VALUE "1 DAY".
           05 FILLER PIC X(12) VALUE "2-5 DAYS".
           05 FILLER PIC X(12) VALUE "OVER 5 DAYS".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL OCCURS 3 TIMES PIC X(12).
       01 WS-OPEN-COUNT PIC 9(08) VALUE 0.
       01 WS-OPEN-AMOUNT PIC S9(11)V99 VALUE 0.

       01 WS-AUDIT-KEY-INPUT PIC X(30) VALUE SPACES.
       01 WS-AUDIT-RESULT PIC X(30) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(04).
           05 WS-RUN-MM PIC 9(02).
           05 WS-RUN-DD PIC 9(02).

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(24) VALUE "SUSPENSE AGING REPORT   ".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05 HDR-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 HDR-YYYY PIC 9(04).

       01 WS-REPORT-COLUMN-HEADER.
           05 FILLER PIC X(09) VALUE "ENTERED".
           05 FILLER PIC X(03) VALUE "CY".
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(03) VALUE "TY".
           05 FILLER PIC X(16) VALUE "          AMOUNT".
           05 FILLER PIC X(21) VALUE " REASON".
           05 FILLER PIC X(06) VALUE "  AGE".
           05 FILLER PIC X(09) VALUE " ACTION".

       01 WS-REPORT-DETAIL-LINE.
           05 RPT-ENTRY-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-ENTRY-CYCLE PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-ACCOUNT PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-TYPE-CODE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-AMOUNT PIC ----,---,--9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-REASON PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-AGE-DAYS PIC ZZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-ACTION PIC X(11).

       01 WS-REPORT-BUCKET-LINE.
           05 FILLER PIC X(08) VALUE "AGED    ".
           05 RPT-BUCKET-LABEL PIC X(12).
           05 FILLER PIC X(08) VALUE " ITEMS: ".
           05 RPT-BUCKET-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 RPT-BUCKET-AMOUNT PIC ---,---,---,--9.99.

       01 WS-REPORT-OPEN-LINE.
           05 FILLER PIC X(20) VALUE "STILL IN SUSPENSE   ".
           05 FILLER PIC X(08) VALUE " ITEMS: ".
           05 RPT-OPEN-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 RPT-OPEN-AMOUNT PIC ---,---,---,--9.99.

       01 WS-REPORT-RECYCLED-LINE.
           05 FILLER PIC X(20) VALUE "RECYCLED TO FEED    ".
           05 FILLER PIC X(08) VALUE " ITEMS: ".
           05 RPT-RECYCLED-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 RPT-RECYCLED-AMOUNT PIC ---,---,---,--9.99.

       01 WS-REPORT-PENDING-LINE.
           05 FILLER PIC X(37)
               VALUE "** PRIOR RECYCLE FEED NOT YET COUNTED".
           05 FILLER PIC X(08) VALUE " - HELD ".
           05 RPT-PENDING-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(28)
               VALUE " ITEMS, NOTHING RECYCLED ** ".

       01 WS-REPORT-REFUSED-LINE PIC X(80)
           VALUE "** SUSPENSE FILE NOT REWRITTEN - COUNTS OUT OF BALANCE
      -    ", RECYCLE FEED EMPTIED **".

       01 WS-REPORT-EMPTY-LINE PIC X(80)
           VALUE "NO ITEMS ON THE PERMANENT SUSPENSE FILE".

       PROCEDURE DIVISION.

      *Load the reference, split the permanent suspense file into
      *recycled and still-open items, rewrite it from the keep copy
      *when the split balances, and print the aging totals.
       0000-SUSPRCY-MAIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1000-GET-BUSINESS-DATE
           PERFORM 1100-LOAD-ACCT-REFERENCE
           PERFORM 1150-LOAD-TYPE-REFERENCE
           PERFORM 1200-CHECK-PENDING-FEED

           OPEN OUTPUT PRINT-FILE
           PERFORM 8000-WRITE-REPORT-HEADER

           PERFORM 2000-SPLIT-SUSPENSE-FILE

           IF WS-ITEMS-READ > 0
               IF SPLIT-COUNTS-AGREE
                   PERFORM 3000-REWRITE-SUSPENSE-FILE
               END-IF

               IF SPLIT-COUNTS-AGREE
                       AND WS-ITEMS-REWRITTEN = WS-ITEMS-KEPT
                   IF RECYCLE-FEED-PENDING
                       MOVE 4 TO WS-FINAL-RETURN-CODE
                       MOVE "RECYCLE FEED STILL PENDING"
                           TO WS-AUDIT-RESULT
                   ELSE
                       MOVE 0 TO WS-FINAL-RETURN-CODE
                       MOVE "SUSPENSE RECYCLE COMPLETE"
                           TO WS-AUDIT-RESULT
                   END-IF
               ELSE
                   PERFORM 3500-BACK-OUT-RECYCLE-FEED
                   MOVE WS-REPORT-REFUSED-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
                   IF SPLIT-COUNTS-AGREE
      *The split balanced but the rewrite came up short, so the
      *live file may be incomplete - the keep dataset holds the
      *full open-item copy to restore from.
                       DISPLAY "SUSPENSE FILE MAY BE INCOMPLETE - "
                           "RESTORE FROM THE KEEP DATASET"
                   END-IF
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE "SUSPENSE REWRITE REFUSED" TO WS-AUDIT-RESULT
               END-IF
           ELSE
               MOVE WS-REPORT-EMPTY-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               IF RECYCLE-FEED-PENDING
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE "RECYCLE FEED STILL PENDING" TO WS-AUDIT-RESULT
               ELSE
                   MOVE 0 TO WS-FINAL-RETURN-CODE
                   MOVE "NO SUSPENSE ITEMS" TO WS-AUDIT-RESULT
               END-IF
           END-IF

           PERFORM 8100-WRITE-REPORT-TOTALS
           CLOSE PRINT-FILE

           PERFORM 9000-LOG-AUDIT-ENTRY

           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
           GOBACK.

      *The business date comes from the shared file SETBDATE wrote
      *at the top of the job; the system date is only a fallback
      *for ad-hoc runs with no business-date file.
       1000-GET-BUSINESS-DATE.

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

      *Load the account reference file into the table.  A missing
      *file leaves the table empty, so nothing recycles.
       1100-LOAD-ACCT-REFERENCE.

           MOVE 0 TO WS-ACCT-USED
           OPEN INPUT ACCT-REF-FILE

           IF WS-ACCT-REF-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-ACCOUNT
                   UNTIL END-OF-ACCT-REF-FILE
               CLOSE ACCT-REF-FILE
           ELSE
               DISPLAY "ACCOUNT REFERENCE COULD NOT BE OPENED, "
                   "STATUS=" WS-ACCT-REF-FILE-STATUS
                   " - NOTHING WILL RECYCLE"
           END-IF.

      *Load one reference account; an account closed on or before
      *the business date does not accept activity.
       1110-LOAD-ONE-ACCOUNT.

           READ ACCT-REF-FILE
               AT END
                   SET END-OF-ACCT-REF-FILE TO TRUE
               NOT AT END
                   IF WS-ACCT-USED < 500
                       ADD 1 TO WS-ACCT-USED
                       MOVE AR-ACCOUNT-NUMBER
                           TO WS-ACCT-NUMBER(WS-ACCT-USED)
                       MOVE "N"
                           TO WS-ACCT-CLOSED-SWITCH(WS-ACCT-USED)
                       IF AR-IS-CLOSED
                               AND AR-CLOSE-DATE IS NUMERIC
                               AND AR-CLOSE-DATE
                                   NOT > WS-BUSINESS-DATE
                           SET ACCT-IS-CLOSED(WS-ACCT-USED) TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "ACCOUNT TABLE FULL, DROPPED: "
                           AR-ACCOUNT-NUMBER
                   END-IF
           END-READ.

      *Load the transaction type reference.  A missing file leaves
      *the table empty, so nothing recycles.
       1150-LOAD-TYPE-REFERENCE.

           MOVE 0 TO WS-TYPE-USED
           OPEN INPUT TRAN-TYPE-FILE

           IF WS-TRAN-TYPE-FILE-STATUS = "00"
               PERFORM 1160-LOAD-ONE-TYPE
                   UNTIL END-OF-TRAN-TYPE-FILE
               CLOSE TRAN-TYPE-FILE
           ELSE
               DISPLAY "TRANSACTION TYPE REFERENCE COULD NOT BE "
                   "OPENED, STATUS=" WS-TRAN-TYPE-FILE-STATUS
                   " - NOTHING WILL RECYCLE"
           END-IF.

      *Load one type code and its sign rule.
       1160-LOAD-ONE-TYPE.

           READ TRAN-TYPE-FILE
               AT END
                   SET END-OF-TRAN-TYPE-FILE TO TRUE
               NOT AT END
                   IF WS-TYPE-USED < 100
                       ADD 1 TO WS-TYPE-USED
                       MOVE TT-TYPE-CODE TO WS-TYPE-CODE(WS-TYPE-USED)
                       MOVE TT-EXPECTED-SIGN
                           TO WS-TYPE-SIGN(WS-TYPE-USED)
                   ELSE
                       DISPLAY "TYPE TABLE FULL, DROPPED: "
                           TT-TYPE-CODE
                   END-IF
           END-READ.

      *A recycle feed that still holds details has not been taken
      *in by a count yet.  Overwriting it would lose those items,
      *so tonight only ages.
       1200-CHECK-PENDING-FEED.

           MOVE 0 TO WS-PENDING-DETAIL-COUNT
           OPEN INPUT RECYCLE-FILE

           IF WS-RECYCLE-FILE-STATUS = "00"
               PERFORM 1210-COUNT-ONE-PENDING-RECORD
                   UNTIL END-OF-RECYCLE-FILE
               CLOSE RECYCLE-FILE
           END-IF

           IF WS-PENDING-DETAIL-COUNT > 0
               SET RECYCLE-FEED-PENDING TO TRUE
               DISPLAY "PRIOR RECYCLE FEED NOT YET COUNTED - "
                   WS-PENDING-DETAIL-COUNT " ITEMS HELD"
           END-IF.

      *Count one record on the existing recycle feed.
       1210-COUNT-ONE-PENDING-RECORD.

           READ RECYCLE-FILE
               AT END
                   SET END-OF-RECYCLE-FILE TO TRUE
               NOT AT END
                   IF TRANS-IS-DETAIL
                       ADD 1 TO WS-PENDING-DETAIL-COUNT
                   END-IF
           END-READ.

      *Split the permanent suspense file: items that now pass go
      *to the recycle feed, everything else to the keep copy.
       2000-SPLIT-SUSPENSE-FILE.

           MOVE 0 TO WS-ITEMS-READ
           MOVE 0 TO WS-ITEMS-RECYCLED
           MOVE 0 TO WS-ITEMS-KEPT
           MOVE 0 TO WS-RECYCLED-AMOUNT
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > 3
               MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-INDEX)
               MOVE 0 TO WS-BUCKET-AMOUNT(WS-BUCKET-INDEX)
           END-PERFORM

           OPEN INPUT SUSP-HIST-FILE

           IF WS-SUSP-HIST-FILE-STATUS = "00"
               OPEN OUTPUT SUSP-KEEP-FILE
               IF NOT RECYCLE-FEED-PENDING
                   OPEN OUTPUT RECYCLE-FILE
               END-IF

               PERFORM 2100-SPLIT-ONE-ITEM
                   UNTIL END-OF-SUSP-HIST-FILE

               IF NOT RECYCLE-FEED-PENDING
                   PERFORM 2400-WRITE-RECYCLE-TRAILER
                   CLOSE RECYCLE-FILE
               END-IF
               CLOSE SUSP-KEEP-FILE
               CLOSE SUSP-HIST-FILE

               IF WS-ITEMS-READ = WS-ITEMS-RECYCLED + WS-ITEMS-KEPT
                   SET SPLIT-COUNTS-AGREE TO TRUE
               END-IF
           ELSE
               DISPLAY "PERMANENT SUSPENSE FILE NOT FOUND, STATUS="
                   WS-SUSP-HIST-FILE-STATUS
           END-IF.

      *Read one open item and route it.
       2100-SPLIT-ONE-ITEM.

           READ SUSP-HIST-FILE
               AT END
                   SET END-OF-SUSP-HIST-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE SH-TRANS-IMAGE TO WS-ITEM-RECORD
                   MOVE "N" TO WS-ITEM-PASSES-SWITCH
                   IF NOT RECYCLE-FEED-PENDING
                       PERFORM 2200-REVALIDATE-ITEM
                   END-IF
                   IF ITEM-NOW-PASSES
                       PERFORM 2300-RECYCLE-ITEM
                   ELSE
                       PERFORM 2500-KEEP-AND-AGE-ITEM
                   END-IF
           END-READ.

      *Re-edit the item the way COUNT_NUMBERS edits a detail: the
      *account must be on file and open, and the type must be on
      *file with the amount carrying its sign.
       2200-REVALIDATE-ITEM.

           IF WS-ITEM-IS-DETAIL
                   AND WS-ITEM-ACCOUNT-NUMBER IS NUMERIC
                   AND WS-ITEM-AMOUNT IS NUMERIC
               MOVE 0 TO WS-ACCT-FOUND-INDEX
               PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
                       UNTIL WS-ACCT-INDEX > WS-ACCT-USED
                           OR WS-ACCT-FOUND-INDEX > 0
                   IF WS-ACCT-NUMBER(WS-ACCT-INDEX)
                           = WS-ITEM-ACCOUNT-NUMBER
                       MOVE WS-ACCT-INDEX TO WS-ACCT-FOUND-INDEX
                   END-IF
               END-PERFORM

               MOVE 0 TO WS-TYPE-FOUND-INDEX
               PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                       UNTIL WS-TYPE-INDEX > WS-TYPE-USED
                           OR WS-TYPE-FOUND-INDEX > 0
                   IF WS-TYPE-CODE(WS-TYPE-INDEX) = WS-ITEM-TYPE-CODE
                       MOVE WS-TYPE-INDEX TO WS-TYPE-FOUND-INDEX
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-ACCT-FOUND-INDEX = 0
                   WHEN ACCT-IS-CLOSED(WS-ACCT-FOUND-INDEX)
                   WHEN WS-TYPE-FOUND-INDEX = 0
                       CONTINUE
                   WHEN TYPE-SIGN-IS-CREDIT(WS-TYPE-FOUND-INDEX)
                           AND WS-ITEM-AMOUNT < 0
                   WHEN TYPE-SIGN-IS-DEBIT(WS-TYPE-FOUND-INDEX)
                           AND WS-ITEM-AMOUNT > 0
                       CONTINUE
                   WHEN OTHER
                       SET ITEM-NOW-PASSES TO TRUE
               END-EVALUATE
           END-IF.

      *Write the item to the recycle feed, original image intact.
       2300-RECYCLE-ITEM.

           MOVE WS-ITEM-RECORD TO TRANS-RECORD
           WRITE TRANS-RECORD
           ADD 1 TO WS-ITEMS-RECYCLED
           ADD WS-ITEM-AMOUNT TO WS-RECYCLED-AMOUNT

           MOVE 0 TO RPT-AGE-DAYS
           PERFORM 2600-COMPUTE-ITEM-AGE
           MOVE "RECYCLED" TO RPT-ACTION
           PERFORM 2700-PRINT-ITEM-LINE.

      *Close the recycle feed with its control trailer.
       2400-WRITE-RECYCLE-TRAILER.

           MOVE SPACES TO TRANS-RECORD
           MOVE "T" TO TRANS-TYPE
           MOVE WS-ITEMS-RECYCLED TO TRANS-TRAILER-COUNT
           MOVE WS-RECYCLED-AMOUNT TO TRANS-TRAILER-AMOUNT
           WRITE TRANS-RECORD.

      *Keep the item open, age it, and add it to its bucket.
       2500-KEEP-AND-AGE-ITEM.

           MOVE SUSP-HIST-RECORD TO SUSP-KEEP-RECORD
           WRITE SUSP-KEEP-RECORD
           ADD 1 TO WS-ITEMS-KEPT

           PERFORM 2600-COMPUTE-ITEM-AGE

           EVALUATE TRUE
               WHEN WS-ITEM-AGE-DAYS NOT > 1
                   MOVE 1 TO WS-BUCKET-INDEX
               WHEN WS-ITEM-AGE-DAYS NOT > 5
                   MOVE 2 TO WS-BUCKET-INDEX
               WHEN OTHER
                   MOVE 3 TO WS-BUCKET-INDEX
           END-EVALUATE

           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-INDEX)
           IF WS-ITEM-AMOUNT IS NUMERIC
               ADD WS-ITEM-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-INDEX)
           END-IF

           MOVE WS-BUCKET-LABEL(WS-BUCKET-INDEX) TO RPT-ACTION
           PERFORM 2700-PRINT-ITEM-LINE.

      *Age in days from the date the item entered suspense to the
      *business date.  An unreadable entry date ages as over five
      *days so it is never hidden in the current bucket.
       2600-COMPUTE-ITEM-AGE.

           IF SH-ENTRY-DATE IS NUMERIC
                   AND SH-ENTRY-DATE > 16010101
                   AND SH-ENTRY-DATE NOT > WS-BUSINESS-DATE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(SH-ENTRY-DATE)
               MOVE WS-DATE-INTEGER TO WS-ITEM-AGE-DAYS
           ELSE
               IF SH-ENTRY-DATE IS NUMERIC
                       AND SH-ENTRY-DATE > WS-BUSINESS-DATE
                   MOVE 0 TO WS-ITEM-AGE-DAYS
               ELSE
                   MOVE 99999 TO WS-ITEM-AGE-DAYS
               END-IF
           END-IF

           MOVE WS-ITEM-AGE-DAYS TO RPT-AGE-DAYS.

      *Print one item's aging line.
       2700-PRINT-ITEM-LINE.

           MOVE SH-ENTRY-DATE TO RPT-ENTRY-DATE
           MOVE SH-ENTRY-CYCLE TO RPT-ENTRY-CYCLE
           MOVE SH-TRANS-IMAGE(2:10) TO RPT-ACCOUNT
           MOVE WS-ITEM-TYPE-CODE TO RPT-TYPE-CODE
           IF WS-ITEM-AMOUNT IS NUMERIC
               MOVE WS-ITEM-AMOUNT TO RPT-AMOUNT
           ELSE
               MOVE 0 TO RPT-AMOUNT
           END-IF
           MOVE SH-REASON TO RPT-REASON
           MOVE WS-REPORT-DETAIL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Replace the permanent suspense file with the keep copy -
      *only reached when the split reconciled.
       3000-REWRITE-SUSPENSE-FILE.

           MOVE 0 TO WS-ITEMS-REWRITTEN
           MOVE "N" TO WS-EOF-SUSP-KEEP-SWITCH

           OPEN INPUT SUSP-KEEP-FILE
           OPEN OUTPUT SUSP-HIST-FILE

           PERFORM 3100-COPY-ONE-KEPT-ITEM
               UNTIL END-OF-SUSP-KEEP-FILE

           CLOSE SUSP-HIST-FILE
           CLOSE SUSP-KEEP-FILE.

      *Copy one kept item back to the live file.
       3100-COPY-ONE-KEPT-ITEM.

           READ SUSP-KEEP-FILE
               AT END
                   SET END-OF-SUSP-KEEP-FILE TO TRUE
               NOT AT END
                   MOVE SUSP-KEEP-RECORD TO SUSP-HIST-RECORD
                   WRITE SUSP-HIST-RECORD
                   ADD 1 TO WS-ITEMS-REWRITTEN
           END-READ.

      *The permanent file was not cleanly rewritten, so the items
      *just written to the recycle feed may still be on it.  Empty
      *the feed so the count cannot take them in twice; they
      *recycle on the next clean run.
       3500-BACK-OUT-RECYCLE-FEED.

           IF NOT RECYCLE-FEED-PENDING
               OPEN OUTPUT RECYCLE-FILE
               CLOSE RECYCLE-FILE
               MOVE 0 TO WS-ITEMS-RECYCLED
               MOVE 0 TO WS-RECYCLED-AMOUNT
           END-IF.

      *Write the report heading and column heading.
       8000-WRITE-REPORT-HEADER.

           MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE
           MOVE WS-RUN-MM TO HDR-MM
           MOVE WS-RUN-DD TO HDR-DD
           MOVE WS-RUN-YYYY TO HDR-YYYY
           MOVE WS-REPORT-HEADER-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           IF RECYCLE-FEED-PENDING
               MOVE WS-PENDING-DETAIL-COUNT TO RPT-PENDING-COUNT
               MOVE WS-REPORT-PENDING-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF

           MOVE WS-REPORT-COLUMN-HEADER TO PRINT-LINE
           WRITE PRINT-LINE.

      *Close the report with the bucket totals, what is still open
      *and what went out on the recycle feed.
       8100-WRITE-REPORT-TOTALS.

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE

           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-OPEN-AMOUNT
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > 3
               MOVE WS-BUCKET-LABEL(WS-BUCKET-INDEX)
                   TO RPT-BUCKET-LABEL
               MOVE WS-BUCKET-COUNT(WS-BUCKET-INDEX)
                   TO RPT-BUCKET-COUNT
               MOVE WS-BUCKET-AMOUNT(WS-BUCKET-INDEX)
                   TO RPT-BUCKET-AMOUNT
               MOVE WS-REPORT-BUCKET-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               ADD WS-BUCKET-COUNT(WS-BUCKET-INDEX) TO WS-OPEN-COUNT
               ADD WS-BUCKET-AMOUNT(WS-BUCKET-INDEX)
                   TO WS-OPEN-AMOUNT
           END-PERFORM

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-OPEN-COUNT TO RPT-OPEN-COUNT
           MOVE WS-OPEN-AMOUNT TO RPT-OPEN-AMOUNT
           MOVE WS-REPORT-OPEN-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-ITEMS-RECYCLED TO RPT-RECYCLED-COUNT
           MOVE WS-RECYCLED-AMOUNT TO RPT-RECYCLED-AMOUNT
           MOVE WS-REPORT-RECYCLED-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

      *Log this run the same way every other program does.
       9000-LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-AUDIT-KEY-INPUT
           STRING "RECYCLED=" DELIMITED BY SIZE
               WS-ITEMS-RECYCLED DELIMITED BY SIZE
               " OPEN=" DELIMITED BY SIZE
               WS-ITEMS-KEPT DELIMITED BY SIZE
               INTO WS-AUDIT-KEY-INPUT
           END-STRING

           MOVE "SUSPRCY" TO AUD-CALL-PROGRAM-NAME
           MOVE WS-AUDIT-KEY-INPUT TO AUD-CALL-KEY-INPUT
           MOVE WS-AUDIT-RESULT TO AUD-CALL-RESULT
           MOVE WS-FINAL-RETURN-CODE TO AUD-CALL-RETURN-CODE
           CALL "AUDITLOG" USING AUD-CALL-AREA.

       END PROGRAM SUSPRCY.
