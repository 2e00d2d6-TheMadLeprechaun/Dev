      *               plus the afternoon feed) shows on BALRPT as
      *               two reconciliations instead of the second
      *               overwriting the first.
      *   2026-10-15  Systems Programming - The account reference
      *               now carries an open/closed status and close
      *               date (maintained by ACCTMNT).  Activity for an
      *               account closed on or before the business date
      *               is suspended with its own reason, ACCOUNT
      *               CLOSED, instead of reading as not on file.
      *   2026-10-15  Systems Programming - Each cycle's suspended
      *               details are posted, once, to the permanent
      *               suspense file stamped with the business date
      *               and cycle they entered suspense, so SUSPRCY can
      *               age them and recycle the ones that later pass.
      *               Recycled items come back on the recycle feed,
      *               which the count reads after the main feed,
      *               validates like any other detail and reconciles
      *               against its own trailer; the feed is emptied
      *               once a pass over it has finished.
      *   2026-10-15  Systems Programming - A reconciled cycle is
      *               posted to the account balance master: each
      *               account's debits and credits are added to the
      *               day's totals and its closing balance carried,
      *               with the first cycle of a new business date
      *               rolling yesterday's closing into today's
      *               opening.  Every master record carries the date
      *               and cycle last posted, so a rerun never posts
      *               the same cycle twice.  A Trial Balance report
      *               lists every account's opening + activity =
      *               closing and proves the cycle's movement, with
      *               suspense and recycle folded in, equals the
      *               trailer amount.
      *   2026-10-15  Systems Programming - Type codes are validated
      *               against the transaction type reference file: a
      *               detail whose type is not on it suspends as
      *               UNKNOWN TRANS TYPE, one whose amount carries the
      *               wrong sign for its type as WRONG SIGN FOR TYPE.
      *               An item over its type's review limit is still
      *               counted and is also listed on the Large-Value
      *               Review report for supervisor sign-off.  The
      *               Transaction Summary prints each type's
      *               description beside the code.
      *   2026-10-15  Systems Programming - Each feed is fingerprinted
      *               before it is counted (trailer count and amount,
      *               first and last detail images, hash total of the
      *               detail account numbers) and refused outright
      *               when the fingerprint matches a feed already
      *               processed within the look-back window - seven
      *               days unless the PARM gives another, e.g. 'F 10'
      *               - the other cycle of the same business date
      *               included.  A reconciled feed's fingerprint is
      *               kept on the feed history file.  Exact duplicate
      *               detail records within one feed are listed on
      *               the Duplicate Item Exception report (a warning,
      *               code 4) for operations to confirm with the
      *               sender.
      *   2026-10-15  Systems Programming - Suspended details are
      *               posted to the permanent suspense file, and the
      *               recycle feed is emptied, only when the cycle
      *               reconciled.  A cycle that fails to balance
      *               leaves both alone, so its rerun posts its own
      *               suspense and counts the recycled items again.
      *   2026-10-15  Systems Programming - The feed history entry
      *               also keeps the recycled amount the cycle
      *               posted.  A rerun of a cycle already on the
      *               balance master proves its movement against
      *               that figure, not the now-empty recycle feed.
      *   2026-10-15  Systems Programming - The recycled amount kept
      *               on the feed history is the net amount posted:
      *               recycled details that fail validation again
      *               and return to suspense are left out of it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT_NUMBERS.
           SELECT ACCT-RPT-FILE ASSIGN TO "ACCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSP-HIST-FILE ASSIGN TO "SUSPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-HIST-FILE-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "COUNTRCY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-FILE-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-BAL-FILE-STATUS.

           SELECT TRIAL-BAL-FILE ASSIGN TO "ACCTTBAL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRAN-TYPE-FILE ASSIGN TO "TRANTYPE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-TYPE-FILE-STATUS.

           SELECT LARGE-VALUE-FILE ASSIGN TO "COUNTLRG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEED-HIST-FILE ASSIGN TO "FEEDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-HIST-FILE-STATUS.

           SELECT DUP-RPT-FILE ASSIGN TO "COUNTDUP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "SORTWK".

           SELECT DUP-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       FD ACCT-RPT-FILE.
       01 ACCT-RPT-LINE PIC X(80).

       FD SUSP-HIST-FILE.
       COPY "SUSPREC.CPY".

      *Suspended items SUSPRCY found now pass, in transaction-file
      *layout with their own trailer.  Each record is moved into
      *TRANS-RECORD and validated exactly like a feed detail.
       FD RECYCLE-FILE.
       01 RECYCLE-RECORD PIC X(50).

       FD ACCT-BAL-FILE.
       COPY "ACCTBAL.CPY".

       FD TRIAL-BAL-FILE.
       01 TRIAL-BAL-LINE PIC X(132).

       FD TRAN-TYPE-FILE.
       COPY "TRANTYPE.CPY".

       FD LARGE-VALUE-FILE.
       01 LARGE-VALUE-LINE PIC X(80).

       FD FEED-HIST-FILE.
       COPY "FEEDHIST.CPY".

       FD DUP-RPT-FILE.
       01 DUP-RPT-LINE PIC X(80).

      *Work file for sorting validated details into type-code order
      *before the control-break summary prints.
       SD SORT-FILE.
           05 SR-TYPE-CODE PIC X(02).
           05 SR-AMOUNT PIC S9(09)V99.

      *Work file for sorting the feed's detail images together so
      *exact duplicates come out side by side.
       SD DUP-SORT-FILE.
       01 DUP-SORT-RECORD.
           05 DS-DETAIL-IMAGE PIC X(50).
           05 DS-RECORD-NUMBER PIC 9(10).

       WORKING-STORAGE SECTION.
       COPY "AUDITARG.CPY".

       01 WS-COUNTER PIC 9(10) VALUE 0.

      *Run-mode switch - blank/"I" is the original interactive count,
      *"F" is the file-count mode, optionally followed by the
      *duplicate-feed look-back in days
       01 WS-PARM-LINE PIC X(20) VALUE SPACES.
       01 WS-MODE PIC X(01) VALUE SPACE.
           88 MODE-IS-FILE VALUE "F".
       01 WS-PARM-DUP-DAYS PIC X(05) VALUE SPACES.

       01 WS-FINAL-RETURN-CODE PIC 9(04) VALUE 0.

               10 WS-ACCT-NAME PIC X(20).
               10 WS-ACCT-REC-COUNT PIC 9(08).
               10 WS-ACCT-AMOUNT PIC S9(11)V99.
               10 WS-ACCT-DEBITS PIC 9(11)V99.
               10 WS-ACCT-CREDITS PIC 9(11)V99.
               10 WS-ACCT-TOP-SWITCH PIC X(01).
                   88 ACCT-IS-TOP VALUE "Y".
               10 WS-ACCT-CLOSED-SWITCH PIC X(01).
                   88 ACCT-IS-CLOSED VALUE "Y".
       01 WS-ACCT-USED PIC 9(03) COMP VALUE 0.
       01 WS-ACCT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-ACCT-FOUND-INDEX PIC 9(03) COMP VALUE 0.
      *the whole feed, mis-keyed accounts included.
       01 WS-SUSPENSE-COUNT PIC 9(10) VALUE 0.
       01 WS-SUSPENSE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-SUSPENSE-REASON PIC X(20) VALUE SPACES.

      *Permanent suspense posting and the recycle feed.  The
      *recycle feed balances on its own trailer; its details are
      *folded into the main reconciliation the same way the
      *suspended amounts are.
       01 WS-SUSP-HIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RECYCLE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-SUSPENSE-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SUSPENSE-FILE VALUE "Y".
       01 WS-EOF-SUSP-HIST-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SUSP-HIST-FILE VALUE "Y".
       01 WS-EOF-RECYCLE-SWITCH PIC X(01) VALUE "N".
           88 END-OF-RECYCLE-FILE VALUE "Y".
       01 WS-SUSP-POSTED-SWITCH PIC X(01) VALUE "N".
           88 CYCLE-ALREADY-POSTED VALUE "Y".
       01 WS-SUSP-POSTED-COUNT PIC 9(10) VALUE 0.
       01 WS-RECYCLE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 RECYCLE-FEED-WAS-READ VALUE "Y".
       01 WS-RECYCLE-TRAILER-SWITCH PIC X(01) VALUE "N".
           88 RECYCLE-TRAILER-FOUND VALUE "Y".
       01 WS-RECYCLE-BALANCE-SWITCH PIC X(01) VALUE "Y".
           88 RECYCLE-FEED-BALANCES VALUE "Y".
       01 WS-RECYCLE-COUNT PIC 9(10) VALUE 0.
       01 WS-RECYCLE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-RECYCLE-SUSPENDED-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-SUSPENSE-COUNT-BEFORE PIC 9(10) VALUE 0.
       01 WS-RECYCLE-EXPECTED-COUNT PIC 9(10) VALUE 0.
       01 WS-RECYCLE-EXPECTED-AMOUNT PIC S9(11)V99 VALUE 0.

      *Account balance master, loaded whole, rolled forward and
      *rewritten in account-number order.  The post stamp is the
      *business date and cycle as one number so a later cycle
      *already on the master is caught as well as this one.
       01 WS-ACCT-BAL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-ACCT-BAL-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ACCT-BAL-FILE VALUE "Y".
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 500 TIMES.
               10 WS-BAL-ACCOUNT PIC 9(10).
               10 WS-BAL-POST-DATE PIC 9(08).
               10 WS-BAL-POST-CYCLE PIC 9(02).
               10 WS-BAL-OPENING PIC S9(11)V99.
               10 WS-BAL-DAY-DEBITS PIC 9(11)V99.
               10 WS-BAL-DAY-CREDITS PIC 9(11)V99.
               10 WS-BAL-CLOSING PIC S9(11)V99.
               10 WS-BAL-CYCLE-DEBITS PIC 9(11)V99.
               10 WS-BAL-CYCLE-CREDITS PIC 9(11)V99.
       01 WS-BAL-USED PIC 9(03) COMP VALUE 0.
       01 WS-BAL-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-BAL-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-BAL-SHIFT-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-BAL-POST-SWITCH PIC X(01) VALUE SPACE.
           88 BAL-MASTER-POSTED VALUE "P".
           88 BAL-CYCLE-ALREADY-POSTED VALUE "A".
           88 BAL-LATER-CYCLE-POSTED VALUE "L".
           88 BAL-MASTER-NOT-POSTED VALUE "N".
       01 WS-POST-STAMP PIC 9(10) VALUE 0.
       01 WS-ENTRY-STAMP PIC 9(10) VALUE 0.

      *Trial balance totals and the movement-to-trailer proof.
       01 WS-TB-OPENING-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-TB-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-TB-CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 WS-TB-CLOSING-TOTAL PIC S9(13)V99 VALUE 0.
       01 WS-TB-CYCLE-MOVEMENT PIC S9(13)V99 VALUE 0.
       01 WS-TB-PROOF-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-TB-CHECK-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-TB-OUT-COUNT PIC 9(05) VALUE 0.

      *Transaction type reference table and the large-value review
      *totals.  The review report is rebuilt whole each pass, the
      *same way the suspense file is.
       01 WS-TRAN-TYPE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-TRAN-TYPE-SWITCH PIC X(01) VALUE "N".
           88 END-OF-TRAN-TYPE-FILE VALUE "Y".
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 100 TIMES.
               10 WS-TYPE-CODE PIC X(02).
               10 WS-TYPE-DESC PIC X(20).
               10 WS-TYPE-SIGN PIC X(01).
                   88 TYPE-SIGN-IS-CREDIT VALUE "C".
                   88 TYPE-SIGN-IS-DEBIT VALUE "D".
               10 WS-TYPE-LIMIT PIC 9(09)V99.
       01 WS-TYPE-USED PIC 9(03) COMP VALUE 0.
       01 WS-TYPE-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-TYPE-FOUND-INDEX PIC 9(03) COMP VALUE 0.
       01 WS-TRANS-ABS-AMOUNT PIC 9(09)V99 VALUE 0.
       01 WS-LARGE-VALUE-COUNT PIC 9(08) VALUE 0.
       01 WS-LARGE-VALUE-AMOUNT PIC S9(11)V99 VALUE 0.

      *Feed fingerprint, taken on a pass over the whole feed before
      *counting starts, and the duplicate-item scan that rides on
      *the same pass.
       01 WS-FEED-HIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EOF-FEED-HIST-SWITCH PIC X(01) VALUE "N".
           88 END-OF-FEED-HIST-FILE VALUE "Y".
       01 WS-EOF-DUP-SORT-SWITCH PIC X(01) VALUE "N".
           88 END-OF-DUP-SORT-FILE VALUE "Y".
       01 WS-FEED-DUP-SWITCH PIC X(01) VALUE "N".
           88 FEED-IS-DUPLICATE VALUE "Y".
       01 WS-FEED-LOGGED-SWITCH PIC X(01) VALUE "N".
           88 FEED-ALREADY-LOGGED VALUE "Y".
       01 WS-LOGGED-RECYCLE-SWITCH PIC X(01) VALUE "N".
           88 LOGGED-RECYCLE-KNOWN VALUE "Y".
       01 WS-LOGGED-RECYCLE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-TB-RECYCLE-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-DUP-WINDOW-DAYS PIC 9(05) VALUE 0.
       01 WS-FEED-AGE-DAYS PIC S9(08) VALUE 0.
       01 WS-DUP-MATCH-DATE PIC 9(08) VALUE 0.
       01 WS-DUP-MATCH-CYCLE PIC 9(02) VALUE 0.
       01 WS-FP-DETAIL-COUNT PIC 9(10) VALUE 0.
       01 WS-FP-RECORD-NUMBER PIC 9(10) VALUE 0.
       01 WS-FP-TRAILER-COUNT PIC 9(10) VALUE 0.
       01 WS-FP-TRAILER-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-FP-FIRST-DETAIL PIC X(50) VALUE SPACES.
       01 WS-FP-LAST-DETAIL PIC X(50) VALUE SPACES.
       01 WS-FP-ACCOUNT-HASH PIC 9(18) VALUE 0.
       01 WS-PREV-DUP-IMAGE PIC X(50) VALUE SPACES.
       01 WS-PREV-DUP-RECORD PIC 9(10) VALUE 0.
       01 WS-DUP-RUN-LENGTH PIC 9(10) VALUE 0.
       01 WS-DUP-GROUP-COUNT PIC 9(08) VALUE 0.
       01 WS-DUP-ITEM-COUNT PIC 9(08) VALUE 0.

       01 WS-CHECKPOINT-INTERVAL PIC 9(10) VALUE 1000.
       01 WS-RECORDS-SINCE-CHKPT PIC 9(10) VALUE 0.

       01 WS-SUMMARY-COLUMN-HEADER.
           05 FILLER PIC X(06) VALUE "TYPE".
           05 FILLER PIC X(21) VALUE "DESCRIPTION".
           05 FILLER PIC X(16) VALUE "    RECORD COUNT".
           05 FILLER PIC X(22) VALUE "          AMOUNT TOTAL".

       01 WS-SUMMARY-TYPE-LINE.
           05 RPT-TYPE-CODE PIC X(02).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RPT-TYPE-DESC PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-TYPE-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RPT-TYPE-AMOUNT PIC ---,---,---,--9.99.

       01 WS-SUMMARY-GRAND-LINE.
           05 FILLER PIC X(27) VALUE "GRAND".
           05 RPT-GRAND-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RPT-GRAND-AMOUNT PIC ---,---,---,--9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RPT-ACCT-AMOUNT PIC ---,---,---,--9.99.

       01 WS-SUMMARY-RECYCLE-LINE.
           05 FILLER PIC X(17) VALUE "RECYCLED:       ".
           05 RPT-RECYCLE-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(19) VALUE "   RECYCLE AMOUNT: ".
           05 RPT-RECYCLE-AMOUNT PIC ---,---,---,--9.99.

       01 WS-ACCT-FOOTER-LINE PIC X(80)
           VALUE "** = TOP ACCOUNT BY ABSOLUTE AMOUNT".

      *Large-Value Review report layout
       01 WS-LRG-HEADER-1.
           05 FILLER PIC X(27) VALUE "LARGE-VALUE REVIEW REPORT  ".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05 LRG-HDR-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 LRG-HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 LRG-HDR-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 LRG-HDR-YYYY PIC 9(04).

       01 WS-LRG-COLUMN-HEADER.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(24) VALUE "TYPE DESCRIPTION".
           05 FILLER PIC X(19) VALUE "             AMOUNT".
           05 FILLER PIC X(19) VALUE "       REVIEW LIMIT".

       01 WS-LRG-DETAIL-LINE.
           05 LRG-ACCOUNT PIC 9(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LRG-TYPE-CODE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LRG-TYPE-DESC PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LRG-AMOUNT PIC ----,---,---,--9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 LRG-LIMIT PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LRG-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE "ITEMS FOR REVIEW:   ".
           05 LRG-TOTAL-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 LRG-TOTAL-AMOUNT PIC ----,---,---,--9.99.

       01 WS-LRG-SIGNOFF-LINE PIC X(80)
           VALUE "SUPERVISOR SIGN-OFF: ______________________  DATE: ___
      -    "_______".

      *Duplicate Item Exception report layout
       01 WS-DUP-HEADER-1.
           05 FILLER PIC X(33)
               VALUE "DUPLICATE ITEM EXCEPTION REPORT  ".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05 DUP-HDR-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 DUP-HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 DUP-HDR-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 DUP-HDR-YYYY PIC 9(04).

       01 WS-DUP-COLUMN-HEADER.
           05 FILLER PIC X(12) VALUE "  RECORD NO".
           05 FILLER PIC X(50) VALUE "DETAIL RECORD IMAGE".

       01 WS-DUP-DETAIL-LINE.
           05 DUP-RECORD-NUMBER PIC Z(09)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DUP-DETAIL-IMAGE PIC X(50).

       01 WS-DUP-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "DUPLICATE GROUPS: ".
           05 DUP-TOTAL-GROUPS PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  RECORDS INVOLVED: ".
           05 DUP-TOTAL-ITEMS PIC ZZ,ZZZ,ZZ9.

       01 WS-DUP-REFUSED-LINE.
           05 FILLER PIC X(46)
               VALUE "** FEED REFUSED - SAME FINGERPRINT AS FEED OF ".
           05 DUP-REFUSED-DATE PIC 9(08).
           05 FILLER PIC X(07) VALUE " CYCLE ".
           05 DUP-REFUSED-CYCLE PIC 9(02).
           05 FILLER PIC X(03) VALUE " **".

      *Trial Balance report layout
       01 WS-TB-HEADER-1.
           05 FILLER PIC X(16) VALUE "TRIAL BALANCE   ".
           05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05 TB-HDR-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(09) VALUE "  CYCLE: ".
           05 TB-HDR-CYCLE PIC 9(02).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 TB-HDR-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 TB-HDR-DD PIC 9(02).
           05 FILLER PIC X(01) VALUE "/".
           05 TB-HDR-YYYY PIC 9(04).

       01 WS-TB-COLUMN-HEADER.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(19) VALUE "    OPENING BALANCE".
           05 FILLER PIC X(19) VALUE "       TODAY DEBITS".
           05 FILLER PIC X(19) VALUE "      TODAY CREDITS".
           05 FILLER PIC X(19) VALUE "    CLOSING BALANCE".

       01 WS-TB-DETAIL-LINE.
           05 TB-ACCOUNT PIC 9(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 TB-NAME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 TB-OPENING PIC ----,---,---,--9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 TB-DEBITS PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 TB-CREDITS PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 TB-CLOSING PIC ----,---,---,--9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 TB-FLAG PIC X(15).

       01 WS-TB-PROOF-LINE.
           05 TB-PROOF-LABEL PIC X(40).
           05 TB-PROOF-AMOUNT PIC ----,---,---,--9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 TB-PROOF-RESULT PIC X(40).

       01 WS-TB-STATUS-LINE.
           05 FILLER PIC X(16) VALUE "BALANCE MASTER: ".
           05 TB-POST-STATUS PIC X(50).

       PROCEDURE DIVISION.

      *Pick the run mode and produce the count either way.
       0000-COUNT-MAIN.

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE WS-PARM-DUP-DAYS
           END-UNSTRING

           IF MODE-IS-FILE
               PERFORM 3000-RUN-FILE-COUNT
           PERFORM 3100-INITIALIZE-FILE-COUNT

           IF WS-TRANS-FILE-STATUS = "00"
                   AND NOT FEED-IS-DUPLICATE
      *The counting pass feeds the sort; the type lines come back
      *in code order and print inside the already-open summary.
               PERFORM 3550-OPEN-SUMMARY-REPORT

               CLOSE TRANS-FILE
               CLOSE SUSPENSE-FILE
               PERFORM 3570-FINISH-LARGE-VALUE-REPORT

               PERFORM 3400-RECONCILE-COUNT
               IF WS-DUP-ITEM-COUNT > 0
                       AND WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               PERFORM 3450-WRITE-BALANCING-HISTORY
               PERFORM 3460-WRITE-FEED-HISTORY
               PERFORM 3470-POST-SUSPENSE-HISTORY
               PERFORM 3600-FINISH-SUMMARY-REPORT
               PERFORM 3700-PRINT-ACCOUNT-REPORT
               PERFORM 3800-POST-BALANCE-MASTER
               PERFORM 3900-PRINT-TRIAL-BALANCE
               PERFORM 3500-CLEAR-CHECKPOINT
               PERFORM 3510-CLEAR-RECYCLE-FEED
           ELSE
               IF FEED-IS-DUPLICATE
                   MOVE "DUP-FEED" TO WS-RECONCILE-RESULT
               ELSE
                   MOVE "NO-INPUT" TO WS-RECONCILE-RESULT
               END-IF
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF

           MOVE WS-RECONCILE-RESULT TO WS-AUDIT-RESULT
           PERFORM 9000-LOG-AUDIT-ENTRY.

      *Fingerprint the whole feed before any of it is counted and
      *refuse it when the same feed was already processed within
      *the look-back window.  The same pass sorts the detail images
      *so exact duplicates inside this feed land side by side for
      *the Duplicate Item Exception report.
       3020-FINGERPRINT-FEED.

           MOVE "N" TO WS-FEED-DUP-SWITCH
           MOVE "N" TO WS-FEED-LOGGED-SWITCH
           MOVE "N" TO WS-LOGGED-RECYCLE-SWITCH
           MOVE 0 TO WS-LOGGED-RECYCLE-AMOUNT
           MOVE 0 TO WS-FP-DETAIL-COUNT
           MOVE 0 TO WS-FP-RECORD-NUMBER
           MOVE 0 TO WS-FP-TRAILER-COUNT
           MOVE 0 TO WS-FP-TRAILER-AMOUNT
           MOVE SPACES TO WS-FP-FIRST-DETAIL
           MOVE SPACES TO WS-FP-LAST-DETAIL
           MOVE 0 TO WS-FP-ACCOUNT-HASH
           MOVE 0 TO WS-DUP-GROUP-COUNT
           MOVE 0 TO WS-DUP-ITEM-COUNT

           MOVE 0 TO WS-DUP-WINDOW-DAYS
           IF WS-PARM-DUP-DAYS(1:1) NOT = SPACE
                   AND WS-PARM-DUP-DAYS(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-PARM-DUP-DAYS)
                   TO WS-DUP-WINDOW-DAYS
           END-IF
           IF WS-DUP-WINDOW-DAYS = 0
               MOVE 7 TO WS-DUP-WINDOW-DAYS
           END-IF

           OPEN INPUT TRANS-FILE

           IF WS-TRANS-FILE-STATUS = "00"
               OPEN OUTPUT DUP-RPT-FILE
               MOVE WS-BUSINESS-DATE TO DUP-HDR-BUSINESS-DATE
               MOVE WS-RUN-MM TO DUP-HDR-MM
               MOVE WS-RUN-DD TO DUP-HDR-DD
               MOVE WS-RUN-YYYY TO DUP-HDR-YYYY
               MOVE WS-DUP-HEADER-1 TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               MOVE SPACES TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               MOVE WS-DUP-COLUMN-HEADER TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE

               MOVE "N" TO WS-EOF-SWITCH
               SORT DUP-SORT-FILE
                   ON ASCENDING KEY DS-DETAIL-IMAGE DS-RECORD-NUMBER
                   INPUT PROCEDURE IS 3025-SCAN-FEED-PASS
                   OUTPUT PROCEDURE IS 3040-LIST-DUPLICATE-ITEMS
               CLOSE TRANS-FILE
               MOVE "N" TO WS-EOF-SWITCH

               IF WS-FP-TRAILER-COUNT > 0
                   PERFORM 3050-CHECK-FEED-HISTORY
               END-IF

               MOVE SPACES TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               MOVE WS-DUP-GROUP-COUNT TO DUP-TOTAL-GROUPS
               MOVE WS-DUP-ITEM-COUNT TO DUP-TOTAL-ITEMS
               MOVE WS-DUP-TOTAL-LINE TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               IF FEED-IS-DUPLICATE
                   MOVE WS-DUP-MATCH-DATE TO DUP-REFUSED-DATE
                   MOVE WS-DUP-MATCH-CYCLE TO DUP-REFUSED-CYCLE
                   MOVE WS-DUP-REFUSED-LINE TO DUP-RPT-LINE
                   WRITE DUP-RPT-LINE
               END-IF
               CLOSE DUP-RPT-FILE

               IF WS-DUP-ITEM-COUNT > 0
                   DISPLAY "DUPLICATE DETAIL RECORDS IN FEED: "
                       WS-DUP-ITEM-COUNT
               END-IF
           END-IF.

      *The fingerprint sort's input side: read the whole feed.
       3025-SCAN-FEED-PASS.

           PERFORM 3030-SCAN-ONE-FEED-RECORD
               UNTIL END-OF-TRANS-FILE.

      *Take one feed record into the fingerprint and release each
      *detail image to the duplicate sort.
       3030-SCAN-ONE-FEED-RECORD.

           READ TRANS-FILE
               AT END
                   SET END-OF-TRANS-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-FP-RECORD-NUMBER
                   IF TRANS-IS-DETAIL
                       ADD 1 TO WS-FP-DETAIL-COUNT
                       IF WS-FP-DETAIL-COUNT = 1
                           MOVE TRANS-RECORD TO WS-FP-FIRST-DETAIL
                       END-IF
                       MOVE TRANS-RECORD TO WS-FP-LAST-DETAIL
                       IF TRANS-ACCOUNT-NUMBER IS NUMERIC
                           ADD TRANS-ACCOUNT-NUMBER
                               TO WS-FP-ACCOUNT-HASH
                       END-IF
                       MOVE TRANS-RECORD TO DS-DETAIL-IMAGE
                       MOVE WS-FP-RECORD-NUMBER TO DS-RECORD-NUMBER
                       RELEASE DUP-SORT-RECORD
                   ELSE
                       IF TRANS-IS-TRAILER
                           MOVE TRANS-TRAILER-COUNT
                               TO WS-FP-TRAILER-COUNT
                           MOVE TRANS-TRAILER-AMOUNT
                               TO WS-FP-TRAILER-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *The fingerprint sort's output side: list every record of each
      *run of identical detail images, with its position on the
      *feed so operations can find it.
       3040-LIST-DUPLICATE-ITEMS.

           MOVE "N" TO WS-EOF-DUP-SORT-SWITCH
           MOVE SPACES TO WS-PREV-DUP-IMAGE
           MOVE 0 TO WS-PREV-DUP-RECORD
           MOVE 0 TO WS-DUP-RUN-LENGTH

           PERFORM 3045-RETURN-ONE-DETAIL-IMAGE
               UNTIL END-OF-DUP-SORT-FILE.

      *Compare one sorted image with the one before it.  The first
      *repeat prints the original as well as the copy.
       3045-RETURN-ONE-DETAIL-IMAGE.

           RETURN DUP-SORT-FILE
               AT END
                   SET END-OF-DUP-SORT-FILE TO TRUE
               NOT AT END
                   IF WS-DUP-RUN-LENGTH > 0
                           AND DS-DETAIL-IMAGE = WS-PREV-DUP-IMAGE
                       ADD 1 TO WS-DUP-RUN-LENGTH
                       IF WS-DUP-RUN-LENGTH = 2
                           ADD 1 TO WS-DUP-GROUP-COUNT
                           ADD 1 TO WS-DUP-ITEM-COUNT
                           MOVE WS-PREV-DUP-RECORD TO DUP-RECORD-NUMBER
                           MOVE WS-PREV-DUP-IMAGE TO DUP-DETAIL-IMAGE
                           MOVE WS-DUP-DETAIL-LINE TO DUP-RPT-LINE
                           WRITE DUP-RPT-LINE
                       END-IF
                       ADD 1 TO WS-DUP-ITEM-COUNT
                       MOVE DS-RECORD-NUMBER TO DUP-RECORD-NUMBER
                       MOVE DS-DETAIL-IMAGE TO DUP-DETAIL-IMAGE
                       MOVE WS-DUP-DETAIL-LINE TO DUP-RPT-LINE
                       WRITE DUP-RPT-LINE
                   ELSE
                       MOVE 1 TO WS-DUP-RUN-LENGTH
                   END-IF
                   MOVE DS-DETAIL-IMAGE TO WS-PREV-DUP-IMAGE
                   MOVE DS-RECORD-NUMBER TO WS-PREV-DUP-RECORD
           END-RETURN.

      *Look for this fingerprint among the feeds processed within
      *the look-back window.  An entry under this same date and
      *cycle is this cycle's own earlier attempt, not a resend.
       3050-CHECK-FEED-HISTORY.

           MOVE "N" TO WS-EOF-FEED-HIST-SWITCH
           OPEN INPUT FEED-HIST-FILE

           IF WS-FEED-HIST-FILE-STATUS = "00"
               PERFORM 3055-CHECK-ONE-FEED
                   UNTIL END-OF-FEED-HIST-FILE
               CLOSE FEED-HIST-FILE
           END-IF

           IF FEED-IS-DUPLICATE
               DISPLAY "FEED REFUSED - SAME FINGERPRINT AS FEED OF "
                   WS-DUP-MATCH-DATE " CYCLE " WS-DUP-MATCH-CYCLE
           END-IF.

      *Compare one history entry with this feed's fingerprint.
       3055-CHECK-ONE-FEED.

           READ FEED-HIST-FILE
               AT END
                   SET END-OF-FEED-HIST-FILE TO TRUE
               NOT AT END
                   IF FH-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND FH-CYCLE-NUMBER = RC-CALL-CYCLE
                       SET FEED-ALREADY-LOGGED TO TRUE
                       IF FH-RECYCLE-AMOUNT IS NUMERIC
                           MOVE FH-RECYCLE-AMOUNT
                               TO WS-LOGGED-RECYCLE-AMOUNT
                           SET LOGGED-RECYCLE-KNOWN TO TRUE
                       END-IF
                   ELSE
                       MOVE 99999 TO WS-FEED-AGE-DAYS
                       IF FH-BUSINESS-DATE IS NUMERIC
                               AND FH-BUSINESS-DATE > 16010101
                               AND FH-BUSINESS-DATE
                                   NOT > WS-BUSINESS-DATE
                           COMPUTE WS-FEED-AGE-DAYS =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-BUSINESS-DATE)
                               - FUNCTION INTEGER-OF-DATE
                                   (FH-BUSINESS-DATE)
                       END-IF
                       IF WS-FEED-AGE-DAYS NOT > WS-DUP-WINDOW-DAYS
                               AND FH-TRAILER-COUNT
                                   = WS-FP-TRAILER-COUNT
                               AND FH-TRAILER-AMOUNT
                                   = WS-FP-TRAILER-AMOUNT
                               AND FH-FIRST-DETAIL
                                   = WS-FP-FIRST-DETAIL
                               AND FH-LAST-DETAIL = WS-FP-LAST-DETAIL
                               AND FH-ACCOUNT-HASH
                                   = WS-FP-ACCOUNT-HASH
                           SET FEED-IS-DUPLICATE TO TRUE
                           MOVE FH-BUSINESS-DATE TO WS-DUP-MATCH-DATE
                           MOVE FH-CYCLE-NUMBER TO WS-DUP-MATCH-CYCLE
                       END-IF
                   END-IF
           END-READ.

      *Open the transaction file and pick up any existing checkpoint
      *before the main counting loop starts.
       3100-INITIALIZE-FILE-COUNT.
           MOVE 0 TO WS-EXPECTED-AMOUNT
           MOVE 0 TO WS-SUSPENSE-COUNT
           MOVE 0 TO WS-SUSPENSE-AMOUNT
           MOVE 0 TO WS-RECYCLE-COUNT
           MOVE 0 TO WS-RECYCLE-AMOUNT
           MOVE 0 TO WS-RECYCLE-SUSPENDED-AMOUNT
           MOVE 0 TO WS-RECYCLE-EXPECTED-COUNT
           MOVE 0 TO WS-RECYCLE-EXPECTED-AMOUNT
           MOVE "N" TO WS-RECYCLE-OPEN-SWITCH
           MOVE "N" TO WS-RECYCLE-TRAILER-SWITCH
           MOVE "N" TO WS-TRAILER-SWITCH
           MOVE 0 TO WS-LARGE-VALUE-COUNT
           MOVE 0 TO WS-LARGE-VALUE-AMOUNT

           PERFORM 3130-LOAD-ACCT-REFERENCE
           PERFORM 3160-LOAD-TYPE-REFERENCE
           PERFORM 3020-FINGERPRINT-FEED

           IF FEED-IS-DUPLICATE
               SET END-OF-TRANS-FILE TO TRUE
           ELSE
               OPEN INPUT TRANS-FILE

               IF WS-TRANS-FILE-STATUS NOT = "00"
                   DISPLAY "TRANS FILE COULD NOT BE OPENED, STATUS="
                       WS-TRANS-FILE-STATUS
                   SET END-OF-TRANS-FILE TO TRUE
               ELSE
      *The suspense file is rebuilt whole each pass - a restarted
      *run re-suspends the records it re-reads, so the file always
      *matches the totals the run finished with.
                   OPEN OUTPUT SUSPENSE-FILE
                   PERFORM 3560-OPEN-LARGE-VALUE-REPORT

                   PERFORM 3110-LOAD-CHECKPOINT
               END-IF
           END-IF.

      *The sort's input side: re-read past the checkpoint's resume
      *point (re-accumulating, since only the record count is
      *checkpointed), then count the rest of the file, then take
      *in the recycle feed.  Every loop runs here so every released
      *record is inside the sort's input procedure.  The recycle
      *feed is small and never checkpointed - a restarted pass
      *simply reads all of it again.
       3140-COUNT-INPUT-PASS.

           IF WS-RESUME-POINT > 0
           END-IF

           PERFORM 3200-COUNT-TRANS-RECORDS
               UNTIL END-OF-TRANS-FILE

           PERFORM 3170-COUNT-RECYCLE-FEED.

      *Read the recycle feed SUSPRCY left for this cycle, if there
      *is one.  An empty or missing feed is the normal case.
       3170-COUNT-RECYCLE-FEED.

           MOVE "N" TO WS-EOF-RECYCLE-SWITCH
           OPEN INPUT RECYCLE-FILE

           IF WS-RECYCLE-FILE-STATUS = "00"
               SET RECYCLE-FEED-WAS-READ TO TRUE
               PERFORM 3175-COUNT-ONE-RECYCLED-RECORD
                   UNTIL END-OF-RECYCLE-FILE
               CLOSE RECYCLE-FILE
           END-IF.

      *Validate one recycled detail exactly as a feed detail is
      *validated - an item that fails again simply re-suspends -
      *and note the recycle trailer's control fields.
       3175-COUNT-ONE-RECYCLED-RECORD.

           READ RECYCLE-FILE
               AT END
                   SET END-OF-RECYCLE-FILE TO TRUE
               NOT AT END
                   MOVE RECYCLE-RECORD TO TRANS-RECORD
                   IF TRANS-IS-DETAIL
                       ADD 1 TO WS-RECYCLE-COUNT
                       ADD TRANS-AMOUNT TO WS-RECYCLE-AMOUNT
                       MOVE WS-SUSPENSE-COUNT
                           TO WS-SUSPENSE-COUNT-BEFORE
                       PERFORM 3240-VALIDATE-DETAIL-RECORD
                       IF WS-SUSPENSE-COUNT > WS-SUSPENSE-COUNT-BEFORE
                           ADD TRANS-AMOUNT
                               TO WS-RECYCLE-SUSPENDED-AMOUNT
                       END-IF
                   ELSE
                       IF TRANS-IS-TRAILER
                           MOVE TRANS-TRAILER-COUNT
                               TO WS-RECYCLE-EXPECTED-COUNT
                           MOVE TRANS-TRAILER-AMOUNT
                               TO WS-RECYCLE-EXPECTED-AMOUNT
                           SET RECYCLE-TRAILER-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *Load the account reference file into the table.  A missing
      *file leaves the table empty, which suspends every detail -
                           TO WS-ACCT-NAME(WS-ACCT-USED)
                       MOVE 0 TO WS-ACCT-REC-COUNT(WS-ACCT-USED)
                       MOVE 0 TO WS-ACCT-AMOUNT(WS-ACCT-USED)
                       MOVE 0 TO WS-ACCT-DEBITS(WS-ACCT-USED)
                       MOVE 0 TO WS-ACCT-CREDITS(WS-ACCT-USED)
                       MOVE "N" TO WS-ACCT-TOP-SWITCH(WS-ACCT-USED)
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

      *Load the transaction type reference into its table.  Like
      *the account reference, a missing file suspends every detail
      *- no type can be proven valid.
       3160-LOAD-TYPE-REFERENCE.

           MOVE 0 TO WS-TYPE-USED
           MOVE "N" TO WS-EOF-TRAN-TYPE-SWITCH

           OPEN INPUT TRAN-TYPE-FILE

           IF WS-TRAN-TYPE-FILE-STATUS = "00"
               PERFORM 3165-LOAD-ONE-TYPE
                   UNTIL END-OF-TRAN-TYPE-FILE
               CLOSE TRAN-TYPE-FILE
           ELSE
               DISPLAY "TRANSACTION TYPE REFERENCE COULD NOT BE "
                   "OPENED, STATUS=" WS-TRAN-TYPE-FILE-STATUS
                   " - ALL DETAILS WILL SUSPEND"
           END-IF.

      *Load one type code into its table slot.  A limit that is not
      *numeric is taken as no review limit.
       3165-LOAD-ONE-TYPE.

           READ TRAN-TYPE-FILE
               AT END
                   SET END-OF-TRAN-TYPE-FILE TO TRUE
               NOT AT END
                   IF WS-TYPE-USED < 100
                       ADD 1 TO WS-TYPE-USED
                       MOVE TT-TYPE-CODE TO WS-TYPE-CODE(WS-TYPE-USED)
                       MOVE TT-TYPE-DESC TO WS-TYPE-DESC(WS-TYPE-USED)
                       MOVE TT-EXPECTED-SIGN
                           TO WS-TYPE-SIGN(WS-TYPE-USED)
                       IF TT-REVIEW-LIMIT IS NUMERIC
                           MOVE TT-REVIEW-LIMIT
                               TO WS-TYPE-LIMIT(WS-TYPE-USED)
                       ELSE
                           MOVE 0 TO WS-TYPE-LIMIT(WS-TYPE-USED)
                       END-IF
                   ELSE
                       DISPLAY "TYPE TABLE FULL, DROPPED: "
                           TT-TYPE-CODE
                   END-IF
           END-READ.

      *The business date comes from the shared file SETBDATE wrote
      *at the top of the job; the system date is only a fallback
      *for ad-hoc runs with no business-date file.
                   END-IF
           END-READ.

      *Validate one detail record's account and type code against
      *the reference tables: a detail on an open account with a
      *known type carrying the right sign accumulates into the
      *summary and the account activity totals; anything else is
      *diverted whole to the suspense file under its own reason.
       3240-VALIDATE-DETAIL-RECORD.

           PERFORM 3245-FIND-ACCT-ENTRY
           PERFORM 3247-FIND-TYPE-ENTRY

           EVALUATE TRUE
               WHEN WS-ACCT-FOUND-INDEX = 0
                   MOVE "ACCOUNT NOT ON FILE" TO WS-SUSPENSE-REASON
                   PERFORM 3260-WRITE-SUSPENSE-RECORD
               WHEN ACCT-IS-CLOSED(WS-ACCT-FOUND-INDEX)
                   MOVE "ACCOUNT CLOSED" TO WS-SUSPENSE-REASON
                   PERFORM 3260-WRITE-SUSPENSE-RECORD
               WHEN WS-TYPE-FOUND-INDEX = 0
                   MOVE "UNKNOWN TRANS TYPE" TO WS-SUSPENSE-REASON
                   PERFORM 3260-WRITE-SUSPENSE-RECORD
               WHEN TYPE-SIGN-IS-CREDIT(WS-TYPE-FOUND-INDEX)
                       AND TRANS-AMOUNT < 0
               WHEN TYPE-SIGN-IS-DEBIT(WS-TYPE-FOUND-INDEX)
                       AND TRANS-AMOUNT > 0
                   MOVE "WRONG SIGN FOR TYPE" TO WS-SUSPENSE-REASON
                   PERFORM 3260-WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   ADD TRANS-AMOUNT TO WS-GRAND-AMOUNT
                   ADD 1 TO WS-ACCT-REC-COUNT(WS-ACCT-FOUND-INDEX)
                   ADD TRANS-AMOUNT
                       TO WS-ACCT-AMOUNT(WS-ACCT-FOUND-INDEX)
                   IF TRANS-AMOUNT < 0
                       SUBTRACT TRANS-AMOUNT
                           FROM WS-ACCT-DEBITS(WS-ACCT-FOUND-INDEX)
                   ELSE
                       ADD TRANS-AMOUNT
                           TO WS-ACCT-CREDITS(WS-ACCT-FOUND-INDEX)
                   END-IF
                   PERFORM 3250-ACCUMULATE-DETAIL-AMOUNT
                   PERFORM 3270-CHECK-REVIEW-LIMIT
           END-EVALUATE.

      *Find the detail's account in the reference table; zero means
      *the account is not on file.
               END-IF
           END-PERFORM.

      *Find the detail's type code in the type table; zero means
      *the type is not on file.
       3247-FIND-TYPE-ENTRY.

           MOVE 0 TO WS-TYPE-FOUND-INDEX
           PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                   UNTIL WS-TYPE-INDEX > WS-TYPE-USED
                       OR WS-TYPE-FOUND-INDEX > 0
               IF WS-TYPE-CODE(WS-TYPE-INDEX) = TRANS-TYPE-CODE
                   MOVE WS-TYPE-INDEX TO WS-TYPE-FOUND-INDEX
               END-IF
           END-PERFORM.

      *An accepted item over its type's review limit is counted
      *like any other and also listed for the supervisor.
       3270-CHECK-REVIEW-LIMIT.

           MOVE TRANS-AMOUNT TO WS-TRANS-ABS-AMOUNT

           IF WS-TYPE-LIMIT(WS-TYPE-FOUND-INDEX) > 0
                   AND WS-TRANS-ABS-AMOUNT
                       > WS-TYPE-LIMIT(WS-TYPE-FOUND-INDEX)
               MOVE TRANS-ACCOUNT-NUMBER TO LRG-ACCOUNT
               MOVE TRANS-TYPE-CODE TO LRG-TYPE-CODE
               MOVE WS-TYPE-DESC(WS-TYPE-FOUND-INDEX) TO LRG-TYPE-DESC
               MOVE TRANS-AMOUNT TO LRG-AMOUNT
               MOVE WS-TYPE-LIMIT(WS-TYPE-FOUND-INDEX) TO LRG-LIMIT
               MOVE WS-LRG-DETAIL-LINE TO LARGE-VALUE-LINE
               WRITE LARGE-VALUE-LINE
               ADD 1 TO WS-LARGE-VALUE-COUNT
               ADD TRANS-AMOUNT TO WS-LARGE-VALUE-AMOUNT
           END-IF.

      *Divert one record to the suspense file, original image
      *intact, under the reason the caller set, and track what was
      *diverted so the trailer reconciliation still covers the
      *whole feed.
       3260-WRITE-SUSPENSE-RECORD.

           MOVE SPACES TO SUSPENSE-RECORD
           MOVE TRANS-RECORD TO SUS-TRANS-IMAGE
           MOVE WS-SUSPENSE-REASON TO SUS-REASON
           WRITE SUSPENSE-RECORD

           ADD 1 TO WS-SUSPENSE-COUNT
      *NO-MATCH just the same.
       3400-RECONCILE-COUNT.

           PERFORM 3410-CHECK-RECYCLE-FEED

           IF NOT TRAILER-WAS-FOUND
               DISPLAY "RECONCILIATION: NO TRAILER RECORD FOUND"
               DISPLAY "  RECORD COUNT: " WS-COUNTER
           ELSE
               IF WS-COUNTER = WS-EXPECTED-COUNT
                       AND WS-GRAND-AMOUNT + WS-SUSPENSE-AMOUNT
                           = WS-EXPECTED-AMOUNT + WS-RECYCLE-AMOUNT
                       AND RECYCLE-FEED-BALANCES
                   DISPLAY "RECONCILIATION: MATCH"
                   DISPLAY "  RECORD COUNT:   " WS-COUNTER
                   DISPLAY "  EXPECTED COUNT: " WS-EXPECTED-COUNT
                   DISPLAY "  EXPECTED COUNT:  " WS-EXPECTED-COUNT
                   DISPLAY "  AMOUNT TOTAL:    " WS-GRAND-AMOUNT
                   DISPLAY "  EXPECTED AMOUNT: " WS-EXPECTED-AMOUNT
                   DISPLAY "  RECYCLED AMOUNT: " WS-RECYCLE-AMOUNT
                   MOVE "NO-MATCH" TO WS-RECONCILE-RESULT
                   MOVE 8 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

      *The recycle feed must balance to its own trailer.  No feed,
      *or a feed with no details and no trailer, balances by
      *definition; details with no trailer do not.
       3410-CHECK-RECYCLE-FEED.

           MOVE "Y" TO WS-RECYCLE-BALANCE-SWITCH

           IF RECYCLE-TRAILER-FOUND
               IF WS-RECYCLE-COUNT NOT = WS-RECYCLE-EXPECTED-COUNT
                       OR WS-RECYCLE-AMOUNT
                           NOT = WS-RECYCLE-EXPECTED-AMOUNT
                   MOVE "N" TO WS-RECYCLE-BALANCE-SWITCH
               END-IF
           ELSE
               IF WS-RECYCLE-COUNT > 0
                   MOVE "N" TO WS-RECYCLE-BALANCE-SWITCH
               END-IF
           END-IF

           IF NOT RECYCLE-FEED-BALANCES
               DISPLAY "RECYCLE FEED OUT OF BALANCE"
               DISPLAY "  RECYCLED COUNT:  " WS-RECYCLE-COUNT
               DISPLAY "  TRAILER COUNT:   " WS-RECYCLE-EXPECTED-COUNT
               DISPLAY "  RECYCLED AMOUNT: " WS-RECYCLE-AMOUNT
               DISPLAY "  TRAILER AMOUNT:  "
                   WS-RECYCLE-EXPECTED-AMOUNT
           END-IF.

      *Append tonight's reconciliation verdict to the permanent
      *balancing history file so audit can see how often the feed
      *went out of balance, not just how it did tonight.
           WRITE BAL-HISTORY-RECORD
           CLOSE BAL-HIST-FILE.

      *Keep a reconciled feed's fingerprint on the feed history so
      *a resend is refused.  A rerun of a cycle already logged is
      *not logged twice.
       3460-WRITE-FEED-HISTORY.

           IF WS-RECONCILE-RESULT = "MATCH"
                   AND NOT FEED-ALREADY-LOGGED
               OPEN EXTEND FEED-HIST-FILE
               IF WS-FEED-HIST-FILE-STATUS = "35"
                   OPEN OUTPUT FEED-HIST-FILE
               END-IF

               MOVE WS-BUSINESS-DATE TO FH-BUSINESS-DATE
               MOVE RC-CALL-CYCLE TO FH-CYCLE-NUMBER
               MOVE WS-FP-TRAILER-COUNT TO FH-TRAILER-COUNT
               MOVE WS-FP-TRAILER-AMOUNT TO FH-TRAILER-AMOUNT
               MOVE WS-FP-FIRST-DETAIL TO FH-FIRST-DETAIL
               MOVE WS-FP-LAST-DETAIL TO FH-LAST-DETAIL
               MOVE WS-FP-ACCOUNT-HASH TO FH-ACCOUNT-HASH
               COMPUTE FH-RECYCLE-AMOUNT = WS-RECYCLE-AMOUNT
                   - WS-RECYCLE-SUSPENDED-AMOUNT
               WRITE FEED-HIST-RECORD
               CLOSE FEED-HIST-FILE
           END-IF.

      *Post this cycle's suspended details to the permanent
      *suspense file, stamped with the business date and cycle.
      *This runs once the pass is over, from the finished COUNTSUS,
      *so a restarted pass never posts the records it re-suspended
      *twice; a date and cycle already on the file is not posted
      *again.  A cycle that did not reconcile posts nothing - it
      *will be rerun, and the rerun's suspense is the one to keep.
       3470-POST-SUSPENSE-HISTORY.

           MOVE 0 TO WS-SUSP-POSTED-COUNT

           IF WS-SUSPENSE-COUNT > 0
                   AND WS-RECONCILE-RESULT NOT = "MATCH"
               DISPLAY "SUSPENSE NOT POSTED - "
                   "FEED DID NOT RECONCILE"
           END-IF

           IF WS-SUSPENSE-COUNT > 0
                   AND WS-RECONCILE-RESULT = "MATCH"
               PERFORM 3475-CHECK-CYCLE-POSTED

               IF CYCLE-ALREADY-POSTED
                   DISPLAY "SUSPENSE FOR " WS-BUSINESS-DATE
                       " CYCLE " RC-CALL-CYCLE
                       " ALREADY ON PERMANENT SUSPENSE FILE"
               ELSE
                   OPEN INPUT SUSPENSE-FILE
                   OPEN EXTEND SUSP-HIST-FILE
                   IF WS-SUSP-HIST-FILE-STATUS = "35"
                       OPEN OUTPUT SUSP-HIST-FILE
                   END-IF

                   MOVE "N" TO WS-EOF-SUSPENSE-SWITCH
                   PERFORM 3480-POST-ONE-SUSPENSE-ITEM
                       UNTIL END-OF-SUSPENSE-FILE

                   CLOSE SUSPENSE-FILE
                   CLOSE SUSP-HIST-FILE
                   DISPLAY "SUSPENSE ITEMS POSTED: "
                       WS-SUSP-POSTED-COUNT
               END-IF
           END-IF.

      *Look for any item already posted under tonight's business
      *date and cycle.
       3475-CHECK-CYCLE-POSTED.

           MOVE "N" TO WS-SUSP-POSTED-SWITCH
           MOVE "N" TO WS-EOF-SUSP-HIST-SWITCH

           OPEN INPUT SUSP-HIST-FILE

           IF WS-SUSP-HIST-FILE-STATUS = "00"
               PERFORM 3476-CHECK-ONE-HIST-ITEM
                   UNTIL END-OF-SUSP-HIST-FILE
                       OR CYCLE-ALREADY-POSTED
               CLOSE SUSP-HIST-FILE
           END-IF.

      *Check one permanent suspense item's date and cycle.
       3476-CHECK-ONE-HIST-ITEM.

           READ SUSP-HIST-FILE
               AT END
                   SET END-OF-SUSP-HIST-FILE TO TRUE
               NOT AT END
                   IF SH-ENTRY-DATE = WS-BUSINESS-DATE
                           AND SH-ENTRY-CYCLE = RC-CALL-CYCLE
                       SET CYCLE-ALREADY-POSTED TO TRUE
                   END-IF
           END-READ.

      *Copy one COUNTSUS record to the permanent suspense file.
       3480-POST-ONE-SUSPENSE-ITEM.

           READ SUSPENSE-FILE
               AT END
                   SET END-OF-SUSPENSE-FILE TO TRUE
               NOT AT END
                   MOVE WS-BUSINESS-DATE TO SH-ENTRY-DATE
                   MOVE RC-CALL-CYCLE TO SH-ENTRY-CYCLE
                   MOVE SUS-TRANS-IMAGE TO SH-TRANS-IMAGE
                   MOVE SUS-REASON TO SH-REASON
                   WRITE SUSP-HIST-RECORD
                   ADD 1 TO WS-SUSP-POSTED-COUNT
           END-READ.

      *Open the Transaction Summary and print its headings; the
      *type lines arrive from the sort's output side while the run
      *is still counting nothing else.
           MOVE WS-SUMMARY-COLUMN-HEADER TO SUMMARY-LINE
           WRITE SUMMARY-LINE.

      *Open the Large-Value Review report and print its headings.
      *Like the suspense file it is rebuilt whole each pass, so a
      *restarted run lists every item once.
       3560-OPEN-LARGE-VALUE-REPORT.

           OPEN OUTPUT LARGE-VALUE-FILE

           MOVE WS-BUSINESS-DATE TO LRG-HDR-BUSINESS-DATE
           MOVE WS-RUN-MM TO LRG-HDR-MM
           MOVE WS-RUN-DD TO LRG-HDR-DD
           MOVE WS-RUN-YYYY TO LRG-HDR-YYYY
           MOVE WS-LRG-HEADER-1 TO LARGE-VALUE-LINE
           WRITE LARGE-VALUE-LINE
           MOVE SPACES TO LARGE-VALUE-LINE
           WRITE LARGE-VALUE-LINE
           MOVE WS-LRG-COLUMN-HEADER TO LARGE-VALUE-LINE
           WRITE LARGE-VALUE-LINE.

      *Close the Large-Value Review report with its totals and the
      *supervisor's sign-off line.
       3570-FINISH-LARGE-VALUE-REPORT.

           MOVE SPACES TO LARGE-VALUE-LINE
           WRITE LARGE-VALUE-LINE
           MOVE WS-LARGE-VALUE-COUNT TO LRG-TOTAL-COUNT
           MOVE WS-LARGE-VALUE-AMOUNT TO LRG-TOTAL-AMOUNT
           MOVE WS-LRG-TOTAL-LINE TO LARGE-VALUE-LINE
           WRITE LARGE-VALUE-LINE
           MOVE SPACES TO LARGE-VALUE-LINE
           WRITE LARGE-VALUE-LINE
           MOVE WS-LRG-SIGNOFF-LINE TO LARGE-VALUE-LINE
           WRITE LARGE-VALUE-LINE

           CLOSE LARGE-VALUE-FILE

           IF WS-LARGE-VALUE-COUNT > 0
               DISPLAY "LARGE-VALUE ITEMS FOR REVIEW: "
                   WS-LARGE-VALUE-COUNT
           END-IF.

      *The sort's output side: take the details back in type-code
      *order and print one summary line per code off the control
      *break - however many codes the feed carried.
           MOVE WS-SUMMARY-SUSPENSE-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           IF WS-RECYCLE-COUNT > 0 OR RECYCLE-TRAILER-FOUND
               MOVE WS-RECYCLE-COUNT TO RPT-RECYCLE-COUNT
               MOVE WS-RECYCLE-AMOUNT TO RPT-RECYCLE-AMOUNT
               MOVE WS-SUMMARY-RECYCLE-LINE TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF

           IF TRAILER-WAS-FOUND
               MOVE WS-EXPECTED-COUNT TO RPT-TRAILER-COUNT
               MOVE WS-EXPECTED-AMOUNT TO RPT-TRAILER-AMOUNT

           CLOSE SUMMARY-FILE.

      *Print one transaction type's description, count and amount
      *total.  Only known types reach the sort, so the description
      *is always on the type table.
       3610-PRINT-TYPE-LINE.

           MOVE WS-PREV-TYPE-CODE TO RPT-TYPE-CODE
           MOVE SPACES TO RPT-TYPE-DESC
           PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                   UNTIL WS-TYPE-INDEX > WS-TYPE-USED
               IF WS-TYPE-CODE(WS-TYPE-INDEX) = WS-PREV-TYPE-CODE
                   MOVE WS-TYPE-DESC(WS-TYPE-INDEX) TO RPT-TYPE-DESC
               END-IF
           END-PERFORM
           MOVE WS-TYPE-REC-COUNT TO RPT-TYPE-COUNT
           MOVE WS-TYPE-AMOUNT TO RPT-TYPE-AMOUNT
           MOVE WS-SUMMARY-TYPE-LINE TO SUMMARY-LINE
               END-IF
           END-PERFORM.

      *Post this cycle to the account balance master - only a
      *reconciled cycle, and only once.  A master already stamped
      *with this date and cycle is a rerun and is left alone; one
      *stamped with a later cycle means the cycles ran out of order
      *and nothing is posted until that is sorted out.
       3800-POST-BALANCE-MASTER.

           PERFORM 3810-LOAD-BALANCE-MASTER

           EVALUATE TRUE
               WHEN WS-RECONCILE-RESULT NOT = "MATCH"
                   SET BAL-MASTER-NOT-POSTED TO TRUE
                   DISPLAY "BALANCE MASTER NOT POSTED - "
                       "FEED DID NOT RECONCILE"
               WHEN BAL-CYCLE-ALREADY-POSTED
                   DISPLAY "BALANCE MASTER ALREADY POSTED FOR "
                       WS-BUSINESS-DATE " CYCLE " RC-CALL-CYCLE
               WHEN BAL-LATER-CYCLE-POSTED
                   DISPLAY "BALANCE MASTER NOT POSTED - A LATER "
                       "CYCLE IS ALREADY ON FILE"
                   MOVE 8 TO WS-FINAL-RETURN-CODE
               WHEN OTHER
                   PERFORM 3820-ROLL-FORWARD-ONE-BALANCE
                       VARYING WS-BAL-INDEX FROM 1 BY 1
                       UNTIL WS-BAL-INDEX > WS-BAL-USED
                   PERFORM 3830-POST-ONE-ACCOUNT
                       VARYING WS-ACCT-INDEX FROM 1 BY 1
                       UNTIL WS-ACCT-INDEX > WS-ACCT-USED
                   PERFORM 3840-REWRITE-BALANCE-MASTER
           END-EVALUATE.

      *Load the balance master into the table and note whether this
      *cycle, or a later one, is already posted.  A missing master
      *is the first posting ever and starts empty.
       3810-LOAD-BALANCE-MASTER.

           MOVE 0 TO WS-BAL-USED
           MOVE "N" TO WS-EOF-ACCT-BAL-SWITCH
           MOVE SPACE TO WS-BAL-POST-SWITCH
           COMPUTE WS-POST-STAMP =
               WS-BUSINESS-DATE * 100 + RC-CALL-CYCLE

           OPEN INPUT ACCT-BAL-FILE

           IF WS-ACCT-BAL-FILE-STATUS = "00"
               PERFORM 3815-LOAD-ONE-BALANCE
                   UNTIL END-OF-ACCT-BAL-FILE
               CLOSE ACCT-BAL-FILE
           END-IF.

      *Load one balance record into the next table slot.
       3815-LOAD-ONE-BALANCE.

           READ ACCT-BAL-FILE
               AT END
                   SET END-OF-ACCT-BAL-FILE TO TRUE
               NOT AT END
                   IF WS-BAL-USED < 500
                       ADD 1 TO WS-BAL-USED
                       MOVE AB-ACCOUNT-NUMBER
                           TO WS-BAL-ACCOUNT(WS-BAL-USED)
                       MOVE AB-POST-DATE
                           TO WS-BAL-POST-DATE(WS-BAL-USED)
                       MOVE AB-POST-CYCLE
                           TO WS-BAL-POST-CYCLE(WS-BAL-USED)
                       MOVE AB-OPENING-BALANCE
                           TO WS-BAL-OPENING(WS-BAL-USED)
                       MOVE AB-DAY-DEBITS
                           TO WS-BAL-DAY-DEBITS(WS-BAL-USED)
                       MOVE AB-DAY-CREDITS
                           TO WS-BAL-DAY-CREDITS(WS-BAL-USED)
                       MOVE AB-CLOSING-BALANCE
                           TO WS-BAL-CLOSING(WS-BAL-USED)
                       MOVE AB-CYCLE-DEBITS
                           TO WS-BAL-CYCLE-DEBITS(WS-BAL-USED)
                       MOVE AB-CYCLE-CREDITS
                           TO WS-BAL-CYCLE-CREDITS(WS-BAL-USED)
                       COMPUTE WS-ENTRY-STAMP =
                           AB-POST-DATE * 100 + AB-POST-CYCLE
                       IF WS-ENTRY-STAMP = WS-POST-STAMP
                               AND NOT BAL-LATER-CYCLE-POSTED
                           SET BAL-CYCLE-ALREADY-POSTED TO TRUE
                       END-IF
                       IF WS-ENTRY-STAMP > WS-POST-STAMP
                           SET BAL-LATER-CYCLE-POSTED TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "BALANCE TABLE FULL, DROPPED: "
                           AB-ACCOUNT-NUMBER
                   END-IF
           END-READ.

      *Bring one balance up to this cycle.  The first posting of a
      *new business date carries the closing balance forward as
      *the opening and starts the day's debits and credits afresh;
      *a later cycle of the same date keeps adding to them.
       3820-ROLL-FORWARD-ONE-BALANCE.

           IF WS-BAL-POST-DATE(WS-BAL-INDEX) < WS-BUSINESS-DATE
               MOVE WS-BAL-CLOSING(WS-BAL-INDEX)
                   TO WS-BAL-OPENING(WS-BAL-INDEX)
               MOVE 0 TO WS-BAL-DAY-DEBITS(WS-BAL-INDEX)
               MOVE 0 TO WS-BAL-DAY-CREDITS(WS-BAL-INDEX)
           END-IF

           MOVE 0 TO WS-BAL-CYCLE-DEBITS(WS-BAL-INDEX)
           MOVE 0 TO WS-BAL-CYCLE-CREDITS(WS-BAL-INDEX)
           MOVE WS-BUSINESS-DATE TO WS-BAL-POST-DATE(WS-BAL-INDEX)
           MOVE RC-CALL-CYCLE TO WS-BAL-POST-CYCLE(WS-BAL-INDEX).

      *Add one account's activity this cycle to its balance,
      *opening a zero balance for an account seen for the first
      *time.
       3830-POST-ONE-ACCOUNT.

           IF WS-ACCT-REC-COUNT(WS-ACCT-INDEX) > 0
               PERFORM 3835-FIND-BALANCE-ENTRY

               IF WS-BAL-FOUND-INDEX = 0
                   PERFORM 3836-INSERT-BALANCE-ENTRY
               END-IF

               IF WS-BAL-FOUND-INDEX > 0
                   ADD WS-ACCT-DEBITS(WS-ACCT-INDEX)
                       TO WS-BAL-DAY-DEBITS(WS-BAL-FOUND-INDEX)
                          WS-BAL-CYCLE-DEBITS(WS-BAL-FOUND-INDEX)
                   ADD WS-ACCT-CREDITS(WS-ACCT-INDEX)
                       TO WS-BAL-DAY-CREDITS(WS-BAL-FOUND-INDEX)
                          WS-BAL-CYCLE-CREDITS(WS-BAL-FOUND-INDEX)
                   COMPUTE WS-BAL-CLOSING(WS-BAL-FOUND-INDEX) =
                       WS-BAL-OPENING(WS-BAL-FOUND-INDEX)
                       + WS-BAL-DAY-CREDITS(WS-BAL-FOUND-INDEX)
                       - WS-BAL-DAY-DEBITS(WS-BAL-FOUND-INDEX)
               ELSE
                   DISPLAY "BALANCE TABLE FULL, NOT POSTED: "
                       WS-ACCT-NUMBER(WS-ACCT-INDEX)
                   MOVE 8 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.

      *Find the account's balance entry; zero means it has none.
       3835-FIND-BALANCE-ENTRY.

           MOVE 0 TO WS-BAL-FOUND-INDEX
           PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-INDEX > WS-BAL-USED
                       OR WS-BAL-FOUND-INDEX > 0
               IF WS-BAL-ACCOUNT(WS-BAL-INDEX)
                       = WS-ACCT-NUMBER(WS-ACCT-INDEX)
                   MOVE WS-BAL-INDEX TO WS-BAL-FOUND-INDEX
               END-IF
           END-PERFORM.

      *Open a zero balance for a new account in its account-number
      *place, shifting the higher accounts down one slot, so the
      *master stays in key order.
       3836-INSERT-BALANCE-ENTRY.

           IF WS-BAL-USED < 500
               MOVE 1 TO WS-BAL-FOUND-INDEX
               PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                       UNTIL WS-BAL-INDEX > WS-BAL-USED
                   IF WS-BAL-ACCOUNT(WS-BAL-INDEX)
                           < WS-ACCT-NUMBER(WS-ACCT-INDEX)
                       COMPUTE WS-BAL-FOUND-INDEX = WS-BAL-INDEX + 1
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-BAL-SHIFT-INDEX FROM WS-BAL-USED
                       BY -1
                       UNTIL WS-BAL-SHIFT-INDEX < WS-BAL-FOUND-INDEX
                   MOVE WS-BAL-ENTRY(WS-BAL-SHIFT-INDEX)
                       TO WS-BAL-ENTRY(WS-BAL-SHIFT-INDEX + 1)
               END-PERFORM

               ADD 1 TO WS-BAL-USED
               MOVE WS-ACCT-NUMBER(WS-ACCT-INDEX)
                   TO WS-BAL-ACCOUNT(WS-BAL-FOUND-INDEX)
               MOVE WS-BUSINESS-DATE
                   TO WS-BAL-POST-DATE(WS-BAL-FOUND-INDEX)
               MOVE RC-CALL-CYCLE
                   TO WS-BAL-POST-CYCLE(WS-BAL-FOUND-INDEX)
               MOVE 0 TO WS-BAL-OPENING(WS-BAL-FOUND-INDEX)
               MOVE 0 TO WS-BAL-DAY-DEBITS(WS-BAL-FOUND-INDEX)
               MOVE 0 TO WS-BAL-DAY-CREDITS(WS-BAL-FOUND-INDEX)
               MOVE 0 TO WS-BAL-CLOSING(WS-BAL-FOUND-INDEX)
               MOVE 0 TO WS-BAL-CYCLE-DEBITS(WS-BAL-FOUND-INDEX)
               MOVE 0 TO WS-BAL-CYCLE-CREDITS(WS-BAL-FOUND-INDEX)
           ELSE
               MOVE 0 TO WS-BAL-FOUND-INDEX
           END-IF.

      *Rewrite the whole master from the table, every record now
      *stamped with this business date and cycle.
       3840-REWRITE-BALANCE-MASTER.

           OPEN OUTPUT ACCT-BAL-FILE

           IF WS-ACCT-BAL-FILE-STATUS = "00"
               PERFORM 3845-WRITE-ONE-BALANCE
                   VARYING WS-BAL-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-INDEX > WS-BAL-USED
               CLOSE ACCT-BAL-FILE
               SET BAL-MASTER-POSTED TO TRUE
               DISPLAY "BALANCE MASTER POSTED: " WS-BAL-USED
                   " ACCOUNTS"
           ELSE
               DISPLAY "BALANCE MASTER COULD NOT BE OPENED, STATUS="
                   WS-ACCT-BAL-FILE-STATUS
               SET BAL-MASTER-NOT-POSTED TO TRUE
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF.

      *Write one balance record back to the master.
       3845-WRITE-ONE-BALANCE.

           MOVE WS-BAL-ACCOUNT(WS-BAL-INDEX) TO AB-ACCOUNT-NUMBER
           MOVE WS-BAL-POST-DATE(WS-BAL-INDEX) TO AB-POST-DATE
           MOVE WS-BAL-POST-CYCLE(WS-BAL-INDEX) TO AB-POST-CYCLE
           MOVE WS-BAL-OPENING(WS-BAL-INDEX) TO AB-OPENING-BALANCE
           MOVE WS-BAL-DAY-DEBITS(WS-BAL-INDEX) TO AB-DAY-DEBITS
           MOVE WS-BAL-DAY-CREDITS(WS-BAL-INDEX) TO AB-DAY-CREDITS
           MOVE WS-BAL-CLOSING(WS-BAL-INDEX) TO AB-CLOSING-BALANCE
           MOVE WS-BAL-CYCLE-DEBITS(WS-BAL-INDEX) TO AB-CYCLE-DEBITS
           MOVE WS-BAL-CYCLE-CREDITS(WS-BAL-INDEX)
               TO AB-CYCLE-CREDITS
           WRITE ACCT-BAL-RECORD.

      *Print the Trial Balance: every account on the master with
      *opening + credits - debits = closing checked line by line,
      *the column totals, and the proof that this cycle's movement
      *- plus what went to suspense, less what came back off the
      *recycle feed - equals the trailer amount the run reconciled
      *to.  A cycle that was not posted has nothing to prove.
       3900-PRINT-TRIAL-BALANCE.

           MOVE 0 TO WS-TB-OPENING-TOTAL
           MOVE 0 TO WS-TB-DEBIT-TOTAL
           MOVE 0 TO WS-TB-CREDIT-TOTAL
           MOVE 0 TO WS-TB-CLOSING-TOTAL
           MOVE 0 TO WS-TB-CYCLE-MOVEMENT
           MOVE 0 TO WS-TB-OUT-COUNT

           OPEN OUTPUT TRIAL-BAL-FILE

           MOVE WS-BUSINESS-DATE TO TB-HDR-BUSINESS-DATE
           MOVE RC-CALL-CYCLE TO TB-HDR-CYCLE
           MOVE WS-RUN-MM TO TB-HDR-MM
           MOVE WS-RUN-DD TO TB-HDR-DD
           MOVE WS-RUN-YYYY TO TB-HDR-YYYY
           MOVE WS-TB-HEADER-1 TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE
           MOVE SPACES TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE
           MOVE WS-TB-COLUMN-HEADER TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           PERFORM 3910-PRINT-TRIAL-BALANCE-LINE
               VARYING WS-BAL-INDEX FROM 1 BY 1
               UNTIL WS-BAL-INDEX > WS-BAL-USED

           MOVE SPACES TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE
           MOVE SPACES TO WS-TB-DETAIL-LINE
           MOVE "TOTALS" TO TB-NAME
           MOVE WS-TB-OPENING-TOTAL TO TB-OPENING
           MOVE WS-TB-DEBIT-TOTAL TO TB-DEBITS
           MOVE WS-TB-CREDIT-TOTAL TO TB-CREDITS
           MOVE WS-TB-CLOSING-TOTAL TO TB-CLOSING
           COMPUTE WS-TB-CHECK-AMOUNT = WS-TB-OPENING-TOTAL
               + WS-TB-CREDIT-TOTAL - WS-TB-DEBIT-TOTAL
           IF WS-TB-CHECK-AMOUNT = WS-TB-CLOSING-TOTAL
               MOVE "IN BALANCE" TO TB-FLAG
           ELSE
               MOVE "OUT OF BALANCE" TO TB-FLAG
               ADD 1 TO WS-TB-OUT-COUNT
           END-IF
           MOVE WS-TB-DETAIL-LINE TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE
           MOVE SPACES TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           EVALUATE TRUE
               WHEN BAL-MASTER-POSTED
                   MOVE "POSTED" TO TB-POST-STATUS
               WHEN BAL-CYCLE-ALREADY-POSTED
                   MOVE "ALREADY POSTED - RERUN OF THIS CYCLE"
                       TO TB-POST-STATUS
               WHEN BAL-LATER-CYCLE-POSTED
                   MOVE "NOT POSTED - A LATER CYCLE IS ALREADY ON FILE"
                       TO TB-POST-STATUS
               WHEN OTHER
                   MOVE "NOT POSTED - FEED DID NOT RECONCILE"
                       TO TB-POST-STATUS
           END-EVALUATE
           MOVE WS-TB-STATUS-LINE TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           IF BAL-MASTER-POSTED OR BAL-CYCLE-ALREADY-POSTED
               PERFORM 3920-PRINT-MOVEMENT-PROOF
           END-IF

           CLOSE TRIAL-BAL-FILE

           IF WS-TB-OUT-COUNT > 0
               DISPLAY "TRIAL BALANCE OUT OF BALANCE: "
                   WS-TB-OUT-COUNT " EXCEPTIONS"
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF.

      *Print one account's trial balance line and add it to the
      *totals.  Only balances stamped with this cycle carry this
      *cycle's movement.
       3910-PRINT-TRIAL-BALANCE-LINE.

           MOVE SPACES TO WS-TB-DETAIL-LINE
           MOVE WS-BAL-ACCOUNT(WS-BAL-INDEX) TO TB-ACCOUNT
           PERFORM VARYING WS-ACCT-INDEX FROM 1 BY 1
                   UNTIL WS-ACCT-INDEX > WS-ACCT-USED
               IF WS-ACCT-NUMBER(WS-ACCT-INDEX)
                       = WS-BAL-ACCOUNT(WS-BAL-INDEX)
                   MOVE WS-ACCT-NAME(WS-ACCT-INDEX) TO TB-NAME
               END-IF
           END-PERFORM
           MOVE WS-BAL-OPENING(WS-BAL-INDEX) TO TB-OPENING
           MOVE WS-BAL-DAY-DEBITS(WS-BAL-INDEX) TO TB-DEBITS
           MOVE WS-BAL-DAY-CREDITS(WS-BAL-INDEX) TO TB-CREDITS
           MOVE WS-BAL-CLOSING(WS-BAL-INDEX) TO TB-CLOSING

           COMPUTE WS-TB-CHECK-AMOUNT = WS-BAL-OPENING(WS-BAL-INDEX)
               + WS-BAL-DAY-CREDITS(WS-BAL-INDEX)
               - WS-BAL-DAY-DEBITS(WS-BAL-INDEX)
           IF WS-TB-CHECK-AMOUNT NOT = WS-BAL-CLOSING(WS-BAL-INDEX)
               MOVE "OUT OF BALANCE" TO TB-FLAG
               ADD 1 TO WS-TB-OUT-COUNT
           END-IF

           MOVE WS-TB-DETAIL-LINE TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           ADD WS-BAL-OPENING(WS-BAL-INDEX) TO WS-TB-OPENING-TOTAL
           ADD WS-BAL-DAY-DEBITS(WS-BAL-INDEX) TO WS-TB-DEBIT-TOTAL
           ADD WS-BAL-DAY-CREDITS(WS-BAL-INDEX) TO WS-TB-CREDIT-TOTAL
           ADD WS-BAL-CLOSING(WS-BAL-INDEX) TO WS-TB-CLOSING-TOTAL

           IF WS-BAL-POST-DATE(WS-BAL-INDEX) = WS-BUSINESS-DATE
                   AND WS-BAL-POST-CYCLE(WS-BAL-INDEX) = RC-CALL-CYCLE
               ADD WS-BAL-CYCLE-CREDITS(WS-BAL-INDEX)
                   TO WS-TB-CYCLE-MOVEMENT
               SUBTRACT WS-BAL-CYCLE-DEBITS(WS-BAL-INDEX)
                   FROM WS-TB-CYCLE-MOVEMENT
           END-IF.

      *Prove the cycle's posted movement against the trailer: the
      *trailer covers every detail on the main feed, suspended ones
      *included, while the posted movement also carries the items
      *that came back off the recycle feed.  A rerun of a cycle
      *already posted finds the recycle feed emptied, so it proves
      *against the recycled amount kept on the feed history entry
      *for this date and cycle - the net recycle actually posted,
      *recycled details that went back to suspense left out, as
      *this run's suspense covers the main feed alone.  An
      *entry written before that amount was kept cannot be proven
      *again; the proof is printed for information only.
       3920-PRINT-MOVEMENT-PROOF.

           MOVE SPACES TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           MOVE SPACES TO WS-TB-PROOF-LINE
           MOVE "CYCLE MOVEMENT POSTED (CREDITS - DEBITS)"
               TO TB-PROOF-LABEL
           MOVE WS-TB-CYCLE-MOVEMENT TO TB-PROOF-AMOUNT
           MOVE WS-TB-PROOF-LINE TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           MOVE SPACES TO WS-TB-PROOF-LINE
           MOVE "  PLUS SUSPENDED" TO TB-PROOF-LABEL
           MOVE WS-SUSPENSE-AMOUNT TO TB-PROOF-AMOUNT
           MOVE WS-TB-PROOF-LINE TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           MOVE SPACES TO WS-TB-PROOF-LINE
           IF BAL-CYCLE-ALREADY-POSTED
               MOVE "  LESS RECYCLED (AS POSTED)" TO TB-PROOF-LABEL
               MOVE WS-LOGGED-RECYCLE-AMOUNT TO WS-TB-RECYCLE-AMOUNT
           ELSE
               MOVE "  LESS RECYCLED" TO TB-PROOF-LABEL
               MOVE WS-RECYCLE-AMOUNT TO WS-TB-RECYCLE-AMOUNT
           END-IF
           MOVE WS-TB-RECYCLE-AMOUNT TO TB-PROOF-AMOUNT
           MOVE WS-TB-PROOF-LINE TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           COMPUTE WS-TB-PROOF-AMOUNT = WS-TB-CYCLE-MOVEMENT
               + WS-SUSPENSE-AMOUNT - WS-TB-RECYCLE-AMOUNT
           MOVE SPACES TO WS-TB-PROOF-LINE
           MOVE "  EQUALS" TO TB-PROOF-LABEL
           MOVE WS-TB-PROOF-AMOUNT TO TB-PROOF-AMOUNT
           MOVE WS-TB-PROOF-LINE TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE

           MOVE SPACES TO WS-TB-PROOF-LINE
           MOVE "TRAILER AMOUNT" TO TB-PROOF-LABEL
           MOVE WS-EXPECTED-AMOUNT TO TB-PROOF-AMOUNT
           EVALUATE TRUE
               WHEN BAL-CYCLE-ALREADY-POSTED
                       AND NOT LOGGED-RECYCLE-KNOWN
                   MOVE "INFORMATION ONLY - RECYCLED NOT ON FILE"
                       TO TB-PROOF-RESULT
               WHEN WS-TB-PROOF-AMOUNT = WS-EXPECTED-AMOUNT
                   MOVE "PROVEN" TO TB-PROOF-RESULT
               WHEN OTHER
                   MOVE "NOT PROVEN - MOVEMENT NOT EQUAL TRAILER"
                       TO TB-PROOF-RESULT
                   ADD 1 TO WS-TB-OUT-COUNT
           END-EVALUATE
           MOVE WS-TB-PROOF-LINE TO TRIAL-BAL-LINE
           WRITE TRIAL-BAL-LINE.

      *A full pass over the transaction file finished, so the
      *checkpoint no longer serves a purpose - remove it.
       3500-CLEAR-CHECKPOINT.

           CALL "CBL_DELETE_FILE" USING "COUNTCKP".

      *The recycle feed has been taken in by a finished pass, so
      *empty it - the next SUSPRCY run starts a fresh one and a
      *later cycle never counts the same items again.  SUSPRCY has
      *already taken the items off the permanent suspense file, so
      *the feed is kept for the rerun when the cycle did not
      *reconcile.
       3510-CLEAR-RECYCLE-FEED.

           IF RECYCLE-FEED-WAS-READ
                   AND WS-RECONCILE-RESULT = "MATCH"
               OPEN OUTPUT RECYCLE-FILE
               CLOSE RECYCLE-FILE
           END-IF.

      *Ask run control whether tonight's count may start, and record
      *that it has.  MARIO must have completed first.
       9100-RECORD-RUN-START.
