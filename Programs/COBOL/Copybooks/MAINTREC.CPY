      *          between them), verified before a single transaction
      *          is applied so a transfer cut off halfway is refused
      *          whole instead of half-applied.
      *          A reorganization ("R") moves every active and
      *          on-leave person in MT-RO-FROM-DEPT to MT-RO-TO-DEPT
      *          in one transaction, for a department merge or
      *          rename.  The EMP-ID slot carries HR's reorganization
      *          number instead, the effective date sits where
      *          it does on every other code, and MT-RO-DEACTIVATE-
      *          FLAG "Y" asks for the old code to be deactivated on
      *          the department master once nobody is left in it.
      *          Because reorganization numbers and EMP-IDs share the
      *          slot, an "X" names which it cancels: MT-NEW-STATUS
      *          "R" cancels the held reorganization with that
      *          number, anything else the held transactions for that
      *          EMP-ID, never a reorganization.
      ******************************************************************
       01 MAINT-TRANS-RECORD.
           05 MT-TRANS-CODE PIC X(01).
               88 MT-IS-PENDING-LIST VALUE "L".
               88 MT-IS-PENDING-CANCEL VALUE "X".
               88 MT-IS-STATUS VALUE "S".
               88 MT-IS-REORG VALUE "R".
               88 MT-IS-BATCH-HEADER VALUE "H".
               88 MT-IS-BATCH-TRAILER VALUE "T".
           05 MT-TRANS-BODY.
                   88 MT-STATUS-ACTIVE VALUE "A".
                   88 MT-STATUS-LEAVE VALUE "L".
                   88 MT-STATUS-TERMINATED VALUE "T".
                   88 MT-CANCEL-REORG VALUE "R".
           05 MT-HEADER-DATA REDEFINES MT-TRANS-BODY.
               10 MT-HDR-BATCH-NUMBER PIC 9(06).
               10 MT-HDR-PREP-DATE PIC 9(08).
           05 MT-TRAILER-DATA REDEFINES MT-TRANS-BODY.
               10 MT-TRL-TRANS-COUNT PIC 9(06).
               10 FILLER PIC X(41).
           05 MT-REORG-DATA REDEFINES MT-TRANS-BODY.
               10 MT-RO-REORG-NUMBER PIC 9(06).
               10 MT-RO-FROM-DEPT PIC X(04).
               10 MT-RO-TO-DEPT PIC X(04).
               10 MT-RO-DEACTIVATE-FLAG PIC X(01).
                   88 MT-RO-DEACTIVATE-OLD VALUE "Y".
                   88 MT-RO-KEEP-OLD VALUE "N" " ".
               10 FILLER PIC X(32).
