      ******************************************************************
      * Author: Systems Programming
      * Purpose: Transaction type reference record - one record per
      *          type code the transaction feed is allowed to carry,
      *          with the description the Transaction Summary prints,
      *          the sign an amount of that type must carry (C =
      *          credit, positive; D = debit, negative; E or blank =
      *          either) and the single-item review limit.  An item
      *          whose absolute amount exceeds the limit is still
      *          counted but is also listed on the large-value review
      *          report; a zero limit means no review.  COUNT_NUMBERS
      *          suspends a detail whose type is not on this file or
      *          whose amount carries the wrong sign.
      ******************************************************************
       01 TRAN-TYPE-RECORD.
           05 TT-TYPE-CODE PIC X(02).
           05 TT-TYPE-DESC PIC X(20).
           05 TT-EXPECTED-SIGN PIC X(01).
               88 TT-SIGN-IS-CREDIT VALUE "C".
               88 TT-SIGN-IS-DEBIT VALUE "D".
               88 TT-SIGN-IS-EITHER VALUE "E" " ".
           05 TT-REVIEW-LIMIT PIC 9(09)V99.
