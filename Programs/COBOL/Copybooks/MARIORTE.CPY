      ******************************************************************
      * Author: Systems Programming
      * Purpose: One line of the MARIO chargeback rate table - the
      *          price of one diagram of a type and of each report
      *          page it takes, in dollars and cents.  A served
      *          request is charged its type's diagram rate plus its
      *          pages at the type's page rate.  A type with no line
      *          here is reported unpriced.
      ******************************************************************
       01 MARIO-RATE-RECORD.
           05 MR-DIAGRAM-TYPE PIC X(01).
           05 MR-RATE-PER-DIAGRAM PIC 9(03)V99.
           05 MR-RATE-PER-PAGE PIC 9(03)V99.
           05 MR-DESCRIPTION PIC X(20).
