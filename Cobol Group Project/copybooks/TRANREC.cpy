           05 TRAN-BALANCE PIC S9(7)V99.
           05 TRAN-DATE PIC X(10).
           05 TRAN-TIME PIC X(10).
      *-----------------------------------------------------------
      *  Posting reference. Every posting is issued the next
      *  number from the HISTCTL.cpy control record, so a single
      *  entry can be named on its own (for a reversal, a query,
      *  a dispute). TRAN-ORIG-REF is zero on an ordinary posting;
      *  on a REVERSAL-CR / REVERSAL-DR it carries the reference of
      *  the posting being undone.
      *-----------------------------------------------------------
           05 TRAN-REF PIC 9(10).
           05 TRAN-ORIG-REF PIC 9(10).
