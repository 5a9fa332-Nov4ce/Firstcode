           05 HIST-AMOUNT PIC 9(7)V99.
           05 HIST-BALANCE PIC S9(7)V99.
           05 HIST-TIME PIC X(10).
      *-----------------------------------------------------------
      *  Posting reference, carried over from TRANLOG (see
      *  TRANREC.cpy). HIST-REV-REF starts at zero and is set by
      *  TRANREV to the reference of the reversal once a posting
      *  has been undone, so the same entry cannot be reversed a
      *  second time.
      *-----------------------------------------------------------
           05 HIST-REF PIC 9(10).
           05 HIST-ORIG-REF PIC 9(10).
           05 HIST-REV-REF PIC 9(10).
