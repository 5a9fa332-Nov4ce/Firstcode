      *-----------------------------------------------------------
      *  Control record for posting-reference issuance, stored
      *  inside the TRANHIST file itself under the reserved key
      *  account 0 / blank date / sequence 0 (0 is never a real
      *  account), the same read-increment-rewrite idiom used for
      *  account numbers in CTLREC.cpy and schedule IDs in
      *  SCHEDCTL.cpy. TRANHIST's LOCK MODE IS AUTOMATIC means two
      *  programs posting at once cannot issue the same reference.
      *  Anything that reads TRANHIST front to back must step over
      *  this record.
      *-----------------------------------------------------------
       01  HIST-CONTROL-RECORD.
           05 CTL-HIST-KEY.
               10 CTL-HIST-ACC-NUM PIC 9(5).
               10 CTL-HIST-DATE PIC X(10).
               10 CTL-HIST-SEQ PIC 9(4).
           05 CTL-LAST-TRAN-REF PIC 9(10).
           05 FILLER PIC X(60).
