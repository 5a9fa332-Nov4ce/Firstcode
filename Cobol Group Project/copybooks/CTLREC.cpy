       01  CONTROL-RECORD.
           05 CTL-ACC-NUM PIC Z9(5).
           05 CTL-LAST-ISSUED PIC 9(5).
           05 FILLER PIC X(101).
