      *-----------------------------------------------------------
      *  Record layout for the scheduled-transfer file. SCHED-DUE
      *  is stored YYYYMMDD so it can be compared straight against
      *  the business date with no conversion.
      *-----------------------------------------------------------
       01  SCHEDULE-RECORD.
           05 SCHED-ID PIC 9(6).
