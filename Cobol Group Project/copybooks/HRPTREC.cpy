      *-----------------------------------------------------------
      *  Record layout for the history chain exception report.
      *  One HRPT-RECORD per print line, the same one-line-per-
      *  record idiom as DRPTREC.cpy.
      *-----------------------------------------------------------
       01  HRPT-RECORD.
           05 HRPT-LINE PIC X(120).
