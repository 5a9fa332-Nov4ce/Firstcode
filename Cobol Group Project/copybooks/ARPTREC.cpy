      *-----------------------------------------------------------
      *  Record layout for the alert exceptions report. One
      *  ARPT-RECORD per print line, the same one-line-per-record
      *  idiom as DRPTREC.cpy.
      *-----------------------------------------------------------
       01  ARPT-RECORD.
           05 ARPT-LINE PIC X(100).
