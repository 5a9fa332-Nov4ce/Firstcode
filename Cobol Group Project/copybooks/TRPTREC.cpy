      *-----------------------------------------------------------
      *  Record layout for the term deposit maturity report. One
      *  TRPT-RECORD per print line, the same one-line-per-record
      *  idiom as RECPTREC.cpy and DRPTREC.cpy.
      *-----------------------------------------------------------
       01  TRPT-RECORD.
           05 TRPT-LINE PIC X(100).
