      *-----------------------------------------------------------
      *  Record layout for the overdraft excess report. One
      *  ODX-RECORD per print line, the same one-line-per-record
      *  idiom as RECPTREC.cpy and DRPTREC.cpy.
      *-----------------------------------------------------------
       01  ODX-RECORD.
           05 ODX-LINE PIC X(90).
