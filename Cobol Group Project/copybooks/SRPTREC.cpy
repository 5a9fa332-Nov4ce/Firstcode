      *-----------------------------------------------------------
      *  Record layout for the staff activity report. One
      *  SRPT-RECORD per print line, the same one-line-per-record
      *  idiom as HRPTREC.cpy.
      *-----------------------------------------------------------
       01  SRPT-RECORD.
           05 SRPT-LINE PIC X(120).
