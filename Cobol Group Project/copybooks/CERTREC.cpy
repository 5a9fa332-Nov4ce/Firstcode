      *-----------------------------------------------------------
      *  Record layout for the interest certificate print file.
      *  One CERT-RECORD per print line, the same one-line-per-
      *  record idiom as STMTREC.cpy.
      *-----------------------------------------------------------
       01  CERT-RECORD.
           05 CERT-LINE PIC X(80).
