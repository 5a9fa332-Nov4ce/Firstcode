      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the overdraft excess report. ODINT
      *  rewrites it every night with the checking accounts drawn
      *  past their arranged limit, dated in the header, the same
      *  way LOANBILL rewrites its arrears report.
      *-----------------------------------------------------------
           SELECT ODXSRPT
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\ODXSRPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
