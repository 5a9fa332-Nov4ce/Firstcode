      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the term deposit maturity report.
      *  TDMATUR rewrites it on every run with the deposits that
      *  matured and what was done with each, dated in the header,
      *  the same way LOANBILL rewrites its arrears report.
      *-----------------------------------------------------------
           SELECT TDMRPT
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\TDMRPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
