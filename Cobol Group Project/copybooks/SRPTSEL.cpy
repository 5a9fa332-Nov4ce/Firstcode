      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the staff activity report.
      *  STAFFRPT rewrites it on every run: the per-operator
      *  summary first, then the exceptions section for audit.
      *-----------------------------------------------------------
           SELECT STAFFRPT
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\STAFFRPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
