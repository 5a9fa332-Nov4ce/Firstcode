      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the year-end interest certificate
      *  print file. TAXCERT rewrites it on every run with one
      *  envelope-ready certificate per customer, the same way
      *  STMTGEN prints statements to STATEMENT.txt.
      *-----------------------------------------------------------
           SELECT CERTOUT
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\TAXCERT.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
