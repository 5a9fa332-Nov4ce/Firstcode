      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the customer alert parameter file.
      *  The alert thresholds live in this file, not in
      *  WORKING-STORAGE, the same way FEESCHED holds the fee
      *  tariff, so moving a threshold is a file edit, not a
      *  program change. OPTIONAL so a missing file simply means
      *  the threshold alerts are not produced.
      *-----------------------------------------------------------
           SELECT OPTIONAL ALRTPARM
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\ALRTPARM.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
