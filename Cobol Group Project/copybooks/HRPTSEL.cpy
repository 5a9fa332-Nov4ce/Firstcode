      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the history chain exception
      *  report. HISTCHK rewrites it on every run with each break
      *  it found between TRANHIST, TRANLOG and INFO.
      *-----------------------------------------------------------
           SELECT HISTRPT
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\HISTRPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
