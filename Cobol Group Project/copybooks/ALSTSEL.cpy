      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the alert state file. One record
      *  per account, keyed by account number, holding what the
      *  account looked like the last time ALERTS ran so a change
      *  is alerted once, not every night it persists. OPTIONAL so
      *  the file springs into existence on the first run.
      *-----------------------------------------------------------
           SELECT OPTIONAL ALRTSTAT
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\ALRTSTAT.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS ALST-ACC-NUM.
