      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the term deposit master file. One
      *  record per term deposit, keyed by the same account number
      *  as the INFO record that holds the money. OPTIONAL so the
      *  file springs into existence when TDOPEN opens the first
      *  deposit.
      *-----------------------------------------------------------
           SELECT OPTIONAL TDMST
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\TDMST.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS TD-ACC-NUM.
