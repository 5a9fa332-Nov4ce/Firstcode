      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the direct-debit mandate master.
      *  One record per instruction a customer has given a
      *  creditor to collect from their account, keyed by the
      *  account plus the creditor bank and mandate reference
      *  exactly as they arrive on DDINBND, so DDPRES can read
      *  the authority for a presentment straight off the key.
      *  OPTIONAL so the file springs into existence when MANDMNT
      *  registers the first mandate.
      *-----------------------------------------------------------
           SELECT OPTIONAL MANDATE
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\MANDATE.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS MAND-KEY.
