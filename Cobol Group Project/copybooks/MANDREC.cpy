      *-----------------------------------------------------------
      *  Record layout for the direct-debit mandate master.
      *  MAND-BANK / MAND-REF match DDI-BANK / DDI-REF on the
      *  presentment. MAND-MAX-AMT is the most one collection may
      *  take (two implied decimals); 0 means no maximum.
      *  MAND-STATUS:
      *    ACTIVE  presentments post as normal
      *    STOPPD  the customer has stopped the next collection
      *            only -- DDPRES returns it and puts the mandate
      *            back to ACTIVE
      *    CANCEL  the authority is withdrawn; every presentment
      *            is returned
      *  MAND-SET-DATE is the YYYYMMDD the mandate was registered,
      *  MAND-CHG-DATE the last status or maximum change, and
      *  MAND-LAST-DATE / MAND-LAST-AMT the last collection DDPRES
      *  actually posted against it.
      *-----------------------------------------------------------
       01  MANDATE-RECORD.
           05 MAND-KEY.
               10 MAND-ACC-NUM PIC 9(5).
               10 MAND-BANK PIC X(8).
               10 MAND-REF PIC X(16).
           05 MAND-MAX-AMT PIC 9(7)V99.
           05 MAND-STATUS PIC X(6).
           05 MAND-SET-DATE PIC 9(8).
           05 MAND-CHG-DATE PIC 9(8).
           05 MAND-LAST-DATE PIC 9(8).
           05 MAND-LAST-AMT PIC 9(7)V99.
