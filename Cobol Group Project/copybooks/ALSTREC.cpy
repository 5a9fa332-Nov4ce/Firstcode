      *-----------------------------------------------------------
      *  Record layout for the alert state file. Each watched
      *  condition keeps the value last seen and the business date
      *  (YYYYMMDD) it last changed; ALERTS alerts a condition
      *  whose change date is today, so a second run the same day
      *  produces the same alerts again rather than losing them.
      *    ALST-STATUS       ACCT-STATUS (DORMNT / LOCKED alert)
      *    ALST-PIN-RESET    ACCT-PIN-RESET ("Y" alerts)
      *    ALST-LOW-BAL      "Y" while ACCT-AVAIL-BAL is under the
      *                      LOW-BALANCE floor
      *    ALST-LOAN-MISSED  LOAN-MISSED-CT; a rise while the loan
      *                      is ARREAR alerts
      *-----------------------------------------------------------
       01  ALST-RECORD.
           05 ALST-ACC-NUM PIC 9(5).
           05 ALST-STATUS PIC X(6).
           05 ALST-STATUS-DATE PIC 9(8).
           05 ALST-PIN-RESET PIC X(1).
           05 ALST-PIN-DATE PIC 9(8).
           05 ALST-LOW-BAL PIC X(1).
           05 ALST-LOW-DATE PIC 9(8).
           05 ALST-LOAN-MISSED PIC 9(3).
           05 ALST-LOAN-DATE PIC 9(8).
