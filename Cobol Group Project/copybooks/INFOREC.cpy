      *  never stays in use.
      *-----------------------------------------------------------
           05 ACCT-PIN-RESET PIC X(1).
      *-----------------------------------------------------------
      *  Arranged overdraft. Checking ("C") accounts only: the
      *  limit a supervisor has agreed through ODLIMIT. Every
      *  posting path lets ACCT-AVAIL-BAL run down to minus this
      *  amount before a debit is refused; 0 means no arrangement.
      *  The nightly ODINT batch charges interest on overdrawn
      *  days and reports accounts pushed past the limit.
      *-----------------------------------------------------------
           05 ACCT-OD-LIMIT PIC 9(7)V99.
