      *-----------------------------------------------------------
      *  Record layout for the term deposit master file, one record
      *  per deposit (the account itself lives on INFO with
      *  ACCT-TYPE "T" and the deposit as its BALANCE). TD-RATE is
      *  the ANNUAL contracted rate with four implied decimals
      *  (04500 means 4.5% a year), paid in one sum at maturity.
      *  TD-START-DATE and TD-MATURITY are YYYYMMDD like
      *  LOAN-NEXT-DUE. TD-PAYOUT is "R" to roll the deposit with
      *  its interest into a new term, or "P" to pay it out to
      *  TD-PAYOUT-ACC, the customer's own ACTIVE account.
      *  TD-STATUS is ACTIVE while the money is on term, PAID
      *  once TDMATUR has paid it out and BROKEN after a
      *  supervisor early break through TDBREAK. MATURD is a
      *  "P" deposit that has matured (interest credited) but
      *  whose payout account could not take the money: it is
      *  off term and waits for TDMATUR to pay it out once the
      *  account is put right, or for TDBREAK to release it
      *  without penalty.
      *-----------------------------------------------------------
       01  TD-RECORD.
           05 TD-ACC-NUM PIC 9(5).
           05 TD-PRINCIPAL PIC 9(7)V99.
           05 TD-TERM-MM PIC 9(3).
           05 TD-RATE PIC 9V9(4).
           05 TD-START-DATE PIC 9(8).
           05 TD-MATURITY PIC 9(8).
           05 TD-PAYOUT PIC X(1).
           05 TD-PAYOUT-ACC PIC 9(5).
           05 TD-STATUS PIC X(6).
