      *  principal). LOAN-RATE is the monthly rate with four
      *  implied decimals (00750 means 0.75% a month);
      *  LOAN-NEXT-DUE is YYYYMMDD like SCHED-DUE so it compares
      *  straight against the business date; it is always a
      *  business day, the contracted day rolled forward past any
      *  weekend or holiday. LOAN-DUE-DAY is that contracted day
      *  of the month (0 on loans booked before it was kept, when
      *  the day of LOAN-NEXT-DUE is taken instead).
      *  LOAN-LAST-BAL is the ledger balance at the last billing;
      *  LOANBILL compares it with the current balance to see
      *  whether the installment since then was actually paid.
           05 LOAN-LAST-BAL PIC S9(7)V99.
           05 LOAN-MISSED-CT PIC 9(3).
           05 LOAN-STATUS PIC X(6).
           05 LOAN-DUE-DAY PIC 9(2).
