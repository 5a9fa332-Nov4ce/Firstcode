           COPY DRPTREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
           OPEN OUTPUT DORMRPT
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE

           DISPLAY "=========================================".
      *>     accounts are never swept: a quiet loan is a missed
      *>     installment, which LOANBILL flags ARREAR and reports,
      *>     and going DORMNT would stop the borrower signing in
      *>     to repay. Nor are term deposits: a deposit is meant
      *>     to sit untouched until TDMATUR matures it.
           MOVE ACC-NUM TO WS-ACC-N
           IF WS-ACC-N NOT = 0 AND ACCT-STATUS = "ACTIVE"
               AND ACCT-TYPE NOT = "L" AND ACCT-TYPE NOT = "T"
               PERFORM CHECK-RECENT-ACTIVITY
               IF WS-RECENT = "N"
                   MOVE "DORMNT" TO ACCT-STATUS
               REWRITE RUN-CONTROL-RECORD
           END-IF.

      *-----------------------------------------------------------
      *  The job works on the bank's business date from RUNCTL,
      *  which NIGHTRUN rolls on only after a clean night, so a run
      *  that starts after midnight still posts, stamps and checks
      *  run control for the day being closed. Until NIGHTRUN has
      *  set the date up, the calendar date stands in.
      *-----------------------------------------------------------
       GET-BUSINESS-DATE.
           MOVE "BUSDATE" TO BDT-JOB-NAME
           READ RUNCTL
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUS-DATE
           END-READ
           MOVE BDT-BUS-DATE TO WS-TODAY.

       GET-TIME-DATE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE WS-TODAY TO CurrentDate(1:8).
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CurrentDate(1:4) TO FormattedDate(1:4).
           MOVE "/" TO FormattedDate(5:1).
