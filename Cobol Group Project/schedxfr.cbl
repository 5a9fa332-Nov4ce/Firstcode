           COPY TRANREC.
       FD TRANHIST.
           COPY HISTREC.
           COPY HISTCTL.
       FD SCHEDULE.
           COPY SCHEDREC.
           COPY SCHEDCTL.
           COPY XPNDCTL.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-HIST-DONE PIC X.
       01  WS-TRAN-REF PIC 9(10).
       01  WS-REF-EXISTS PIC X.
       01  WS-EXISTS PIC X.
       01  WS-FROM-EXISTS PIC X.
       01  WS-TO-EXISTS PIC X.
      *>  Same per-account daily outbound-transfer cap the ATM
      *>  enforces -- a scheduled payment cannot sidestep it.
       01  WS-DAILY-XFR-LIMIT PIC 9(7)V99 VALUE 50000.00.
      *>  How far below zero the available balance may run -- the
      *>  arranged overdraft on a checking account, 0 otherwise.
       01  WS-OD-ALLOW PIC 9(7)V99.
       01  WS-LIMIT-OK PIC X.
       01  WS-XPND-ID PIC 9(6).
       01  WS-CTL-EXISTS PIC X.
           OPEN I-O XFRPEND
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE

           DISPLAY "=========================================".
           DISPLAY "         DAILY SCHEDULED TRANSFER RUN".
      *>     SCHED-ID = 0 is the reserved control record, and only
      *>     ACTIVE schedules whose due date has arrived get posted.
      *>     On a restart, schedules at or below the checkpoint were
      *>     already posted by the run that died. No night runs on a
      *>     weekend or holiday, so a payment due on one is picked up
      *>     by the next business day's run.
           IF SCHED-ID NOT = 0 AND SCHED-ID > WS-RESTART
               AND SCHED-STATUS = "ACTIVE"
               AND SCHED-DUE <= WS-TODAY
               MOVE "SXF-OVERRIDE" TO AUD-ACTION
               MOVE 0 TO AUD-ACC-NUM
               MOVE FormattedDate TO AUD-DATE
               MOVE CURRENT-TIME TO AUD-TIME
               WRITE AUDIT-RECORD
           END-IF


      *>     The funds test is against the AVAILABLE balance --
      *>     money still under a deposit hold cannot be paid away.
      *>     A checking account may pay on into its arranged
      *>     overdraft. A term deposit never pays a standing order
      *>     -- its money is locked until maturity.
           IF WS-FROM-EXISTS = 'Y'
               PERFORM SET-OD-ALLOW
           END-IF
           IF WS-FROM-EXISTS = 'Y'
               AND (ACCT-STATUS NOT = "ACTIVE"
                    OR ACCT-TYPE = "T"
                    OR ACCT-AVAIL-BAL + WS-OD-ALLOW < SCHED-AMOUNT)
               MOVE 'N' TO WS-FROM-EXISTS
           END-IF

               REWRITE XPND-CONTROL-RECORD
           END-IF.

      *>  Only a checking account carries an arranged overdraft;
      *>  a standing order from any other type still needs the
      *>  money in the account.
       SET-OD-ALLOW.
           MOVE 0 TO WS-OD-ALLOW
           IF ACCT-TYPE = "C"
               MOVE ACCT-OD-LIMIT TO WS-OD-ALLOW
           END-IF.

      *>  The first posting of a new business day resets the stored
      *>  day totals before they are tested or bumped; the totals
      *>  are saved by the caller's REWRITE of the account record.
           MOVE WS-NEW-DUE TO SCHED-DUE
           REWRITE SCHEDULE-RECORD.

      *>  Every posting is issued the next reference from the
      *>  control record kept in TRANHIST under account 0 (see
      *>  HISTCTL.cpy), so any one entry can later be named on
      *>  its own -- by TRANREV when it is reversed.
       NEXT-TRAN-REF.
           MOVE SPACES TO HIST-CONTROL-RECORD
           MOVE 0 TO CTL-HIST-ACC-NUM
           MOVE 0 TO CTL-HIST-SEQ
           MOVE "Y" TO WS-REF-EXISTS
           READ TRANHIST
               INVALID KEY MOVE "N" TO WS-REF-EXISTS
           END-READ

           IF WS-REF-EXISTS = "N"
               MOVE SPACES TO HIST-CONTROL-RECORD
               MOVE 0 TO CTL-HIST-ACC-NUM
               MOVE 0 TO CTL-HIST-SEQ
               MOVE 0 TO CTL-LAST-TRAN-REF
           END-IF

           ADD 1 TO CTL-LAST-TRAN-REF
               ON SIZE ERROR
                   DISPLAY "NO POSTING REFERENCES REMAIN."
                   DISPLAY "RUN ABANDONED."
                   CLOSE INFO
                   CLOSE TRANLOG
                   CLOSE TRANHIST
                   CLOSE SCHEDULE
                   CLOSE XFRPEND
                   CLOSE RUNCTL
                   STOP RUN
           END-ADD
           MOVE CTL-LAST-TRAN-REF TO WS-TRAN-REF

           IF WS-REF-EXISTS = "N"
               WRITE HIST-CONTROL-RECORD
           ELSE
               REWRITE HIST-CONTROL-RECORD
           END-IF.

       JOURNAL-ENTRY.
           PERFORM GET-TIME-DATE
           PERFORM NEXT-TRAN-REF
           MOVE ACC-NUM TO TRAN-ACC-NUM
           MOVE WS-TRAN-TYPE TO TRAN-TYPE
           MOVE WS-AMOUNT TO TRAN-AMOUNT
           MOVE BALANCE TO TRAN-BALANCE
           MOVE FormattedDate TO TRAN-DATE
           MOVE FormattedTime TO TRAN-TIME
           MOVE WS-TRAN-REF TO TRAN-REF
           MOVE 0 TO TRAN-ORIG-REF
           WRITE TRAN-RECORD
           PERFORM WRITE-HISTORY.

           MOVE TRAN-AMOUNT TO HIST-AMOUNT
           MOVE TRAN-BALANCE TO HIST-BALANCE
           MOVE TRAN-TIME TO HIST-TIME
           MOVE TRAN-REF TO HIST-REF
           MOVE TRAN-ORIG-REF TO HIST-ORIG-REF
           MOVE 0 TO HIST-REV-REF
           MOVE "N" TO WS-HIST-DONE
           PERFORM WRITE-HISTORY-TRY UNTIL WS-HIST-DONE = "Y".

               END-WRITE
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
