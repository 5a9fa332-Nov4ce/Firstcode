           COPY RUNSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY CALSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COPY TRANREC.
       FD TRANHIST.
           COPY HISTREC.
           COPY HISTCTL.
       FD LOANMST.
           COPY LOANREC.
       FD CUSTOMER.
           COPY LRPTREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
       FD CALENDAR.
           COPY CALREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-HIST-DONE PIC X.
       01  WS-TRAN-REF PIC 9(10).
       01  WS-REF-EXISTS PIC X.
       01  WS-ACC-FOUND PIC X.
       01  WS-CUST-FOUND PIC X.
       01  WS-TRAN-TYPE PIC X(12).
           05 DUE-YYYY PIC 9(4).
           05 DUE-MM PIC 9(2).
           05 DUE-DD PIC 9(2).
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INTEGER PIC S9(9).
       01  WS-CAL-DOW PIC 9.
       01  WS-BUS-DAY PIC X.
       01  WS-RESTART PIC 9(6).
       01  WS-RUN-EXISTS PIC X.
       01  WS-OVERRIDE PIC X.
           OPEN I-O LOANMST
           OPEN INPUT CUSTOMER
           OPEN I-O RUNCTL
           OPEN INPUT CALENDAR

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE

           DISPLAY "=========================================".
           CLOSE LOANMST
           CLOSE CUSTOMER
           CLOSE LOANRPT
           CLOSE CALENDAR
           CLOSE RUNCTL

           MOVE WS-BILLED-COUNT TO WS-BILLED-COUNT-ED
                       CLOSE TRANHIST
                       CLOSE LOANMST
                       CLOSE CUSTOMER
                       CLOSE CALENDAR
                       CLOSE RUNCTL
                       STOP RUN
                   END-IF
               MOVE "LNB-OVERRIDE" TO AUD-ACTION
               MOVE 0 TO AUD-ACC-NUM
               MOVE FormattedDate TO AUD-DATE
               MOVE CURRENT-TIME TO AUD-TIME
               WRITE AUDIT-RECORD
           END-IF

           MOVE "LOAN-PMT-DUE" TO WS-TRAN-TYPE
           PERFORM JOURNAL-ENTRY.

      *-----------------------------------------------------------
      *  The next installment is the contracted day of the
      *  following month, cut back to the month's last day where
      *  the month is short, then rolled on past any weekend or
      *  holiday. Because LOAN-NEXT-DUE is stored already rolled,
      *  a due date that rolled over a month end (the 30th of a
      *  month falling on a Saturday, paid on the 2nd) is still
      *  that earlier month's installment: it is recognised by
      *  lying before the contracted day of its own month, and the
      *  next installment is then due in the month it landed in.
      *-----------------------------------------------------------
       ADVANCE-DUE-DATE.
           MOVE LOAN-NEXT-DUE TO WS-NEW-DUE
           IF LOAN-DUE-DAY = 0
               MOVE DUE-DD TO LOAN-DUE-DAY
           END-IF

           MOVE LOAN-DUE-DAY TO DUE-DD
           PERFORM CLAMP-DUE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DUE) = 0
           IF LOAN-NEXT-DUE >= WS-NEW-DUE
               ADD 1 TO DUE-MM
               IF DUE-MM > 12
                   MOVE 1 TO DUE-MM
                   ADD 1 TO DUE-YYYY
               END-IF
           END-IF

           MOVE LOAN-DUE-DAY TO DUE-DD
           PERFORM CLAMP-DUE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DUE) = 0
           MOVE WS-NEW-DUE TO WS-CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CAL-DATE TO LOAN-NEXT-DUE.

       CLAMP-DUE-DAY.
           SUBTRACT 1 FROM DUE-DD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO LRPT-LINE
               DELIMITED BY SIZE INTO LRPT-LINE
           WRITE LRPT-RECORD.

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
                   CLOSE LOANMST
                   CLOSE CUSTOMER
                   CLOSE LOANRPT
                   CLOSE CALENDAR
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

      *-----------------------------------------------------------
      *  Business-day arithmetic against the processing calendar.
      *  Saturday and Sunday are closed and Monday to Friday open
      *  unless CALENDAR says otherwise for the date: "H" shuts a
      *  weekday for a holiday, "B" opens a weekend day. Day 1 of
      *  INTEGER-OF-DATE (1601/01/01) was a Monday, so the
      *  remainder over 7 runs 0 for Monday to 6 for Sunday.
      *-----------------------------------------------------------
       CHECK-BUSINESS-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-INTEGER - 1, 7)
           IF WS-CAL-DOW > 4
               MOVE "N" TO WS-BUS-DAY
           ELSE
               MOVE "Y" TO WS-BUS-DAY
           END-IF

           MOVE WS-CAL-DATE TO CAL-DATE
           READ CALENDAR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CAL-DAY-TYPE = "H"
                       MOVE "N" TO WS-BUS-DAY
                   END-IF
                   IF CAL-DAY-TYPE = "B"
                       MOVE "Y" TO WS-BUS-DAY
                   END-IF
           END-READ.

      *>  WS-CAL-DATE stays put when it is a business day, and
      *>  otherwise moves on to the next one.
       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
           PERFORM STEP-CALENDAR-DAY UNTIL WS-BUS-DAY = "Y".

       STEP-CALENDAR-DAY.
           COMPUTE WS-CAL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1
           COMPUTE WS-CAL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
           PERFORM CHECK-BUSINESS-DAY.

       GET-TIME-DATE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE WS-TODAY TO CurrentDate(1:8).
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CurrentDate(1:4) TO FormattedDate(1:4).
           MOVE "/" TO FormattedDate(5:1).
