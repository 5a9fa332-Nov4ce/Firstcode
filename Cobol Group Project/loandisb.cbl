           COPY LOANSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY RUNSEL.
           COPY CALSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           COPY TRANREC.
       FD TRANHIST.
           COPY HISTREC.
           COPY HISTCTL.
       FD CUSTOMER.
           COPY CUSTREC.
       FD LOANMST.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD CALENDAR.
           COPY CALREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EXISTS PIC X.
       01  WS-HIST-DONE PIC X.
       01  WS-TRAN-REF PIC 9(10).
       01  WS-REF-EXISTS PIC X.
       01  WS-CTL-EXISTS PIC X.
       01  WS-CUST-FOUND PIC X.
       01  WS-ACCT-ADDED PIC X.
       01  WS-ENTRY-ID PIC 9(4).
       01  WS-ENTRY-PIN PIC 9(4).
       01  WS-SIGNED-OPER PIC 9(4).
       01  WS-BUS-TRAN-DATE PIC X(10).
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INTEGER PIC S9(9).
       01  WS-CAL-DOW PIC 9.
       01  WS-BUS-DAY PIC X.
       01 TM-DATE.
           05 CurrentDate    PIC X(16).
           05 FormattedDate  PIC X(10).
           OPEN I-O CUSTOMER
           OPEN I-O LOANMST
           OPEN EXTEND AUDITLOG
           OPEN INPUT RUNCTL
           OPEN INPUT CALENDAR

           PERFORM GET-BUSINESS-DATE

           MOVE "Y" TO WS-ANOTHER
           PERFORM DISBURSE-LOAN UNTIL WS-ANOTHER NOT = "Y"
           CLOSE CUSTOMER
           CLOSE LOANMST
           CLOSE AUDITLOG
           CLOSE RUNCTL
           CLOSE CALENDAR

           MOVE WS-BOOKED-COUNT TO WS-BOOKED-COUNT-ED
           DISPLAY " ".
           MOVE 0 TO ACCT-HOLD-DATE
           MOVE 0 TO ACCT-JOINT-ID
           MOVE "N" TO ACCT-PIN-RESET
           MOVE 0 TO ACCT-OD-LIMIT
           WRITE INFO-RECORD

           PERFORM ADD-ACCOUNT-TO-CUSTOMER
           MOVE WS-RATE TO LOAN-RATE
           MOVE WS-INSTALLMENT TO LOAN-INSTALLMENT
           MOVE WS-FIRST-DUE TO LOAN-NEXT-DUE
           MOVE WS-TODAY(7:2) TO LOAN-DUE-DAY
           MOVE BALANCE TO LOAN-LAST-BAL
           MOVE 0 TO LOAN-MISSED-CT
           MOVE "ACTIVE" TO LOAN-STATUS
               "  PRINCIPAL " WS-PRIN-ED
               "  FIRST INSTALLMENT DUE " WS-FIRST-DUE.

      *>  The first installment falls due one month from the
      *>  business date, the same month arithmetic SCHEDXFR uses
      *>  for a MONTHLY schedule. A day the month does not have
      *>  falls back to its last day, as TDOPEN does for a
      *>  maturity, and a weekend or holiday rolls on to the next
      *>  business day.
       SET-FIRST-DUE-DATE.
           MOVE WS-TODAY TO WS-FIRST-DUE
           ADD 1 TO DUE-MM
           IF DUE-MM > 12
               MOVE 1 TO DUE-MM
               ADD 1 TO DUE-YYYY
           END-IF
           PERFORM CLAMP-DUE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-DUE) = 0
           MOVE WS-FIRST-DUE TO WS-CAL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CAL-DATE TO WS-FIRST-DUE.

       CLAMP-DUE-DAY.
           SUBTRACT 1 FROM DUE-DD.

      *>  Same read-increment-rewrite idiom as the ATM's SIGN-UP:
      *>  the reserved ACC-NUM = 0 control record issues the next
                   CLOSE CUSTOMER
                   CLOSE LOANMST
                   CLOSE AUDITLOG
                   CLOSE RUNCTL
                   CLOSE CALENDAR
                   STOP RUN
           END-ADD
           MOVE CTL-LAST-ISSUED TO WS-NEW-ACC
               END-IF
           END-IF.

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
                   CLOSE CUSTOMER
                   CLOSE LOANMST
                   CLOSE AUDITLOG
                   CLOSE RUNCTL
                   CLOSE CALENDAR
                   STOP RUN
           END-ADD
           MOVE CTL-LAST-TRAN-REF TO WS-TRAN-REF

           IF WS-REF-EXISTS = "N"
               WRITE HIST-CONTROL-RECORD
           ELSE
               REWRITE HIST-CONTROL-RECORD
           END-IF.

      *>  The disbursement is journaled with the principal as the
      *>  amount and the new NEGATIVE ledger balance, so the
      *>  journal's running balance stays provable against the
      *>  account master like every other posting.
       JOURNAL-ENTRY.
           PERFORM GET-TIME-DATE
           PERFORM GET-BUSINESS-DATE
           PERFORM NEXT-TRAN-REF
           MOVE ACC-NUM TO TRAN-ACC-NUM
           MOVE WS-TRAN-TYPE TO TRAN-TYPE
           MOVE WS-PRINCIPAL TO TRAN-AMOUNT
           MOVE BALANCE TO TRAN-BALANCE
           MOVE WS-BUS-TRAN-DATE TO TRAN-DATE
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

           MOVE WS-SIGNED-OPER TO AUD-OPER-ID
           MOVE WS-NEW-ACC TO AUD-ACC-NUM
           MOVE FormattedDate TO AUD-DATE
           MOVE CURRENT-TIME TO AUD-TIME
           WRITE AUDIT-RECORD.

      *-----------------------------------------------------------
      *  Postings are dated by the bank's business date from
      *  RUNCTL rather than the wall clock, so anything booked
      *  after tonight's NIGHTRUN has closed, or over a weekend or
      *  holiday, belongs to the next business day and is picked
      *  up by that night's batch. It is read afresh for every
      *  posting because NIGHTRUN may roll it while the session is
      *  open; the audit log keeps the wall-clock date of the
      *  action itself. Until NIGHTRUN has set the date up, the
      *  calendar date stands in.
      *-----------------------------------------------------------
       GET-BUSINESS-DATE.
           MOVE "BUSDATE" TO BDT-JOB-NAME
           READ RUNCTL
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUS-DATE
           END-READ
           MOVE BDT-BUS-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-BUS-TRAN-DATE(1:4)
           MOVE "/" TO WS-BUS-TRAN-DATE(5:1)
           MOVE WS-TODAY(5:2) TO WS-BUS-TRAN-DATE(6:2)
           MOVE "/" TO WS-BUS-TRAN-DATE(8:1)
           MOVE WS-TODAY(7:2) TO WS-BUS-TRAN-DATE(9:2).

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
           ACCEPT CURRENT-TIME FROM TIME.
