       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ODINT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INFOSEL.
           COPY TRANSEL.
           COPY HISTSEL.
           COPY CUSTSEL.
           COPY ODXSEL.
           COPY RUNSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY CALSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INFO.
           COPY INFOREC.
       FD TRANLOG.
           COPY TRANREC.
       FD TRANHIST.
           COPY HISTREC.
           COPY HISTCTL.
       FD CUSTOMER.
           COPY CUSTREC.
       FD ODXSRPT.
           COPY ODXREC.
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
       01  WS-CUST-FOUND PIC X.
      *>  Configured annual overdraft rate -- change here to reprice.
      *>  One day's share (rate / 365) is charged for each calendar
      *>  day the night covers, WS-CHARGE-DAYS below.
       01  WS-OD-RATE PIC 9V9(4) VALUE 0.1800.
       01  WS-OD-INT-AMT PIC S9(7)V99 VALUE 0.
       01  WS-OD-EXCESS PIC S9(7)V99 VALUE 0.
       01  WS-ACCOUNTS-CHARGED PIC 9(7) VALUE 0.
       01  WS-ACCOUNTS-CHARGED-ED PIC Z(6)9.
       01  WS-EXCESS-COUNT PIC 9(7) VALUE 0.
       01  WS-EXCESS-COUNT-ED PIC Z(6)9.
       01  WS-INT-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-INT-TOTAL-ED PIC Z(8)9.99.
       01  WS-TRAN-TYPE PIC X(12) VALUE "OD-INTEREST".
       01  WS-ACC-NUM-ED PIC Z9(5).
       01  WS-BAL-ED PIC -(7)9.99.
       01  WS-AMT-ED PIC Z(6)9.99.
       01  WS-EXCESS-ED PIC Z(6)9.99.
       01  WS-TODAY PIC 9(8).
       01  WS-CHARGE-DAYS PIC 9(2).
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INTEGER PIC S9(9).
       01  WS-CAL-DOW PIC 9.
       01  WS-BUS-DAY PIC X.
       01  WS-ACC-N PIC 9(5).
       01  WS-RESTART PIC 9(6).
       01  WS-RUN-EXISTS PIC X.
       01  WS-OVERRIDE PIC X.
       01  WS-OPER-FOUND PIC X.
       01  WS-TRIES PIC 9 VALUE 3.
       01  WS-ENTRY-ID PIC 9(4).
       01  WS-ENTRY-PIN PIC 9(4).
       01  WS-SIGNED-OPER PIC 9(4).
       01 TM-DATE.
           05 CurrentDate    PIC X(16).
           05 FormattedDate  PIC X(10).
           05 FormattedTime  PIC X(10).
           05  CURRENT-TIME PIC X(8).
           05  HH PIC 99.
           05  D-N PIC XX.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           OPEN I-O INFO
           OPEN EXTEND TRANLOG
           OPEN I-O TRANHIST
           OPEN INPUT CUSTOMER
           OPEN I-O RUNCTL
           OPEN INPUT CALENDAR

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE
           PERFORM SET-CHARGE-DAYS

           DISPLAY "=========================================".
           DISPLAY "         NIGHTLY OVERDRAFT INTEREST".
           DISPLAY "=========================================".
           DISPLAY " ".

           PERFORM READ-RUN-CONTROL

           OPEN OUTPUT ODXSRPT
           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL WS-EOF = 'Y'
               READ INFO NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-RECORD
               END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TRAILER

           MOVE "COMPLETE" TO RUN-STATUS
           MOVE WS-TODAY TO RUN-LAST-DATE
           MOVE 0 TO RUN-CHECKPOINT
           MOVE WS-ACCOUNTS-CHARGED TO RUN-COUNT
           MOVE WS-INT-TOTAL TO RUN-TOTAL
           REWRITE RUN-CONTROL-RECORD

           CLOSE INFO
           CLOSE TRANLOG
           CLOSE TRANHIST
           CLOSE CUSTOMER
           CLOSE ODXSRPT
           CLOSE CALENDAR
           CLOSE RUNCTL

           MOVE WS-ACCOUNTS-CHARGED TO WS-ACCOUNTS-CHARGED-ED
           MOVE WS-EXCESS-COUNT TO WS-EXCESS-COUNT-ED
           MOVE WS-INT-TOTAL TO WS-INT-TOTAL-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "ACCOUNTS CHARGED.......: "
               WS-ACCOUNTS-CHARGED-ED.
           DISPLAY "INTEREST CHARGED.......: " WS-INT-TOTAL-ED.
           DISPLAY "DAYS CHARGED...........: " WS-CHARGE-DAYS.
           DISPLAY "OVER ARRANGED LIMIT....: " WS-EXCESS-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

      *-----------------------------------------------------------
      *  A status still RUNNING means the prior run died mid-file:
      *  restart after the checkpointed account instead of
      *  charging the accounts already done twice. A COMPLETE run
      *  on the same day refuses to charge again unless a
      *  supervisor signs on to override (the override is written
      *  to the audit log).
      *-----------------------------------------------------------
       READ-RUN-CONTROL.
           MOVE "ODINT" TO RUN-JOB-NAME
           MOVE "Y" TO WS-RUN-EXISTS
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-RUN-EXISTS
           END-READ

           IF WS-RUN-EXISTS = "N"
               MOVE "ODINT" TO RUN-JOB-NAME
               MOVE 0 TO RUN-LAST-DATE
               MOVE SPACES TO RUN-STATUS
               MOVE 0 TO RUN-CHECKPOINT
               MOVE 0 TO RUN-COUNT
               MOVE 0 TO RUN-TOTAL
               WRITE RUN-CONTROL-RECORD
           END-IF

           MOVE 0 TO WS-RESTART
           IF RUN-STATUS = "RUNNING"
               DISPLAY "PRIOR RUN DID NOT COMPLETE."
               DISPLAY "RESTARTING AFTER ACCOUNT " RUN-CHECKPOINT
               MOVE RUN-CHECKPOINT TO WS-RESTART
           ELSE
               IF RUN-LAST-DATE = WS-TODAY
                   DISPLAY "OVERDRAFT INTEREST ALREADY CHARGED ON "
                       RUN-LAST-DATE
                   PERFORM SUPERVISOR-OVERRIDE
                   IF WS-OVERRIDE NOT = "Y"
                       DISPLAY "RUN CANCELLED."
                       CLOSE INFO
                       CLOSE TRANLOG
                       CLOSE TRANHIST
                       CLOSE CUSTOMER
                       CLOSE CALENDAR
                       CLOSE RUNCTL
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           MOVE "RUNNING" TO RUN-STATUS
           REWRITE RUN-CONTROL-RECORD.

       SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE
           OPEN I-O OPERATOR
           OPEN EXTEND AUDITLOG

           PERFORM OVERRIDE-SIGNON
               UNTIL WS-OVERRIDE = "Y" OR WS-TRIES = 0

           IF WS-OVERRIDE = "Y"
               PERFORM GET-TIME-DATE
               MOVE WS-SIGNED-OPER TO AUD-OPER-ID
               MOVE "ODI-OVERRIDE" TO AUD-ACTION
               MOVE 0 TO AUD-ACC-NUM
               MOVE FormattedDate TO AUD-DATE
               MOVE CURRENT-TIME TO AUD-TIME
               WRITE AUDIT-RECORD
           END-IF

           CLOSE OPERATOR
           CLOSE AUDITLOG.

       OVERRIDE-SIGNON.
           DISPLAY "SUPERVISOR OVERRIDE REQUIRED."
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           DISPLAY "ENTER OPERATOR PIN: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PIN

           MOVE "Y" TO WS-OPER-FOUND
           MOVE WS-ENTRY-ID TO OPER-ID
           READ OPERATOR
               INVALID KEY MOVE "N" TO WS-OPER-FOUND
           END-READ

           IF WS-OPER-FOUND = "N"
               DISPLAY "OPERATOR NOT ON FILE."
               SUBTRACT 1 FROM WS-TRIES
           ELSE
               IF OPER-STATUS NOT = "ACTIVE"
                   DISPLAY "OPERATOR ID IS LOCKED OR INACTIVE."
                   SUBTRACT 1 FROM WS-TRIES
               ELSE
               IF WS-ENTRY-PIN NOT = OPER-PIN
                   ADD 1 TO OPER-FAIL-CTR
                   IF OPER-FAIL-CTR >= 3
                       MOVE "LOCKED" TO OPER-STATUS
                   END-IF
                   REWRITE OPERATOR-RECORD
                   DISPLAY "INCORRECT OPERATOR PIN."
                   SUBTRACT 1 FROM WS-TRIES
               ELSE
               IF OPER-ROLE NOT = "S"
                   DISPLAY "SUPERVISOR AUTHORITY REQUIRED."
                   SUBTRACT 1 FROM WS-TRIES
               ELSE
                   IF OPER-FAIL-CTR NOT = 0
                       MOVE 0 TO OPER-FAIL-CTR
                       REWRITE OPERATOR-RECORD
                   END-IF
                   MOVE OPER-ID TO WS-SIGNED-OPER
                   MOVE "Y" TO WS-OVERRIDE
               END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *  Only checking accounts ("C") can be in arranged overdraft.
      *  A ledger BALANCE below zero is charged WS-CHARGE-DAYS
      *  days' interest at WS-OD-RATE; a CLOSED account is left
      *  alone. On a restart, accounts at or below the checkpoint
      *  were already charged by the run that died -- but the
      *  excess report is rewritten from the top, so every account
      *  is still looked at for it.
      *-----------------------------------------------------------
       PROCESS-RECORD.
           MOVE ACC-NUM TO WS-ACC-N
           IF WS-ACC-N NOT = 0
               AND ACCT-TYPE = "C"
               AND ACCT-STATUS NOT = "CLOSED"
               IF WS-ACC-N > WS-RESTART AND BALANCE < 0
                   PERFORM CHARGE-INTEREST
               END-IF
               IF ACCT-AVAIL-BAL + ACCT-OD-LIMIT < 0
                   PERFORM WRITE-EXCESS-DETAIL
               END-IF
           END-IF.

       CHARGE-INTEREST.
           COMPUTE WS-OD-INT-AMT ROUNDED =
               (0 - BALANCE) * WS-OD-RATE * WS-CHARGE-DAYS / 365

           IF WS-OD-INT-AMT > 0
               SUBTRACT WS-OD-INT-AMT FROM BALANCE
      *>     The charge is the bank's own debit -- it comes straight
      *>     off availability, and may itself carry the account past
      *>     its limit (it then shows on the excess report below).
               SUBTRACT WS-OD-INT-AMT FROM ACCT-AVAIL-BAL
               REWRITE INFO-RECORD
               PERFORM JOURNAL-ENTRY
               ADD 1 TO WS-ACCOUNTS-CHARGED
               ADD WS-OD-INT-AMT TO WS-INT-TOTAL
               MOVE WS-ACC-N TO RUN-CHECKPOINT
               REWRITE RUN-CONTROL-RECORD
           END-IF.

      *-----------------------------------------------------------
      *  No night runs over a weekend or a holiday, so the night
      *  before one charges for every calendar day up to the next
      *  business day: Friday's run charges Friday, Saturday and
      *  Sunday, and the borrower pays for the days they had the
      *  money whether the bank was open or not.
      *-----------------------------------------------------------
       SET-CHARGE-DAYS.
           MOVE WS-TODAY TO WS-CAL-DATE
           PERFORM NEXT-BUSINESS-DAY
           COMPUTE WS-CHARGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY).

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ODX-LINE
           STRING "AEDESYL BANK - OVERDRAFT EXCESS REPORT "
               FormattedDate
               DELIMITED BY SIZE INTO ODX-LINE
           WRITE ODX-RECORD

           MOVE SPACES TO ODX-LINE
           STRING "ACCOUNT  CUSTOMER NAME           AVAILABLE"
               "       LIMIT      EXCESS"
               DELIMITED BY SIZE INTO ODX-LINE
           WRITE ODX-RECORD.

      *>  CUST-ID = 0 is the CUSTOMER file's reserved control
      *>  record: an account never linked to a customer must not
      *>  read it, or control-record bytes would print as a name.
       WRITE-EXCESS-DETAIL.
           IF ACCT-CUST-ID = 0
               MOVE "*NOT ON CUSTOMER FILE*" TO CUST-NAME
           ELSE
               MOVE "Y" TO WS-CUST-FOUND
               MOVE ACCT-CUST-ID TO CUST-ID
               READ CUSTOMER
                   INVALID KEY MOVE "N" TO WS-CUST-FOUND
               END-READ
               IF WS-CUST-FOUND = "N"
                   MOVE "*NOT ON CUSTOMER FILE*" TO CUST-NAME
               END-IF
           END-IF

           COMPUTE WS-OD-EXCESS = 0 - (ACCT-AVAIL-BAL + ACCT-OD-LIMIT)
           ADD 1 TO WS-EXCESS-COUNT

           MOVE ACC-NUM TO WS-ACC-NUM-ED
           MOVE ACCT-AVAIL-BAL TO WS-BAL-ED
           MOVE SPACES TO ODX-LINE
           MOVE ACCT-OD-LIMIT TO WS-AMT-ED
           MOVE WS-OD-EXCESS TO WS-EXCESS-ED
           STRING WS-ACC-NUM-ED "   " CUST-NAME "  " WS-BAL-ED
               "  " WS-AMT-ED "  " WS-EXCESS-ED
               DELIMITED BY SIZE INTO ODX-LINE
           WRITE ODX-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-EXCESS-COUNT TO WS-EXCESS-COUNT-ED
           MOVE SPACES TO ODX-LINE
           STRING "ACCOUNTS OVER LIMIT: " WS-EXCESS-COUNT-ED
               DELIMITED BY SIZE INTO ODX-LINE
           WRITE ODX-RECORD.

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
                   CLOSE ODXSRPT
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
           MOVE WS-OD-INT-AMT TO TRAN-AMOUNT
           MOVE BALANCE TO TRAN-BALANCE
           MOVE FormattedDate TO TRAN-DATE
           MOVE FormattedTime TO TRAN-TIME
           MOVE WS-TRAN-REF TO TRAN-REF
           MOVE 0 TO TRAN-ORIG-REF
           WRITE TRAN-RECORD
           PERFORM WRITE-HISTORY.

      *>  Land the posting in the keyed history file too, so the
      *>  month-end jobs can position on one account instead of
      *>  scanning the whole journal. Two postings can hit the
      *>  same account the same day, so the sequence is bumped
      *>  until the WRITE finds a free slot; at 9999 the history
      *>  write is abandoned (the journal itself still has the
      *>  posting).
       WRITE-HISTORY.
           MOVE TRAN-ACC-NUM TO HIST-ACC-NUM
           MOVE TRAN-DATE TO HIST-DATE
           MOVE 0 TO HIST-SEQ
           MOVE TRAN-TYPE TO HIST-TYPE
           MOVE TRAN-AMOUNT TO HIST-AMOUNT
           MOVE TRAN-BALANCE TO HIST-BALANCE
           MOVE TRAN-TIME TO HIST-TIME
           MOVE TRAN-REF TO HIST-REF
           MOVE TRAN-ORIG-REF TO HIST-ORIG-REF
           MOVE 0 TO HIST-REV-REF
           MOVE "N" TO WS-HIST-DONE
           PERFORM WRITE-HISTORY-TRY UNTIL WS-HIST-DONE = "Y".

       WRITE-HISTORY-TRY.
           ADD 1 TO HIST-SEQ
           MOVE "Y" TO WS-HIST-DONE
           IF HIST-SEQ >= 9999
               DISPLAY "*** HISTORY SEQ FULL - POSTING NOT LANDED ***"
           ELSE
               WRITE HIST-RECORD
                   INVALID KEY MOVE "N" TO WS-HIST-DONE
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

      *>  WS-CAL-DATE moves on to the first business day after it.
       NEXT-BUSINESS-DAY.
           PERFORM STEP-CALENDAR-DAY
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
           MOVE CurrentDate(5:2) TO FormattedDate(6:2).
           MOVE "/" TO FormattedDate(8:1).
           MOVE CurrentDate(7:2) TO FormattedDate(9:2).

           MOVE CURRENT-TIME(1:2) TO HH
           MOVE ":" TO FormattedTime(1:1)
           MOVE CURRENT-TIME(3:2) TO FormattedTime(2:2)
           IF HH IS NUMERIC AND HH > 12
               SUBTRACT 12 FROM HH
               MOVE 'PM' TO  D-N
           ELSE
               MOVE 'AM' TO D-N
           END-IF.
