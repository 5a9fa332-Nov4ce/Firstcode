       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TDBREAK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INFOSEL.
           COPY TRANSEL.
           COPY HISTSEL.
           COPY TDSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY RUNSEL.
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
       FD TDMST.
           COPY TDREC.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EXISTS PIC X.
       01  WS-HIST-DONE PIC X.
       01  WS-TRAN-REF PIC 9(10).
       01  WS-REF-EXISTS PIC X.
       01  WS-TD-FOUND PIC X.
       01  WS-LINK-OK PIC X.
       01  WS-ANOTHER PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-TD-ACC PIC 9(5).
       01  WS-CUST-ID PIC 9(6).
       01  WS-PAY-ACC PIC 9(5).
       01  WS-PAY-ENTRY PIC 9(5).
      *>  Configured early-break penalty, a share of the principal
      *>  -- change here to reprice. No interest is paid on a
      *>  broken deposit; the contracted interest is only earned
      *>  at maturity.
       01  WS-PENALTY-RATE PIC 9V9(4) VALUE 0.0200.
       01  WS-PENALTY-AMT PIC 9(7)V99.
       01  WS-PROCEEDS PIC 9(7)V99.
       01  WS-AMOUNT PIC 9(7)V99.
       01  WS-TRAN-TYPE PIC X(12).
       01  WS-AMT-ED PIC Z(6)9.99.
       01  WS-BAL-ED PIC -(7)9.99.
       01  WS-BROKEN-COUNT PIC 9(5) VALUE 0.
       01  WS-BROKEN-COUNT-ED PIC Z(4)9.
       01  WS-OVERRIDE PIC X.
       01  WS-OPER-FOUND PIC X.
       01  WS-TRIES PIC 9 VALUE 3.
       01  WS-ENTRY-ID PIC 9(4).
       01  WS-ENTRY-PIN PIC 9(4).
       01  WS-SIGNED-OPER PIC 9(4).
       01  WS-TODAY PIC 9(8).
       01  WS-BUS-TRAN-DATE PIC X(10).
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

           DISPLAY "=========================================".
           DISPLAY "         TERM DEPOSIT EARLY BREAK".
           DISPLAY "=========================================".
           DISPLAY " ".

      *>     Breaking a deposit before maturity goes back on the
      *>     contract the customer signed, so only a supervisor may
      *>     do it, and every break is written to the audit log.
           OPEN I-O OPERATOR
           MOVE "N" TO WS-OVERRIDE
           PERFORM OVERRIDE-SIGNON
               UNTIL WS-OVERRIDE = "Y" OR WS-TRIES = 0
           CLOSE OPERATOR

           IF WS-OVERRIDE NOT = "Y"
               DISPLAY "TOO MANY ATTEMPTS. EXITING."
               STOP RUN
           END-IF

           OPEN I-O INFO
           OPEN EXTEND TRANLOG
           OPEN I-O TRANHIST
           OPEN I-O TDMST
           OPEN EXTEND AUDITLOG
           OPEN INPUT RUNCTL

           MOVE "Y" TO WS-ANOTHER
           PERFORM BREAK-DEPOSIT UNTIL WS-ANOTHER NOT = "Y"

           CLOSE INFO
           CLOSE TRANLOG
           CLOSE TRANHIST
           CLOSE TDMST
           CLOSE AUDITLOG
           CLOSE RUNCTL

           MOVE WS-BROKEN-COUNT TO WS-BROKEN-COUNT-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "DEPOSITS BROKEN........: " WS-BROKEN-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

       BREAK-DEPOSIT.
           DISPLAY " ".
           DISPLAY "ENTER DEPOSIT ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-TD-ACC

           MOVE "Y" TO WS-TD-FOUND
           MOVE WS-TD-ACC TO TD-ACC-NUM
           READ TDMST
               INVALID KEY MOVE "N" TO WS-TD-FOUND
           END-READ
           PERFORM GET-BUSINESS-DATE

           IF WS-TD-FOUND = "Y"
               MOVE "Y" TO WS-EXISTS
               MOVE WS-TD-ACC TO ACC-NUM
               READ INFO
                   INVALID KEY MOVE "N" TO WS-EXISTS
               END-READ
           END-IF

           IF WS-TD-FOUND = "N"
               DISPLAY "NOT A TERM DEPOSIT ACCOUNT."
               PERFORM ASK-ANOTHER
           ELSE
           IF TD-STATUS NOT = "ACTIVE" AND TD-STATUS NOT = "MATURD"
               DISPLAY "DEPOSIT IS ALREADY " TD-STATUS "."
               PERFORM ASK-ANOTHER
           ELSE
           IF TD-STATUS = "ACTIVE" AND TD-MATURITY NOT > WS-TODAY
               DISPLAY "DEPOSIT HAS MATURED - AWAIT MATURITY PROCESSING"
               PERFORM ASK-ANOTHER
           ELSE
           IF WS-EXISTS = "N" OR ACCT-STATUS = "CLOSED"
               DISPLAY "DEPOSIT ACCOUNT IS NOT OPEN."
               PERFORM ASK-ANOTHER
           ELSE
               PERFORM CONFIRM-BREAK
           END-IF
           END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------
      *  The penalty is WS-PENALTY-RATE of the principal, never
      *  more than the balance left. The rest is paid to the
      *  customer's own ACTIVE savings or checking account -- the
      *  payout account on the contract unless the supervisor names
      *  another. A MATURD deposit has run its full term (TDMATUR
      *  credited the interest but could not pay it out), so it is
      *  released with no penalty. One that has reached maturity
      *  but not yet been through TDMATUR is refused above rather
      *  than charged as an early break.
      *-----------------------------------------------------------
       CONFIRM-BREAK.
           MOVE ACCT-CUST-ID TO WS-CUST-ID
           IF TD-STATUS = "MATURD"
               MOVE 0 TO WS-PENALTY-AMT
           ELSE
               COMPUTE WS-PENALTY-AMT ROUNDED =
                   TD-PRINCIPAL * WS-PENALTY-RATE
           END-IF
           IF BALANCE <= 0
               MOVE 0 TO WS-PENALTY-AMT
               MOVE 0 TO WS-PROCEEDS
           ELSE
               IF WS-PENALTY-AMT > BALANCE
                   MOVE BALANCE TO WS-PENALTY-AMT
               END-IF
               COMPUTE WS-PROCEEDS = BALANCE - WS-PENALTY-AMT
           END-IF

           DISPLAY "ACCOUNT................: " ACC-NUM
               "  " USER_NAME
           MOVE TD-PRINCIPAL TO WS-AMT-ED
           DISPLAY "PRINCIPAL..............: " WS-AMT-ED
           MOVE BALANCE TO WS-BAL-ED
           DISPLAY "BALANCE................: " WS-BAL-ED
           DISPLAY "OPENED / MATURES.......: " TD-START-DATE
               " / " TD-MATURITY
           MOVE WS-PENALTY-AMT TO WS-AMT-ED
           DISPLAY "BREAK PENALTY..........: " WS-AMT-ED
           MOVE WS-PROCEEDS TO WS-AMT-ED
           DISPLAY "PROCEEDS...............: " WS-AMT-ED

           MOVE 0 TO WS-PAY-ACC
           IF TD-PAYOUT = "P"
               MOVE TD-PAYOUT-ACC TO WS-PAY-ACC
           END-IF
           DISPLAY "PAY PROCEEDS TO ACCOUNT (0 = " WS-PAY-ACC "): "
               WITH NO ADVANCING
           ACCEPT WS-PAY-ENTRY
           IF WS-PAY-ENTRY NOT = 0
               MOVE WS-PAY-ENTRY TO WS-PAY-ACC
           END-IF

           PERFORM CHECK-PAYOUT-ACCOUNT
           IF WS-LINK-OK = "N"
               DISPLAY "PROCEEDS MUST GO TO THE CUSTOMER'S OWN ACTIVE"
                   " S OR C ACCOUNT. DEPOSIT NOT BROKEN."
           ELSE
               DISPLAY "BREAK THIS DEPOSIT? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   PERFORM POST-BREAK
               ELSE
                   DISPLAY "DEPOSIT NOT BROKEN."
               END-IF
           END-IF
           PERFORM ASK-ANOTHER.

       CHECK-PAYOUT-ACCOUNT.
           MOVE "Y" TO WS-LINK-OK
           MOVE "Y" TO WS-EXISTS
           IF WS-PAY-ACC = 0
               MOVE "N" TO WS-EXISTS
           ELSE
               MOVE WS-PAY-ACC TO ACC-NUM
               READ INFO
                   INVALID KEY MOVE "N" TO WS-EXISTS
               END-READ
           END-IF

           IF WS-EXISTS = "N"
               MOVE "N" TO WS-LINK-OK
           ELSE
           IF ACCT-STATUS NOT = "ACTIVE"
               OR (ACCT-TYPE NOT = "S" AND ACCT-TYPE NOT = "C")
               OR (ACCT-CUST-ID NOT = WS-CUST-ID
                   AND ACCT-JOINT-ID NOT = WS-CUST-ID)
               MOVE "N" TO WS-LINK-OK
           END-IF
           END-IF.

      *-----------------------------------------------------------
      *  The penalty is journaled on the deposit as TD-PENALTY,
      *  the proceeds leave it as a TRANSFER-DR and land on the
      *  payout account as a TRANSFER-CR, available at once like
      *  any internal transfer. The deposit account is then
      *  CLOSED at a zero balance and the contract marked BROKEN,
      *  or PAID when a matured deposit was released.
      *-----------------------------------------------------------
       POST-BREAK.
           MOVE WS-TD-ACC TO ACC-NUM
           READ INFO

           IF WS-PENALTY-AMT > 0
               SUBTRACT WS-PENALTY-AMT FROM BALANCE
               SUBTRACT WS-PENALTY-AMT FROM ACCT-AVAIL-BAL
               REWRITE INFO-RECORD
               MOVE "TD-PENALTY" TO WS-TRAN-TYPE
               MOVE WS-PENALTY-AMT TO WS-AMOUNT
               PERFORM JOURNAL-ENTRY
           END-IF

           IF WS-PROCEEDS > 0
               SUBTRACT WS-PROCEEDS FROM BALANCE
               SUBTRACT WS-PROCEEDS FROM ACCT-AVAIL-BAL
           END-IF
           MOVE "CLOSED" TO ACCT-STATUS
           REWRITE INFO-RECORD

           IF WS-PROCEEDS > 0
               MOVE "TRANSFER-DR" TO WS-TRAN-TYPE
               MOVE WS-PROCEEDS TO WS-AMOUNT
               PERFORM JOURNAL-ENTRY

               MOVE WS-PAY-ACC TO ACC-NUM
               READ INFO
               ADD WS-PROCEEDS TO BALANCE
               ADD WS-PROCEEDS TO ACCT-AVAIL-BAL
               REWRITE INFO-RECORD
               MOVE "TRANSFER-CR" TO WS-TRAN-TYPE
               PERFORM JOURNAL-ENTRY
           END-IF

           IF TD-STATUS = "MATURD"
               MOVE "PAID" TO TD-STATUS
           ELSE
               MOVE "BROKEN" TO TD-STATUS
           END-IF
           REWRITE TD-RECORD

           MOVE "TD-BREAK" TO AUD-ACTION
           PERFORM WRITE-AUDIT

           ADD 1 TO WS-BROKEN-COUNT
           DISPLAY "DEPOSIT BROKEN AND CLOSED.".

       ASK-ANOTHER.
           DISPLAY "BREAK ANOTHER DEPOSIT? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ANOTHER.

       OVERRIDE-SIGNON.
           DISPLAY "SUPERVISOR SIGN-ON REQUIRED."
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
                   CLOSE TDMST
                   CLOSE AUDITLOG
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
           PERFORM GET-BUSINESS-DATE
           PERFORM NEXT-TRAN-REF
           MOVE ACC-NUM TO TRAN-ACC-NUM
           MOVE WS-TRAN-TYPE TO TRAN-TYPE
           MOVE WS-AMOUNT TO TRAN-AMOUNT
           MOVE BALANCE TO TRAN-BALANCE
           MOVE WS-BUS-TRAN-DATE TO TRAN-DATE
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

       WRITE-AUDIT.
           PERFORM GET-TIME-DATE
           MOVE WS-SIGNED-OPER TO AUD-OPER-ID
           MOVE WS-TD-ACC TO AUD-ACC-NUM
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

       GET-TIME-DATE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
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
