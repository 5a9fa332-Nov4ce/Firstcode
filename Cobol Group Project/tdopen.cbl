       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TDOPEN.
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
           COPY CTLREC.
       FD TRANLOG.
           COPY TRANREC.
       FD TRANHIST.
           COPY HISTREC.
           COPY HISTCTL.
       FD CUSTOMER.
           COPY CUSTREC.
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
       01  WS-CTL-EXISTS PIC X.
       01  WS-CUST-FOUND PIC X.
       01  WS-ACCT-ADDED PIC X.
       01  WS-LINK-OK PIC X.
       01  WS-ANOTHER PIC X.
       01  WS-NEW-ACC PIC 9(5).
       01  WS-CUST-ID PIC 9(6).
       01  WS-NEW-PIN PIC 9(4).
       01  WS-NEW-NAME PIC X(9).
       01  WS-NEW-AGE PIC 9(2).
       01  WS-PRINCIPAL PIC 9(7)V99.
       01  WS-TERM-MM PIC 9(3).
       01  WS-RATE PIC 9V9(4).
       01  WS-PAYOUT PIC X(1).
       01  WS-PAYOUT-ACC PIC 9(5).
       01  WS-FUND-ACC PIC 9(5).
       01  WS-LINK-ACC PIC 9(5).
       01  WS-OD-ALLOW PIC 9(7)V99.
       01  WS-AMOUNT PIC 9(7)V99.
       01  WS-TRAN-TYPE PIC X(12).
       01  WS-TODAY PIC 9(8).
       01  WS-MATURITY PIC 9(8).
       01  MAT-DATE-FIELDS REDEFINES WS-MATURITY.
           05 MAT-YYYY PIC 9(4).
           05 MAT-MM PIC 9(2).
           05 MAT-DD PIC 9(2).
       01  WS-MONTH-SUM PIC 9(4).
       01  WS-YEARS-ADD PIC 9(3).
       01  WS-MONTH-REM PIC 9(2).
       01  WS-OPENED-COUNT PIC 9(5) VALUE 0.
       01  WS-OPENED-COUNT-ED PIC Z(4)9.
       01  WS-PRIN-ED PIC Z(6)9.99.
       01  WS-FOUND PIC X.
       01  WS-SIGNED-OK PIC X.
       01  WS-TRIES PIC 9 VALUE 3.
       01  WS-ENTRY-ID PIC 9(4).
       01  WS-ENTRY-PIN PIC 9(4).
       01  WS-SIGNED-OPER PIC 9(4).
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
           DISPLAY "         TERM DEPOSIT OPENING".
           DISPLAY "=========================================".
           DISPLAY " ".

      *>     Taking a customer's money on term is ordinary counter
      *>     work, so any ACTIVE operator may sign on -- teller or
      *>     supervisor -- the same as CUSTMNT, and every deposit
      *>     opened is written to the audit log under their ID.
           OPEN I-O OPERATOR
           MOVE "N" TO WS-SIGNED-OK
           PERFORM TELLER-SIGNON
               UNTIL WS-SIGNED-OK = "Y" OR WS-TRIES = 0
           CLOSE OPERATOR

           IF WS-SIGNED-OK NOT = "Y"
               DISPLAY "TOO MANY ATTEMPTS. EXITING."
               STOP RUN
           END-IF

           OPEN I-O INFO
           OPEN EXTEND TRANLOG
           OPEN I-O TRANHIST
           OPEN I-O CUSTOMER
           OPEN I-O TDMST
           OPEN EXTEND AUDITLOG
           OPEN INPUT RUNCTL

           PERFORM GET-BUSINESS-DATE

           MOVE "Y" TO WS-ANOTHER
           PERFORM OPEN-TERM-DEPOSIT UNTIL WS-ANOTHER NOT = "Y"

           CLOSE INFO
           CLOSE TRANLOG
           CLOSE TRANHIST
           CLOSE CUSTOMER
           CLOSE TDMST
           CLOSE AUDITLOG
           CLOSE RUNCTL

           MOVE WS-OPENED-COUNT TO WS-OPENED-COUNT-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "DEPOSITS OPENED........: "
               WS-OPENED-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

       OPEN-TERM-DEPOSIT.
           DISPLAY " ".
           DISPLAY "ENTER DEPOSITOR CUSTOMER ID: " WITH NO ADVANCING
           ACCEPT WS-CUST-ID

      *>     CUST-ID = 0 is the reserved control record -- a deposit
      *>     must always hang off a real customer so the maturity
      *>     report can name whose money it is.
           IF WS-CUST-ID = 0
               DISPLAY "CUSTOMER ID 0 IS NOT ALLOWED."
               PERFORM ASK-ANOTHER
           ELSE
               MOVE "Y" TO WS-CUST-FOUND
               MOVE WS-CUST-ID TO CUST-ID
               READ CUSTOMER
                   INVALID KEY MOVE "N" TO WS-CUST-FOUND
               END-READ
               IF WS-CUST-FOUND = "N"
                   DISPLAY "CUSTOMER NOT ON FILE."
                   PERFORM ASK-ANOTHER
               ELSE
               IF CUST-NUM-ACCTS >= 5
                   DISPLAY "MAXIMUM ACCOUNTS REACHED FOR CUSTOMER."
                   PERFORM ASK-ANOTHER
               ELSE
                   PERFORM ENTER-DEPOSIT-TERMS
               END-IF
               END-IF
           END-IF.

       ENTER-DEPOSIT-TERMS.
           DISPLAY "DEPOSITOR NAME: " CUST-NAME

           DISPLAY "ENTER ACCOUNT USERNAME (9 CHARS): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-NAME
           DISPLAY "ENTER AGE: " WITH NO ADVANCING
           ACCEPT WS-NEW-AGE
           DISPLAY "ENTER PIN FOR THE DEPOSIT ACCOUNT: "
               WITH NO ADVANCING
           ACCEPT WS-NEW-PIN

           DISPLAY "ENTER AMOUNT (9999999.99): " WITH NO ADVANCING
           ACCEPT WS-PRINCIPAL
           DISPLAY "ENTER TERM IN MONTHS: " WITH NO ADVANCING
           ACCEPT WS-TERM-MM
           DISPLAY "ENTER ANNUAL RATE (9.9999): " WITH NO ADVANCING
           ACCEPT WS-RATE
           DISPLAY "FUND FROM ACCOUNT (0 = CASH): " WITH NO ADVANCING
           ACCEPT WS-FUND-ACC
           DISPLAY "AT MATURITY R)OLL OVER OR P)AY OUT: "
               WITH NO ADVANCING
           ACCEPT WS-PAYOUT
           MOVE 0 TO WS-PAYOUT-ACC
           IF WS-PAYOUT = "P"
               DISPLAY "PAY OUT TO ACCOUNT: " WITH NO ADVANCING
               ACCEPT WS-PAYOUT-ACC
           END-IF

           IF WS-PRINCIPAL = 0 OR WS-TERM-MM = 0
               DISPLAY "AMOUNT AND TERM MUST BOTH BE NON-ZERO."
                   " DEPOSIT NOT OPENED."
               PERFORM ASK-ANOTHER
           ELSE
           IF WS-PAYOUT NOT = "R" AND WS-PAYOUT NOT = "P"
               DISPLAY "PAYOUT MUST BE R OR P. DEPOSIT NOT OPENED."
               PERFORM ASK-ANOTHER
           ELSE
               PERFORM CHECK-DEPOSIT-LINKS
               IF WS-LINK-OK = "Y"
                   PERFORM BOOK-DEPOSIT
               END-IF
               PERFORM ASK-ANOTHER
           END-IF
           END-IF.

      *-----------------------------------------------------------
      *  The payout account and the funding account (when the
      *  money is not cash) must be the depositor's own ACTIVE
      *  savings or checking account -- held alone or jointly.
      *  The funding account must also cover the amount from its
      *  AVAILABLE balance; a checking account may draw on into
      *  its arranged overdraft, as it may at the ATM.
      *-----------------------------------------------------------
       CHECK-DEPOSIT-LINKS.
           MOVE "Y" TO WS-LINK-OK
           IF WS-PAYOUT = "P"
               MOVE WS-PAYOUT-ACC TO WS-LINK-ACC
               PERFORM CHECK-LINKED-ACCOUNT
               IF WS-LINK-OK = "N"
                   DISPLAY "PAYOUT ACCOUNT MUST BE THE CUSTOMER'S OWN"
                       " ACTIVE S OR C ACCOUNT. DEPOSIT NOT OPENED."
               END-IF
           END-IF

           IF WS-LINK-OK = "Y" AND WS-FUND-ACC NOT = 0
               MOVE WS-FUND-ACC TO WS-LINK-ACC
               PERFORM CHECK-LINKED-ACCOUNT
               IF WS-LINK-OK = "N"
                   DISPLAY "FUNDING ACCOUNT MUST BE THE CUSTOMER'S OWN"
                       " ACTIVE S OR C ACCOUNT. DEPOSIT NOT OPENED."
               ELSE
                   MOVE 0 TO WS-OD-ALLOW
                   IF ACCT-TYPE = "C"
                       MOVE ACCT-OD-LIMIT TO WS-OD-ALLOW
                   END-IF
                   IF ACCT-AVAIL-BAL + WS-OD-ALLOW < WS-PRINCIPAL
                       MOVE "N" TO WS-LINK-OK
                       DISPLAY "INSUFFICIENT AVAILABLE FUNDS IN THE"
                           " FUNDING ACCOUNT. DEPOSIT NOT OPENED."
                   END-IF
               END-IF
           END-IF.

       CHECK-LINKED-ACCOUNT.
           MOVE "Y" TO WS-EXISTS
           IF WS-LINK-ACC = 0
               MOVE "N" TO WS-EXISTS
           ELSE
               MOVE WS-LINK-ACC TO ACC-NUM
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
      *  The deposit account is an ordinary INFO record with
      *  ACCT-TYPE "T" and the deposit as its ledger balance; the
      *  terms live on TDMST under the same number. A funded
      *  deposit is journaled as a transfer out of the funding
      *  account and into the new one; cash over the counter is a
      *  plain DEPOSIT. No hold is placed -- the money cannot
      *  leave a term deposit before maturity anyway.
      *-----------------------------------------------------------
       BOOK-DEPOSIT.
           MOVE WS-PRINCIPAL TO WS-AMOUNT
           IF WS-FUND-ACC NOT = 0
               MOVE WS-FUND-ACC TO ACC-NUM
               READ INFO
               SUBTRACT WS-AMOUNT FROM BALANCE
               SUBTRACT WS-AMOUNT FROM ACCT-AVAIL-BAL
               REWRITE INFO-RECORD
               MOVE "TRANSFER-DR" TO WS-TRAN-TYPE
               PERFORM JOURNAL-ENTRY
           END-IF

           PERFORM NEXT-ACC-NUM

           MOVE WS-NEW-ACC TO ACC-NUM
           MOVE WS-NEW-NAME TO USER_NAME
           MOVE WS-NEW-AGE TO AGE
           MOVE WS-PRINCIPAL TO BALANCE
           MOVE WS-NEW-PIN TO ACCT-PASSWORD
           MOVE "ACTIVE" TO ACCT-STATUS
           MOVE 0 TO ACCT-FAIL-CTR
           MOVE WS-CUST-ID TO ACCT-CUST-ID
           MOVE "T" TO ACCT-TYPE
           MOVE 0 TO ACCT-LIMIT-DATE
           MOVE 0 TO ACCT-DAY-WDL
           MOVE 0 TO ACCT-DAY-XFR
           MOVE BALANCE TO ACCT-AVAIL-BAL
           MOVE 0 TO ACCT-HOLD-AMT
           MOVE 0 TO ACCT-HOLD-DATE
           MOVE 0 TO ACCT-JOINT-ID
           MOVE "N" TO ACCT-PIN-RESET
           MOVE 0 TO ACCT-OD-LIMIT
           WRITE INFO-RECORD

           IF WS-FUND-ACC NOT = 0
               MOVE "TRANSFER-CR" TO WS-TRAN-TYPE
           ELSE
               MOVE "DEPOSIT" TO WS-TRAN-TYPE
           END-IF
           PERFORM JOURNAL-ENTRY

           PERFORM ADD-ACCOUNT-TO-CUSTOMER
           PERFORM SET-MATURITY-DATE

           MOVE WS-NEW-ACC TO TD-ACC-NUM
           MOVE WS-PRINCIPAL TO TD-PRINCIPAL
           MOVE WS-TERM-MM TO TD-TERM-MM
           MOVE WS-RATE TO TD-RATE
           MOVE WS-TODAY TO TD-START-DATE
           MOVE WS-MATURITY TO TD-MATURITY
           MOVE WS-PAYOUT TO TD-PAYOUT
           MOVE WS-PAYOUT-ACC TO TD-PAYOUT-ACC
           MOVE "ACTIVE" TO TD-STATUS
           WRITE TD-RECORD

           MOVE "TD-OPEN" TO AUD-ACTION
           PERFORM WRITE-AUDIT

           ADD 1 TO WS-OPENED-COUNT
           MOVE WS-PRINCIPAL TO WS-PRIN-ED
           DISPLAY "DEPOSIT OPENED. ACCOUNT " WS-NEW-ACC
               "  AMOUNT " WS-PRIN-ED
               "  MATURES " WS-MATURITY.

      *>  Maturity is the start date moved on by the term in
      *>  months. A start day the maturity month does not have
      *>  (the 31st into a 30-day month, the 29th into a short
      *>  February) falls back to that month's last day.
       SET-MATURITY-DATE.
           MOVE WS-TODAY TO WS-MATURITY
           COMPUTE WS-MONTH-SUM = MAT-MM + WS-TERM-MM - 1
           DIVIDE WS-MONTH-SUM BY 12
               GIVING WS-YEARS-ADD REMAINDER WS-MONTH-REM
           ADD WS-YEARS-ADD TO MAT-YYYY
           COMPUTE MAT-MM = WS-MONTH-REM + 1
           PERFORM CLAMP-MATURITY-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-MATURITY) = 0.

       CLAMP-MATURITY-DAY.
           SUBTRACT 1 FROM MAT-DD.

      *>  Same read-increment-rewrite idiom as the ATM's SIGN-UP:
      *>  the reserved ACC-NUM = 0 control record issues the next
      *>  account number under INFO's own record locking.
       NEXT-ACC-NUM.
           MOVE 0 TO ACC-NUM
           MOVE "Y" TO WS-CTL-EXISTS
           READ INFO
               INVALID KEY MOVE "N" TO WS-CTL-EXISTS
           END-READ

           IF WS-CTL-EXISTS = "N"
               MOVE 0 TO CTL-ACC-NUM
               MOVE 0 TO CTL-LAST-ISSUED
           END-IF

           ADD 1 TO CTL-LAST-ISSUED
               ON SIZE ERROR
                   DISPLAY "NO ACCOUNT NUMBERS REMAIN. EXITING."
                   CLOSE INFO
                   CLOSE TRANLOG
                   CLOSE TRANHIST
                   CLOSE CUSTOMER
                   CLOSE TDMST
                   CLOSE AUDITLOG
                   CLOSE RUNCTL
                   STOP RUN
           END-ADD
           MOVE CTL-LAST-ISSUED TO WS-NEW-ACC

           IF WS-CTL-EXISTS = "N"
               WRITE CONTROL-RECORD
           ELSE
               REWRITE CONTROL-RECORD
           END-IF.

       ADD-ACCOUNT-TO-CUSTOMER.
           MOVE "Y" TO WS-ACCT-ADDED
           MOVE WS-CUST-ID TO CUST-ID
           READ CUSTOMER
               INVALID KEY
               DISPLAY "CUSTOMER RECORD ERROR."
           END-READ
           IF CUST-NUM-ACCTS < 5
               ADD 1 TO CUST-NUM-ACCTS
               MOVE WS-NEW-ACC TO CUST-ACC-NUM(CUST-NUM-ACCTS)
               REWRITE CUSTOMER-RECORD
           ELSE
               MOVE "N" TO WS-ACCT-ADDED
               DISPLAY "MAXIMUM ACCOUNTS REACHED FOR CUSTOMER."
           END-IF.

       ASK-ANOTHER.
           DISPLAY "OPEN ANOTHER DEPOSIT? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ANOTHER.

       TELLER-SIGNON.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           DISPLAY "ENTER OPERATOR PIN: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PIN

           MOVE "Y" TO WS-FOUND
           MOVE WS-ENTRY-ID TO OPER-ID
           READ OPERATOR
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "N"
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
                   IF OPER-FAIL-CTR NOT = 0
                       MOVE 0 TO OPER-FAIL-CTR
                       REWRITE OPERATOR-RECORD
                   END-IF
                   MOVE OPER-ID TO WS-SIGNED-OPER
                   MOVE "Y" TO WS-SIGNED-OK
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
                   CLOSE CUSTOMER
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
