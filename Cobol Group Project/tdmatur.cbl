       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TDMATUR.
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
           COPY CUSTSEL.
           COPY TRPTSEL.
           COPY RUNSEL.
           COPY OPERSEL.
           COPY AUDSEL.
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
       FD CUSTOMER.
           COPY CUSTREC.
       FD TDMRPT.
           COPY TRPTREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-HIST-DONE PIC X.
       01  WS-TRAN-REF PIC 9(10).
       01  WS-REF-EXISTS PIC X.
       01  WS-ACC-FOUND PIC X.
       01  WS-CUST-FOUND PIC X.
       01  WS-PAY-OK PIC X.
       01  WS-TD-CUST PIC 9(6).
       01  WS-PRINCIPAL PIC 9(7)V99.
       01  WS-INTEREST-AMT PIC 9(7)V99.
       01  WS-AMOUNT PIC 9(7)V99.
       01  WS-TRAN-TYPE PIC X(12).
       01  WS-ACTION PIC X(45).
       01  WS-MATURED-COUNT PIC 9(7) VALUE 0.
       01  WS-MATURED-COUNT-ED PIC Z(6)9.
       01  WS-PAID-COUNT PIC 9(7) VALUE 0.
       01  WS-PAID-COUNT-ED PIC Z(6)9.
       01  WS-ROLLED-COUNT PIC 9(7) VALUE 0.
       01  WS-ROLLED-COUNT-ED PIC Z(6)9.
       01  WS-HELD-COUNT PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT-ED PIC Z(6)9.
       01  WS-INT-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-INT-TOTAL-ED PIC Z(8)9.99.
       01  WS-ACC-NUM-ED PIC Z9(5).
       01  WS-AMT-ED PIC Z(6)9.99.
       01  WS-INT-ED PIC Z(6)9.99.
       01  WS-TODAY PIC 9(8).
       01  WS-MATURITY PIC 9(8).
       01  MAT-DATE-FIELDS REDEFINES WS-MATURITY.
           05 MAT-YYYY PIC 9(4).
           05 MAT-MM PIC 9(2).
           05 MAT-DD PIC 9(2).
       01  WS-MONTH-SUM PIC 9(4).
       01  WS-YEARS-ADD PIC 9(3).
       01  WS-MONTH-REM PIC 9(2).
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
           OPEN I-O TDMST
           OPEN INPUT CUSTOMER
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE

           DISPLAY "=========================================".
           DISPLAY "         TERM DEPOSIT MATURITY RUN".
           DISPLAY "=========================================".
           DISPLAY " ".

           PERFORM READ-RUN-CONTROL

           OPEN OUTPUT TDMRPT
           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL WS-EOF = 'Y'
               READ TDMST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-DEPOSIT
               END-READ
           END-PERFORM

           PERFORM WRITE-REPORT-TRAILER

           MOVE "COMPLETE" TO RUN-STATUS
           MOVE WS-TODAY TO RUN-LAST-DATE
           MOVE 0 TO RUN-CHECKPOINT
           MOVE WS-MATURED-COUNT TO RUN-COUNT
           MOVE WS-INT-TOTAL TO RUN-TOTAL
           REWRITE RUN-CONTROL-RECORD

           CLOSE INFO
           CLOSE TRANLOG
           CLOSE TRANHIST
           CLOSE TDMST
           CLOSE CUSTOMER
           CLOSE TDMRPT
           CLOSE RUNCTL

           MOVE WS-MATURED-COUNT TO WS-MATURED-COUNT-ED
           MOVE WS-PAID-COUNT TO WS-PAID-COUNT-ED
           MOVE WS-ROLLED-COUNT TO WS-ROLLED-COUNT-ED
           MOVE WS-HELD-COUNT TO WS-HELD-COUNT-ED
           MOVE WS-INT-TOTAL TO WS-INT-TOTAL-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "DEPOSITS MATURED.......: " WS-MATURED-COUNT-ED.
           DISPLAY "PAID OUT...............: " WS-PAID-COUNT-ED.
           DISPLAY "ROLLED OVER............: " WS-ROLLED-COUNT-ED.
           DISPLAY "HELD FOR BRANCH........: " WS-HELD-COUNT-ED.
           DISPLAY "INTEREST CREDITED......: " WS-INT-TOTAL-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

      *-----------------------------------------------------------
      *  A status still RUNNING means the prior run died mid-file:
      *  restart after the checkpointed deposit instead of paying
      *  interest on the ones already matured. A COMPLETE run on
      *  the same day refuses to run again unless a supervisor
      *  signs on to override (the override is written to the
      *  audit log).
      *-----------------------------------------------------------
       READ-RUN-CONTROL.
           MOVE "TDMATUR" TO RUN-JOB-NAME
           MOVE "Y" TO WS-RUN-EXISTS
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-RUN-EXISTS
           END-READ

           IF WS-RUN-EXISTS = "N"
               MOVE "TDMATUR" TO RUN-JOB-NAME
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
                   DISPLAY "MATURITIES ALREADY PROCESSED ON "
                       RUN-LAST-DATE
                   PERFORM SUPERVISOR-OVERRIDE
                   IF WS-OVERRIDE NOT = "Y"
                       DISPLAY "RUN CANCELLED."
                       CLOSE INFO
                       CLOSE TRANLOG
                       CLOSE TRANHIST
                       CLOSE TDMST
                       CLOSE CUSTOMER
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
               MOVE "TDM-OVERRIDE" TO AUD-ACTION
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
      *  Only ACTIVE contracts whose maturity date has come are
      *  matured; PAID and BROKEN records stay on file as history.
      *  A MATURD deposit has already had its interest and is only
      *  waiting for a payout account it can be paid into, so it
      *  is tried again every night. On a restart, deposits at or
      *  below the checkpoint were already handled by the run that
      *  died. A maturity on a weekend or holiday is paid by the
      *  next business day's run.
      *-----------------------------------------------------------
       PROCESS-DEPOSIT.
           IF TD-ACC-NUM > WS-RESTART
               AND TD-STATUS = "ACTIVE"
               AND TD-MATURITY NOT > WS-TODAY
               MOVE TD-PRINCIPAL TO WS-PRINCIPAL
               MOVE "Y" TO WS-ACC-FOUND
               MOVE TD-ACC-NUM TO ACC-NUM
               READ INFO
                   INVALID KEY MOVE "N" TO WS-ACC-FOUND
               END-READ
               IF WS-ACC-FOUND = "N" OR ACCT-STATUS = "CLOSED"
                   MOVE 0 TO WS-TD-CUST
                   MOVE 0 TO WS-INTEREST-AMT
                   MOVE "ACCOUNT NOT OPEN - NOT MATURED"
                       TO WS-ACTION
                   PERFORM WRITE-MATURITY-DETAIL
               ELSE
                   PERFORM MATURE-DEPOSIT
               END-IF
               MOVE TD-ACC-NUM TO RUN-CHECKPOINT
               REWRITE RUN-CONTROL-RECORD
           ELSE
               IF TD-ACC-NUM > WS-RESTART
                   AND TD-STATUS = "MATURD"
                   PERFORM RELEASE-MATURED-DEPOSIT
                   MOVE TD-ACC-NUM TO RUN-CHECKPOINT
                   REWRITE RUN-CONTROL-RECORD
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *  The contracted interest -- the annual TD-RATE on the
      *  principal for the months of the term -- is credited to
      *  the deposit as INTEREST. The whole balance then either
      *  rolls into a new term of the same length from today's
      *  maturity, or is paid out to the payout account. A payout
      *  account that is no longer the customer's own ACTIVE
      *  account is never paid into, and the customer never asked
      *  for a new term either: the deposit is held as MATURD on
      *  its old maturity date, with no penalty to break, and the
      *  report flags it for the branch to contact the customer.
      *-----------------------------------------------------------
       MATURE-DEPOSIT.
           MOVE ACCT-CUST-ID TO WS-TD-CUST
           MOVE "N" TO WS-PAY-OK
           IF TD-PAYOUT = "P"
               PERFORM CHECK-PAYOUT-ACCOUNT
               MOVE TD-ACC-NUM TO ACC-NUM
               READ INFO
           END-IF

           COMPUTE WS-INTEREST-AMT ROUNDED =
               TD-PRINCIPAL * TD-RATE * TD-TERM-MM / 12
           IF WS-INTEREST-AMT > 0
               ADD WS-INTEREST-AMT TO BALANCE
               ADD WS-INTEREST-AMT TO ACCT-AVAIL-BAL
               REWRITE INFO-RECORD
               MOVE "INTEREST" TO WS-TRAN-TYPE
               MOVE WS-INTEREST-AMT TO WS-AMOUNT
               PERFORM JOURNAL-ENTRY
               ADD WS-INTEREST-AMT TO WS-INT-TOTAL
           END-IF

           IF WS-PAY-OK = "Y"
               PERFORM PAY-OUT-DEPOSIT
           ELSE
               IF TD-PAYOUT = "P"
                   PERFORM HOLD-MATURED-DEPOSIT
               ELSE
                   PERFORM ROLL-OVER-DEPOSIT
               END-IF
           END-IF

           ADD 1 TO WS-MATURED-COUNT
           PERFORM WRITE-MATURITY-DETAIL.

      *>  Interest was credited when the deposit matured, so a
      *>  held deposit is only paid out -- once its payout account
      *>  is the customer's own ACTIVE account again. Until then it
      *>  is reported every night; TDBREAK can also release it
      *>  without penalty to wherever the customer asks.
       RELEASE-MATURED-DEPOSIT.
           MOVE TD-PRINCIPAL TO WS-PRINCIPAL
           MOVE 0 TO WS-INTEREST-AMT
           MOVE "Y" TO WS-ACC-FOUND
           MOVE TD-ACC-NUM TO ACC-NUM
           READ INFO
               INVALID KEY MOVE "N" TO WS-ACC-FOUND
           END-READ
           IF WS-ACC-FOUND = "N" OR ACCT-STATUS = "CLOSED"
               MOVE 0 TO WS-TD-CUST
               MOVE "ACCOUNT NOT OPEN - NOT RELEASED" TO WS-ACTION
           ELSE
               MOVE ACCT-CUST-ID TO WS-TD-CUST
               PERFORM CHECK-PAYOUT-ACCOUNT
               MOVE TD-ACC-NUM TO ACC-NUM
               READ INFO
               IF WS-PAY-OK = "Y"
                   PERFORM PAY-OUT-DEPOSIT
               ELSE
                   PERFORM HOLD-MATURED-DEPOSIT
               END-IF
           END-IF
           PERFORM WRITE-MATURITY-DETAIL.

       CHECK-PAYOUT-ACCOUNT.
           MOVE "Y" TO WS-PAY-OK
           MOVE "Y" TO WS-ACC-FOUND
           IF TD-PAYOUT-ACC = 0
               MOVE "N" TO WS-ACC-FOUND
           ELSE
               MOVE TD-PAYOUT-ACC TO ACC-NUM
               READ INFO
                   INVALID KEY MOVE "N" TO WS-ACC-FOUND
               END-READ
           END-IF

           IF WS-ACC-FOUND = "N"
               MOVE "N" TO WS-PAY-OK
           ELSE
           IF ACCT-STATUS NOT = "ACTIVE"
               OR (ACCT-TYPE NOT = "S" AND ACCT-TYPE NOT = "C")
               OR (ACCT-CUST-ID NOT = WS-TD-CUST
                   AND ACCT-JOINT-ID NOT = WS-TD-CUST)
               MOVE "N" TO WS-PAY-OK
           END-IF
           END-IF.

      *>  The proceeds leave the deposit as a TRANSFER-DR and land
      *>  on the payout account as a TRANSFER-CR, available at
      *>  once like any internal transfer; the deposit account is
      *>  then CLOSED at a zero balance and the contract PAID.
       PAY-OUT-DEPOSIT.
           MOVE 0 TO WS-AMOUNT
           IF BALANCE > 0
               MOVE BALANCE TO WS-AMOUNT
               SUBTRACT WS-AMOUNT FROM BALANCE
               SUBTRACT WS-AMOUNT FROM ACCT-AVAIL-BAL
           END-IF
           MOVE "CLOSED" TO ACCT-STATUS
           REWRITE INFO-RECORD

           IF WS-AMOUNT > 0
               MOVE "TRANSFER-DR" TO WS-TRAN-TYPE
               PERFORM JOURNAL-ENTRY

               MOVE TD-PAYOUT-ACC TO ACC-NUM
               READ INFO
               ADD WS-AMOUNT TO BALANCE
               ADD WS-AMOUNT TO ACCT-AVAIL-BAL
               REWRITE INFO-RECORD
               MOVE "TRANSFER-CR" TO WS-TRAN-TYPE
               PERFORM JOURNAL-ENTRY
           END-IF

           MOVE "PAID" TO TD-STATUS
           REWRITE TD-RECORD
           ADD 1 TO WS-PAID-COUNT

           MOVE SPACES TO WS-ACTION
           STRING "PAID OUT TO " TD-PAYOUT-ACC
               DELIMITED BY SIZE INTO WS-ACTION.

       HOLD-MATURED-DEPOSIT.
           MOVE "MATURD" TO TD-STATUS
           REWRITE TD-RECORD
           ADD 1 TO WS-HELD-COUNT
           MOVE "*** PAYOUT ACCT NOT ACTIVE - HELD MATURED ***"
               TO WS-ACTION.

      *>  The new term runs from the old maturity date, so a
      *>  deposit matured late (a missed night) keeps its original
      *>  anniversary; the whole balance, interest included,
      *>  becomes the new principal.
       ROLL-OVER-DEPOSIT.
           IF BALANCE > 0
               MOVE BALANCE TO TD-PRINCIPAL
           END-IF
           MOVE TD-MATURITY TO TD-START-DATE
           PERFORM SET-MATURITY-DATE
           MOVE WS-MATURITY TO TD-MATURITY
           REWRITE TD-RECORD
           ADD 1 TO WS-ROLLED-COUNT

           MOVE SPACES TO WS-ACTION
           STRING "ROLLED OVER TO " TD-MATURITY
               DELIMITED BY SIZE INTO WS-ACTION.

      *>  Maturity is the start date moved on by the term in
      *>  months. A start day the maturity month does not have
      *>  (the 31st into a 30-day month, the 29th into a short
      *>  February) falls back to that month's last day.
       SET-MATURITY-DATE.
           MOVE TD-START-DATE TO WS-MATURITY
           COMPUTE WS-MONTH-SUM = MAT-MM + TD-TERM-MM - 1
           DIVIDE WS-MONTH-SUM BY 12
               GIVING WS-YEARS-ADD REMAINDER WS-MONTH-REM
           ADD WS-YEARS-ADD TO MAT-YYYY
           COMPUTE MAT-MM = WS-MONTH-REM + 1
           PERFORM CLAMP-MATURITY-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-MATURITY) = 0.

       CLAMP-MATURITY-DAY.
           SUBTRACT 1 FROM MAT-DD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO TRPT-LINE
           STRING "AEDESYL BANK - TERM DEPOSIT MATURITY REPORT "
               FormattedDate
               DELIMITED BY SIZE INTO TRPT-LINE
           WRITE TRPT-RECORD

           MOVE SPACES TO TRPT-LINE
           STRING "ACCOUNT  CUSTOMER NAME          PRINCIPAL"
               "    INTEREST  ACTION"
               DELIMITED BY SIZE INTO TRPT-LINE
           WRITE TRPT-RECORD.

      *>  CUST-ID = 0 is the CUSTOMER file's reserved control
      *>  record: a deposit never linked to a customer must not
      *>  read it, or control-record bytes would print as a name.
       WRITE-MATURITY-DETAIL.
           IF WS-TD-CUST = 0
               MOVE "*NOT ON CUSTOMER FILE*" TO CUST-NAME
           ELSE
               MOVE "Y" TO WS-CUST-FOUND
               MOVE WS-TD-CUST TO CUST-ID
               READ CUSTOMER
                   INVALID KEY MOVE "N" TO WS-CUST-FOUND
               END-READ
               IF WS-CUST-FOUND = "N"
                   MOVE "*NOT ON CUSTOMER FILE*" TO CUST-NAME
               END-IF
           END-IF

           MOVE TD-ACC-NUM TO WS-ACC-NUM-ED
           MOVE WS-PRINCIPAL TO WS-AMT-ED
           MOVE WS-INTEREST-AMT TO WS-INT-ED
           MOVE SPACES TO TRPT-LINE
           STRING WS-ACC-NUM-ED "   " CUST-NAME "  " WS-AMT-ED
               "  " WS-INT-ED "  " WS-ACTION
               DELIMITED BY SIZE INTO TRPT-LINE
           WRITE TRPT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-MATURED-COUNT TO WS-MATURED-COUNT-ED
           MOVE SPACES TO TRPT-LINE
           STRING "DEPOSITS MATURED: " WS-MATURED-COUNT-ED
               DELIMITED BY SIZE INTO TRPT-LINE
           WRITE TRPT-RECORD

           MOVE WS-HELD-COUNT TO WS-HELD-COUNT-ED
           MOVE SPACES TO TRPT-LINE
           STRING "HELD FOR BRANCH FOLLOW-UP: " WS-HELD-COUNT-ED
               DELIMITED BY SIZE INTO TRPT-LINE
           WRITE TRPT-RECORD.

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
                   CLOSE CUSTOMER
                   CLOSE TDMRPT
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
