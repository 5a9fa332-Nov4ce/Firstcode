       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TRANREV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INFOSEL.
           COPY TRANSEL.
           COPY HISTSEL.
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
       01  WS-ANOTHER PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-HIST-EOF PIC X.
       01  WS-POST-FOUND PIC X.
       01  WS-REV-ACC PIC 9(5).
       01  WS-ORIG-REF PIC 9(10).
       01  WS-PRIOR-REV PIC 9(10).
       01  WS-ORIG-KEY PIC X(19).
       01  WS-ORIG-TYPE PIC X(12).
       01  WS-ORIG-AMOUNT PIC 9(7)V99.
       01  WS-ORIG-DATE PIC X(10).
       01  WS-ORIG-DRCR PIC X(2).
       01  WS-AMOUNT PIC 9(7)V99.
       01  WS-FROM-HOLD PIC 9(7)V99.
       01  WS-TRAN-TYPE PIC X(12).
       01  WS-TODAY PIC 9(8).
       01  WS-AMT-ED PIC Z(6)9.99.
       01  WS-BAL-ED PIC -(7)9.99.
       01  WS-REF-ED PIC Z(9)9.
       01  WS-REVERSED-COUNT PIC 9(5) VALUE 0.
       01  WS-REVERSED-COUNT-ED PIC Z(4)9.
       01  WS-OVERRIDE PIC X.
       01  WS-OPER-FOUND PIC X.
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
           DISPLAY "         SUPERVISOR POSTING REVERSAL".
           DISPLAY "=========================================".
           DISPLAY " ".

      *>     Undoing a posting moves customer money without the
      *>     customer present, so a supervisor signs on first and
      *>     every reversal is written to the audit log, the same
      *>     gate LOANDISB puts in front of a disbursement.
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
           OPEN EXTEND AUDITLOG
           OPEN INPUT RUNCTL

           PERFORM GET-BUSINESS-DATE

           MOVE "Y" TO WS-ANOTHER
           PERFORM REVERSE-POSTING UNTIL WS-ANOTHER NOT = "Y"

           CLOSE INFO
           CLOSE TRANLOG
           CLOSE TRANHIST
           CLOSE AUDITLOG
           CLOSE RUNCTL

           MOVE WS-REVERSED-COUNT TO WS-REVERSED-COUNT-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "POSTINGS REVERSED......: "
               WS-REVERSED-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

      *-----------------------------------------------------------
      *  The supervisor names the posting by account and posting
      *  reference (shown on the statement and the teller screens).
      *  A posting is only ever reversed once: a reversal is
      *  refused when the original already carries a reversal
      *  reference, when a reversal naming it is already on the
      *  account, when it is itself a reversal, or when it is a
      *  memo entry that never moved the ledger. Each leg of a
      *  transfer is its own posting and is reversed on its own.
      *-----------------------------------------------------------
       REVERSE-POSTING.
           DISPLAY " ".
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-REV-ACC
           DISPLAY "ENTER POSTING REFERENCE: " WITH NO ADVANCING
           ACCEPT WS-ORIG-REF

           IF WS-REV-ACC = 0 OR WS-ORIG-REF = 0
               DISPLAY "ACCOUNT AND REFERENCE ARE BOTH REQUIRED."
               PERFORM ASK-ANOTHER
           ELSE
               PERFORM FIND-POSTING
               IF WS-POST-FOUND = "N"
                   DISPLAY "POSTING NOT FOUND ON THIS ACCOUNT."
                   PERFORM ASK-ANOTHER
               ELSE
               IF WS-PRIOR-REV NOT = 0
                   MOVE WS-PRIOR-REV TO WS-REF-ED
                   DISPLAY "POSTING ALREADY REVERSED BY REF "
                       WS-REF-ED
                   PERFORM ASK-ANOTHER
               ELSE
               IF WS-ORIG-TYPE = "REVERSAL-CR"
                   OR WS-ORIG-TYPE = "REVERSAL-DR"
                   DISPLAY "A REVERSAL CANNOT ITSELF BE REVERSED."
                   PERFORM ASK-ANOTHER
               ELSE
               IF WS-ORIG-DRCR = "MM"
                   DISPLAY "MEMO ENTRY - NOTHING TO REVERSE."
                   PERFORM ASK-ANOTHER
               ELSE
                   MOVE "Y" TO WS-EXISTS
                   MOVE WS-REV-ACC TO ACC-NUM
                   READ INFO
                       INVALID KEY MOVE "N" TO WS-EXISTS
                   END-READ
                   IF WS-EXISTS = "N"
                       DISPLAY "ACCOUNT NOT ON FILE."
                       PERFORM ASK-ANOTHER
                   ELSE
                   IF ACCT-STATUS = "CLOSED"
                       DISPLAY "ACCOUNT IS CLOSED."
                       PERFORM ASK-ANOTHER
                   ELSE
                       PERFORM CONFIRM-REVERSAL
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *>  The history file is keyed account + date + sequence, so
      *>  the search positions on the account and reads forward
      *>  until the account changes. The same pass picks up any
      *>  reversal already naming this reference.
       FIND-POSTING.
           MOVE "N" TO WS-POST-FOUND
           MOVE 0 TO WS-PRIOR-REV
           MOVE 'N' TO WS-HIST-EOF

           MOVE WS-REV-ACC TO HIST-ACC-NUM
           MOVE SPACES TO HIST-DATE
           MOVE 0 TO HIST-SEQ
           START TRANHIST KEY >= HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ TRANHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-ACC-NUM NOT = WS-REV-ACC
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           PERFORM CHECK-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-HISTORY-ENTRY.
           IF HIST-REF = WS-ORIG-REF
               MOVE "Y" TO WS-POST-FOUND
               MOVE HIST-KEY TO WS-ORIG-KEY
               MOVE HIST-TYPE TO WS-ORIG-TYPE
               MOVE HIST-AMOUNT TO WS-ORIG-AMOUNT
               MOVE HIST-DATE TO WS-ORIG-DATE
               IF HIST-REV-REF NOT = 0
                   MOVE HIST-REV-REF TO WS-PRIOR-REV
               END-IF
               PERFORM SET-ORIG-DIRECTION
           END-IF
           IF HIST-ORIG-REF = WS-ORIG-REF
               MOVE HIST-REF TO WS-PRIOR-REV
           END-IF.

      *>  Same CR / DR / memo split GLEXTR and STMTGEN work to:
      *>  credit types raised the balance, memo types never moved
      *>  it, and everything else lowered it.
       SET-ORIG-DIRECTION.
           EVALUATE WS-ORIG-TYPE
               WHEN "DEPOSIT"
               WHEN "TRANSFER-CR"
               WHEN "EXT-XFER-CR"
               WHEN "INTEREST"
               WHEN "REVERSAL-CR"
                   MOVE "CR" TO WS-ORIG-DRCR
               WHEN "HOLD-RELEASE"
               WHEN "LOAN-PMT-DUE"
                   MOVE "MM" TO WS-ORIG-DRCR
               WHEN OTHER
                   MOVE "DR" TO WS-ORIG-DRCR
           END-EVALUATE.

       CONFIRM-REVERSAL.
           MOVE WS-ORIG-AMOUNT TO WS-AMT-ED
           MOVE BALANCE TO WS-BAL-ED
           DISPLAY " ".
           DISPLAY "ACCOUNT................: " ACC-NUM
               "  " USER_NAME
           DISPLAY "POSTING................: " WS-ORIG-TYPE
               " ON " WS-ORIG-DATE
           DISPLAY "AMOUNT.................: " WS-AMT-ED
           DISPLAY "CURRENT BALANCE........: " WS-BAL-ED
           IF WS-ORIG-DRCR = "CR"
               IF ACCT-AVAIL-BAL < WS-ORIG-AMOUNT
                   DISPLAY "WARNING: AVAILABLE BALANCE WILL GO"
                       " BELOW ZERO."
               END-IF
           END-IF
           DISPLAY "REVERSE THIS POSTING? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM = "Y"
               PERFORM POST-REVERSAL
           ELSE
               DISPLAY "REVERSAL NOT POSTED."
           END-IF
           PERFORM ASK-ANOTHER.

      *-----------------------------------------------------------
      *  A credit is undone with a REVERSAL-DR, a debit with a
      *  REVERSAL-CR, for the original amount. Undoing a deposit
      *  still under hold takes the held money back first, so the
      *  nightly HOLDREL never releases funds that have already
      *  left. Undoing a withdrawal or outbound transfer made
      *  today also gives the amount back to today's running
      *  limit total, so the customer is not short of headroom
      *  for money that never actually left.
      *-----------------------------------------------------------
       POST-REVERSAL.
           PERFORM GET-TIME-DATE
           PERFORM GET-BUSINESS-DATE
           MOVE WS-ORIG-AMOUNT TO WS-AMOUNT

           IF WS-ORIG-DRCR = "CR"
               MOVE "REVERSAL-DR" TO WS-TRAN-TYPE
               MOVE 0 TO WS-FROM-HOLD
               IF WS-ORIG-TYPE = "DEPOSIT" AND ACCT-HOLD-AMT > 0
                   IF ACCT-HOLD-AMT < WS-AMOUNT
                       MOVE ACCT-HOLD-AMT TO WS-FROM-HOLD
                   ELSE
                       MOVE WS-AMOUNT TO WS-FROM-HOLD
                   END-IF
                   SUBTRACT WS-FROM-HOLD FROM ACCT-HOLD-AMT
                   IF ACCT-HOLD-AMT = 0
                       MOVE 0 TO ACCT-HOLD-DATE
                   END-IF
               END-IF
               SUBTRACT WS-AMOUNT FROM BALANCE
               COMPUTE ACCT-AVAIL-BAL =
                   ACCT-AVAIL-BAL - (WS-AMOUNT - WS-FROM-HOLD)
           ELSE
               MOVE "REVERSAL-CR" TO WS-TRAN-TYPE
               ADD WS-AMOUNT TO BALANCE
               ADD WS-AMOUNT TO ACCT-AVAIL-BAL
               IF WS-ORIG-DATE = WS-BUS-TRAN-DATE
                   AND ACCT-LIMIT-DATE = WS-TODAY
                   PERFORM RESTORE-DAY-LIMIT
               END-IF
           END-IF

           REWRITE INFO-RECORD
               INVALID KEY DISPLAY "ACCOUNT UPDATE FAILED."
           END-REWRITE

           PERFORM JOURNAL-ENTRY
           PERFORM MARK-ORIGINAL-REVERSED

           MOVE "REVERSAL" TO AUD-ACTION
           PERFORM WRITE-AUDIT
           ADD 1 TO WS-REVERSED-COUNT

           MOVE WS-TRAN-REF TO WS-REF-ED
           MOVE BALANCE TO WS-BAL-ED
           DISPLAY "REVERSAL POSTED. REFERENCE " WS-REF-ED
           DISPLAY "NEW BALANCE............: " WS-BAL-ED.

       RESTORE-DAY-LIMIT.
           EVALUATE WS-ORIG-TYPE
               WHEN "WITHDRAWAL"
                   IF ACCT-DAY-WDL < WS-AMOUNT
                       MOVE 0 TO ACCT-DAY-WDL
                   ELSE
                       SUBTRACT WS-AMOUNT FROM ACCT-DAY-WDL
                   END-IF
               WHEN "TRANSFER-DR"
               WHEN "EXT-XFER-DR"
               WHEN "DIRECT-DEBIT"
                   IF ACCT-DAY-XFR < WS-AMOUNT
                       MOVE 0 TO ACCT-DAY-XFR
                   ELSE
                       SUBTRACT WS-AMOUNT FROM ACCT-DAY-XFR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>  The original history entry is stamped with the reversal's
      *>  reference, so the next attempt on the same posting is
      *>  refused without scanning for the reversal.
       MARK-ORIGINAL-REVERSED.
           MOVE WS-ORIG-KEY TO HIST-KEY
           READ TRANHIST
               INVALID KEY
                   DISPLAY "ORIGINAL POSTING NOT RE-READ - NOT MARKED."
               NOT INVALID KEY
                   MOVE WS-TRAN-REF TO HIST-REV-REF
                   REWRITE HIST-RECORD
           END-READ.

       ASK-ANOTHER.
           DISPLAY "REVERSE ANOTHER POSTING? (Y/N): " WITH NO ADVANCING
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
      *>  HISTCTL.cpy).
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

      *>  The reversal is journaled like any other posting, with
      *>  the reference of the posting it undoes carried alongside
      *>  its own.
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
           MOVE WS-ORIG-REF TO TRAN-ORIG-REF
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
           MOVE WS-REV-ACC TO AUD-ACC-NUM
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
