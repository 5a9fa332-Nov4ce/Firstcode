       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ALERTS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INFOSEL.
           COPY CUSTSEL.
           COPY LOANSEL.
           COPY TRANSEL.
           COPY DDRETSEL.
           COPY ALPSEL.
           COPY ALSTSEL.
           COPY ARPTSEL.
           COPY RUNSEL.
      *-----------------------------------------------------------
      *  The gateway file is dated into its physical name
      *  (SMSOUT.<YYYYMMDD>.txt) the same way GLEXTR dates its
      *  interface file, so each day's alerts are their own file
      *  -- the SELECT ASSIGNs a run-time data name and cannot live
      *  in a shared copybook like the fixed-name files do.
      *-----------------------------------------------------------
           SELECT SMSOUT
           ASSIGN TO WS-SMS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INFO.
           COPY INFOREC.
       FD CUSTOMER.
           COPY CUSTREC.
       FD LOANMST.
           COPY LOANREC.
       FD TRANLOG.
           COPY TRANREC.
       FD DDRETURN.
           COPY DDRETREC.
       FD ALRTPARM.
           COPY ALPREC.
       FD ALRTSTAT.
           COPY ALSTREC.
       FD ALRTRPT.
           COPY ARPTREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD SMSOUT.
           COPY SMSREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-PARM-EOF PIC X VALUE 'N'.
       01  WS-FOUND PIC X.
       01  WS-STATE-EXISTS PIC X.
       01  WS-RUN-EXISTS PIC X.
       01  WS-DDPRES-RAN PIC X.
       01  WS-SMS-FILENAME PIC X(44).
       01  WS-TODAY PIC 9(8).
       01  WS-TODAY-FMT PIC X(10).
       01  WS-ACC-N PIC 9(5).
      *>  Thresholds, loaded from ALRTPARM. An alert whose
      *>  threshold is missing from the file is not produced.
       01  WS-LARGE-DEBIT PIC 9(7)V99 VALUE 0.
       01  WS-HAVE-LARGE PIC X VALUE "N".
       01  WS-LOW-FLOOR PIC 9(7)V99 VALUE 0.
       01  WS-HAVE-LOW PIC X VALUE "N".
       01  WS-LOW-NOW PIC X.
      *>  The event being raised and the words that go to the
      *>  customer's phone.
       01  WS-EVENT PIC X(12).
       01  WS-TEXT PIC X(60).
       01  WS-WORDS PIC X(12).
       01  WS-OWNER PIC 9(6).
       01  WS-NO-SEND-REASON PIC X(22).
       01  WS-AMT-ED PIC Z(6)9.99.
       01  WS-AMT-TEXT PIC X(10).
       01  WS-LEAD PIC 99.
       01  WS-ALERT-COUNT PIC 9(7) VALUE 0.
       01  WS-EXC-COUNT PIC 9(7) VALUE 0.
       01  WS-COUNT-ED PIC Z(6)9.
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

           OPEN INPUT INFO
           OPEN INPUT CUSTOMER
           OPEN INPUT LOANMST
           OPEN I-O ALRTSTAT
           OPEN OUTPUT ALRTRPT
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE
           MOVE FormattedDate TO WS-TODAY-FMT

           DISPLAY "=========================================".
           DISPLAY "         CUSTOMER SMS ALERTS".
           DISPLAY "=========================================".
           DISPLAY " ".

           PERFORM LOAD-ALERT-PARMS

           MOVE SPACES TO WS-SMS-FILENAME
           STRING "C:\OPENCOBOL\TEXTFILE\SMSOUT." WS-TODAY ".txt"
               DELIMITED BY SIZE INTO WS-SMS-FILENAME
           OPEN OUTPUT SMSOUT

           PERFORM WRITE-REPORT-HEADER

      *>     Conditions standing on the account master first, then
      *>     the day's postings, then the direct debits DDPRES sent
      *>     back tonight.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INFO NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-ACCOUNT
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANLOG
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANLOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM SCAN-TRAN
               END-READ
           END-PERFORM
           CLOSE TRANLOG

           PERFORM CHECK-DDPRES-RAN
           IF WS-DDPRES-RAN = "Y"
               MOVE 'N' TO WS-EOF
               OPEN INPUT DDRETURN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DDRETURN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM SCAN-RETURN
                   END-READ
               END-PERFORM
               CLOSE DDRETURN
           ELSE
               DISPLAY "DDPRES HAS NOT RUN TODAY - NO RETURNS READ."
           END-IF

           MOVE SPACES TO SMS-TRAILER-RECORD
           MOVE "T" TO SMS-TRL-TYPE
           MOVE WS-TODAY TO SMS-TRL-DATE
           MOVE WS-ALERT-COUNT TO SMS-TRL-COUNT
           WRITE SMS-TRAILER-RECORD

           PERFORM WRITE-REPORT-TRAILER
           PERFORM RECORD-RUN-CONTROL

           CLOSE INFO
           CLOSE CUSTOMER
           CLOSE LOANMST
           CLOSE ALRTSTAT
           CLOSE ALRTRPT
           CLOSE RUNCTL
           CLOSE SMSOUT

           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           MOVE WS-ALERT-COUNT TO WS-COUNT-ED
           DISPLAY "ALERTS TO GATEWAY......: " WS-COUNT-ED.
           MOVE WS-EXC-COUNT TO WS-COUNT-ED
           DISPLAY "ALERTS NOT SENDABLE....: " WS-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

       LOAD-ALERT-PARMS.
           OPEN INPUT ALRTPARM
           PERFORM UNTIL WS-PARM-EOF = 'Y'
               READ ALRTPARM
                   AT END MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END
                       EVALUATE ALP-NAME
                           WHEN "LARGE-DEBIT"
                               MOVE ALP-AMOUNT TO WS-LARGE-DEBIT
                               MOVE "Y" TO WS-HAVE-LARGE
                           WHEN "LOW-BALANCE"
                               MOVE ALP-AMOUNT TO WS-LOW-FLOOR
                               MOVE "Y" TO WS-HAVE-LOW
                           WHEN OTHER
                               DISPLAY "UNKNOWN ALERT PARAMETER "
                                   ALP-NAME " IGNORED."
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ALRTPARM

           IF WS-HAVE-LARGE = "N"
               DISPLAY "NO LARGE-DEBIT THRESHOLD ON ALRTPARM -"
                   " LARGE DEBIT ALERTS NOT PRODUCED."
           END-IF
           IF WS-HAVE-LOW = "N"
               DISPLAY "NO LOW-BALANCE FLOOR ON ALRTPARM -"
                   " LOW BALANCE ALERTS NOT PRODUCED."
           END-IF.

      *-----------------------------------------------------------
      *  Each watched condition is compared with the alert state
      *  file. A change stamps today's date on the condition, and
      *  a condition changed today into an alerting value raises
      *  the alert -- so a DORMNT or LOCKED account, a pending
      *  PIN reset or a low balance is alerted on the day it
      *  happens and not every night after. ACC-NUM = 0 is the
      *  reserved account-number control record.
      *-----------------------------------------------------------
       PROCESS-ACCOUNT.
           MOVE ACC-NUM TO WS-ACC-N
           IF WS-ACC-N NOT = 0
               PERFORM READ-ALERT-STATE

               IF ACCT-STATUS NOT = ALST-STATUS
                   MOVE ACCT-STATUS TO ALST-STATUS
                   MOVE WS-TODAY TO ALST-STATUS-DATE
               END-IF
               IF ALST-STATUS-DATE = WS-TODAY
                   IF ACCT-STATUS = "DORMNT"
                       MOVE "DORMANT" TO WS-EVENT
                       MOVE SPACES TO WS-TEXT
                       STRING "AEDESYL: ACCOUNT " WS-ACC-N
                           " IS NOW DORMANT. PLEASE CONTACT US."
                           DELIMITED BY SIZE INTO WS-TEXT
                       PERFORM RAISE-ACCOUNT-ALERT
                   END-IF
      *>     Staff can lock an account too; only the lockout the
      *>     third wrong PIN causes is the customer's to hear of.
                   IF ACCT-STATUS = "LOCKED" AND ACCT-FAIL-CTR >= 3
                       MOVE "PIN-LOCKED" TO WS-EVENT
                       MOVE SPACES TO WS-TEXT
                       STRING "AEDESYL: ACCOUNT " WS-ACC-N
                           " LOCKED AFTER 3 WRONG PINS."
                           DELIMITED BY SIZE INTO WS-TEXT
                       PERFORM RAISE-ACCOUNT-ALERT
                   END-IF
               END-IF

               IF ACCT-PIN-RESET NOT = ALST-PIN-RESET
                   MOVE ACCT-PIN-RESET TO ALST-PIN-RESET
                   MOVE WS-TODAY TO ALST-PIN-DATE
               END-IF
               IF ALST-PIN-DATE = WS-TODAY AND ACCT-PIN-RESET = "Y"
                   MOVE "PIN-RESET" TO WS-EVENT
                   MOVE SPACES TO WS-TEXT
                   STRING "AEDESYL: A NEW PIN IS NEEDED AT NEXT SIGN-IN"
                       " ON " WS-ACC-N
                       DELIMITED BY SIZE INTO WS-TEXT
                   PERFORM RAISE-ACCOUNT-ALERT
               END-IF

      *>     Only the customer's own spending money is watched --
      *>     a loan's balance is negative by design and a term
      *>     deposit cannot be drawn on.
               MOVE "N" TO WS-LOW-NOW
               IF WS-HAVE-LOW = "Y"
                   AND (ACCT-TYPE = "S" OR ACCT-TYPE = "C")
                   AND ACCT-STATUS NOT = "CLOSED"
                   AND ACCT-AVAIL-BAL < WS-LOW-FLOOR
                   MOVE "Y" TO WS-LOW-NOW
               END-IF
               IF WS-LOW-NOW NOT = ALST-LOW-BAL
                   MOVE WS-LOW-NOW TO ALST-LOW-BAL
                   MOVE WS-TODAY TO ALST-LOW-DATE
               END-IF
               IF ALST-LOW-DATE = WS-TODAY AND WS-LOW-NOW = "Y"
                   MOVE "LOW-BALANCE" TO WS-EVENT
                   MOVE WS-LOW-FLOOR TO WS-AMT-ED
                   PERFORM EDIT-AMOUNT
                   MOVE SPACES TO WS-TEXT
                   STRING "AEDESYL: AVAILABLE BALANCE ON " WS-ACC-N
                       " IS BELOW " WS-AMT-TEXT
                       DELIMITED BY SIZE INTO WS-TEXT
                   PERFORM RAISE-ACCOUNT-ALERT
               END-IF

               IF ACCT-TYPE = "L"
                   PERFORM CHECK-LOAN-ARREARS
               END-IF

               PERFORM WRITE-ALERT-STATE
           END-IF.

      *>  LOANBILL adds to LOAN-MISSED-CT and flags the loan
      *>  ARREAR for every installment that was not paid; each new
      *>  missed installment is alerted once.
       CHECK-LOAN-ARREARS.
           MOVE "Y" TO WS-FOUND
           MOVE WS-ACC-N TO LOAN-ACC-NUM
           READ LOANMST
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y"
               IF LOAN-MISSED-CT NOT = ALST-LOAN-MISSED
                   IF LOAN-MISSED-CT > ALST-LOAN-MISSED
                       MOVE WS-TODAY TO ALST-LOAN-DATE
                   END-IF
                   MOVE LOAN-MISSED-CT TO ALST-LOAN-MISSED
               END-IF
               IF ALST-LOAN-DATE = WS-TODAY
                   AND LOAN-STATUS = "ARREAR"
                   MOVE "LOAN-ARREAR" TO WS-EVENT
                   MOVE SPACES TO WS-TEXT
                   STRING "AEDESYL: LOAN " WS-ACC-N
                       " PAYMENT MISSED. PLEASE CONTACT US."
                       DELIMITED BY SIZE INTO WS-TEXT
                   PERFORM RAISE-ACCOUNT-ALERT
               END-IF
           END-IF.

      *>  An account seen for the first time starts from the
      *>  ordinary state, so whatever is already wrong with it is
      *>  alerted once.
       READ-ALERT-STATE.
           MOVE "Y" TO WS-STATE-EXISTS
           MOVE WS-ACC-N TO ALST-ACC-NUM
           READ ALRTSTAT
               INVALID KEY MOVE "N" TO WS-STATE-EXISTS
           END-READ

           IF WS-STATE-EXISTS = "N"
               MOVE WS-ACC-N TO ALST-ACC-NUM
               MOVE "ACTIVE" TO ALST-STATUS
               MOVE 0 TO ALST-STATUS-DATE
               MOVE "N" TO ALST-PIN-RESET
               MOVE 0 TO ALST-PIN-DATE
               MOVE "N" TO ALST-LOW-BAL
               MOVE 0 TO ALST-LOW-DATE
               MOVE 0 TO ALST-LOAN-MISSED
               MOVE 0 TO ALST-LOAN-DATE
           END-IF.

       WRITE-ALERT-STATE.
           IF WS-STATE-EXISTS = "N"
               WRITE ALST-RECORD
           ELSE
               REWRITE ALST-RECORD
           END-IF.

      *>  Only today's journal lines are alerted; TRANLOG holds
      *>  the month until TRANARCH archives it.
       SCAN-TRAN.
           IF TRAN-DATE = WS-TODAY-FMT
               EVALUATE TRAN-TYPE
                   WHEN "WITHDRAWAL"
                       MOVE "WITHDRAWAL" TO WS-WORDS
                       PERFORM CHECK-LARGE-DEBIT
                   WHEN "TRANSFER-DR"
                       MOVE "TRANSFER" TO WS-WORDS
                       PERFORM CHECK-LARGE-DEBIT
                   WHEN "EXT-XFER-DR"
                       MOVE "PAYMENT OUT" TO WS-WORDS
                       PERFORM CHECK-LARGE-DEBIT
                   WHEN "EXT-XFER-CR"
                       MOVE "EXT-CREDIT" TO WS-EVENT
                       MOVE TRAN-AMOUNT TO WS-AMT-ED
                       PERFORM EDIT-AMOUNT
                       MOVE TRAN-ACC-NUM TO WS-ACC-N
                       MOVE SPACES TO WS-TEXT
                       STRING "AEDESYL: " DELIMITED BY SIZE
                           WS-AMT-TEXT DELIMITED BY SPACE
                           " PAID IN TO " WS-ACC-N
                           " FROM ANOTHER BANK."
                           DELIMITED BY SIZE INTO WS-TEXT
                       PERFORM ALERT-BY-ACCOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-LARGE-DEBIT.
           IF WS-HAVE-LARGE = "Y" AND TRAN-AMOUNT > WS-LARGE-DEBIT
               MOVE "LARGE-DEBIT" TO WS-EVENT
               MOVE TRAN-AMOUNT TO WS-AMT-ED
               PERFORM EDIT-AMOUNT
               MOVE TRAN-ACC-NUM TO WS-ACC-N
               MOVE SPACES TO WS-TEXT
               STRING "AEDESYL: " DELIMITED BY SIZE
                   WS-WORDS DELIMITED BY "  "
                   " OF " DELIMITED BY SIZE
                   WS-AMT-TEXT DELIMITED BY SPACE
                   " FROM ACCOUNT " WS-ACC-N
                   DELIMITED BY SIZE INTO WS-TEXT
               PERFORM ALERT-BY-ACCOUNT
           END-IF.

      *>  Return lines carry the account and amount in the
      *>  columns DDRETREC.cpy names; heading and count lines are
      *>  skipped, and so is a presentment for an account the
      *>  bank does not hold -- there is no customer to tell.
       SCAN-RETURN.
           IF DDRET-TAG = "RETURN  ACC "
               MOVE "DD-RETURN" TO WS-EVENT
               MOVE DDRET-ACC-NUM TO WS-ACC-N
               MOVE DDRET-AMOUNT TO WS-AMT-ED
               PERFORM EDIT-AMOUNT
               MOVE SPACES TO WS-TEXT
               STRING "AEDESYL: DIRECT DEBIT " DELIMITED BY SIZE
                   WS-AMT-TEXT DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   DDRET-BANK DELIMITED BY SPACE
                   " RETURNED UNPAID"
                   DELIMITED BY SIZE INTO WS-TEXT
               PERFORM ALERT-BY-ACCOUNT
           END-IF.

       ALERT-BY-ACCOUNT.
           MOVE "Y" TO WS-FOUND
           MOVE WS-ACC-N TO ACC-NUM
           READ INFO
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y"
               PERFORM RAISE-ACCOUNT-ALERT
           END-IF.

      *>  Both owners of a joint account are told.
       RAISE-ACCOUNT-ALERT.
           MOVE ACCT-CUST-ID TO WS-OWNER
           PERFORM SEND-TO-OWNER
           IF ACCT-JOINT-ID NOT = 0
               MOVE ACCT-JOINT-ID TO WS-OWNER
               PERFORM SEND-TO-OWNER
           END-IF.

      *>  CUST-ID = 0 is the CUSTOMER file's reserved control
      *>  record, so an account never linked to a customer is an
      *>  exception, never a read.
       SEND-TO-OWNER.
           MOVE SPACES TO WS-NO-SEND-REASON
           IF WS-OWNER = 0
               MOVE "NO CUSTOMER LINKED" TO WS-NO-SEND-REASON
               MOVE "*NOT ON CUSTOMER FILE*" TO CUST-NAME
           ELSE
               MOVE "Y" TO WS-FOUND
               MOVE WS-OWNER TO CUST-ID
               READ CUSTOMER
                   INVALID KEY MOVE "N" TO WS-FOUND
               END-READ
               IF WS-FOUND = "N"
                   MOVE "CUSTOMER NOT ON FILE" TO WS-NO-SEND-REASON
                   MOVE "*NOT ON CUSTOMER FILE*" TO CUST-NAME
               ELSE
                   IF CUST-PHONE = SPACES
                       MOVE "NO PHONE ON FILE" TO WS-NO-SEND-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-NO-SEND-REASON = SPACES
               MOVE SPACES TO SMS-RECORD
               MOVE "D" TO SMS-REC-TYPE
               MOVE CUST-PHONE TO SMS-PHONE
               MOVE WS-OWNER TO SMS-CUST-ID
               MOVE WS-ACC-N TO SMS-ACC-NUM
               MOVE WS-EVENT TO SMS-EVENT
               MOVE WS-TODAY TO SMS-DATE
               MOVE WS-TEXT TO SMS-TEXT
               WRITE SMS-RECORD
               ADD 1 TO WS-ALERT-COUNT
           ELSE
               MOVE SPACES TO ARPT-LINE
               STRING WS-OWNER "  " CUST-NAME "  " WS-ACC-N
                   "  " WS-EVENT " " WS-NO-SEND-REASON
                   DELIMITED BY SIZE INTO ARPT-LINE
               WRITE ARPT-RECORD
               ADD 1 TO WS-EXC-COUNT
           END-IF.

      *>  Left-justify an edited amount so it reads naturally in
      *>  the middle of a text message.
       EDIT-AMOUNT.
           MOVE 0 TO WS-LEAD
           INSPECT WS-AMT-ED TALLYING WS-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-TEXT
           MOVE WS-AMT-ED (WS-LEAD + 1:) TO WS-AMT-TEXT.

      *>  DDRETURN is rewritten by every DDPRES run, so it only
      *>  holds tonight's returns once DDPRES has completed today.
       CHECK-DDPRES-RAN.
           MOVE "N" TO WS-DDPRES-RAN
           MOVE "DDPRES" TO RUN-JOB-NAME
           MOVE "Y" TO WS-RUN-EXISTS
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-RUN-EXISTS
           END-READ
           IF WS-RUN-EXISTS = "Y"
               AND RUN-STATUS = "COMPLETE"
               AND RUN-LAST-DATE = WS-TODAY
               MOVE "Y" TO WS-DDPRES-RAN
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ARPT-LINE
           STRING "AEDESYL BANK - ALERTS NOT SENT " FormattedDate
               DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-RECORD

           MOVE SPACES TO ARPT-LINE
           STRING "CUST-ID CUSTOMER NAME          ACCT   EVENT"
               "        REASON"
               DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE WS-EXC-COUNT TO WS-COUNT-ED
           MOVE SPACES TO ARPT-LINE
           STRING "ALERTS NOT SENT: " WS-COUNT-ED
               DELIMITED BY SIZE INTO ARPT-LINE
           WRITE ARPT-RECORD.

      *>  A re-run the same day rewrites the day's gateway file
      *>  with the same alerts -- the state file dates each change
      *>  rather than forgetting it -- so the run-control record
      *>  just evidences when it last ran.
       RECORD-RUN-CONTROL.
           MOVE "ALERTS" TO RUN-JOB-NAME
           MOVE "Y" TO WS-RUN-EXISTS
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-RUN-EXISTS
           END-READ

           MOVE "ALERTS" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-LAST-DATE
           MOVE "COMPLETE" TO RUN-STATUS
           MOVE 0 TO RUN-CHECKPOINT
           MOVE WS-ALERT-COUNT TO RUN-COUNT
           MOVE 0 TO RUN-TOTAL

           IF WS-RUN-EXISTS = "N"
               WRITE RUN-CONTROL-RECORD
           ELSE
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
