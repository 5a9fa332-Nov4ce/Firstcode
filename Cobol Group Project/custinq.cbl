       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CUSTINQ.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INFOSEL.
           COPY LOANSEL.
           COPY SCHEDSEL.
           COPY XPNDSEL.
           COPY HISTSEL.
           COPY OPERSEL.
           COPY AUDSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CUSTOMER.
           COPY CUSTREC.
       FD INFO.
           COPY INFOREC.
       FD LOANMST.
           COPY LOANREC.
       FD SCHEDULE.
           COPY SCHEDREC.
       FD XFRPEND.
           COPY XPNDREC.
       FD TRANHIST.
           COPY HISTREC.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-ANOTHER PIC X.
       01  WS-FOUND PIC X.
       01  WS-TRIES PIC 9 VALUE 3.
       01  WS-ENTRY-ID PIC 9(4).
       01  WS-ENTRY-PIN PIC 9(4).
       01  WS-SIGNED-OPER PIC 9(4).
       01  WS-SIGNED-OK PIC X.
       01  WS-SEARCH-NAME PIC X(20).
       01  WS-NAME-LEN PIC 99.
       01  WS-TRAIL PIC 99.
       01  WS-HITS PIC 99.
       01  WS-CUST-EOF PIC X.
       01  WS-MATCH-COUNT PIC 9(3).
       01  WS-CUST-ID PIC 9(6).
       01  WS-OTHER-OWNER PIC 9(6).
       01  WS-ACC-N PIC 9(5).
       01  WS-CHECK-ACC PIC 9(5).
       01  WS-OWN PIC X.
       01  WS-IX PIC 9.
       01  WS-CX PIC 9.
       01  WS-LIST-EOF PIC X.
       01  WS-LIST-COUNT PIC 9(3).
       01  WS-VIEW-COUNT PIC 9(5) VALUE 0.
       01  WS-VIEW-COUNT-ED PIC Z(4)9.
       01  WS-BAL-ED PIC -(7)9.99.
       01  WS-AMT-ED PIC Z(6)9.99.
       01  WS-ARREARS PIC 9(8)V99.
       01  WS-ARREARS-ED PIC Z(7)9.99.
       01  WS-MISSED-ED PIC ZZ9.
       01  WS-YMD PIC 9(8).
       01  WS-YMD-ED PIC X(10).
      *>     The last few postings of one account, oldest first. A
      *>     posting beyond WS-HIST-MAX pushes the oldest one out.
       01  WS-HIST-EOF PIC X.
       01  WS-HIST-MAX PIC 9 VALUE 5.
       01  WS-HIST-CT PIC 9.
       01  WS-HX PIC 9.
       01  WS-LAST-HIST OCCURS 5 TIMES.
           05 WS-LH-DATE PIC X(10).
           05 WS-LH-TYPE PIC X(12).
           05 WS-LH-AMOUNT PIC 9(7)V99.
           05 WS-LH-BALANCE PIC S9(7)V99.
           05 WS-LH-REF PIC 9(10).
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
           DISPLAY "         CUSTOMER INQUIRY".
           DISPLAY "=========================================".
           DISPLAY " ".

      *>     Looking a customer up is ordinary counter work, so any
      *>     ACTIVE operator may sign on, the same as CUSTMNT. Nothing
      *>     here is ever changed, but every customer viewed is
      *>     written to the audit log under the operator's ID so the
      *>     bank can show who looked at whose accounts.
           OPEN I-O OPERATOR
           MOVE "N" TO WS-SIGNED-OK
           PERFORM TELLER-SIGNON
               UNTIL WS-SIGNED-OK = "Y" OR WS-TRIES = 0
           CLOSE OPERATOR

           IF WS-SIGNED-OK NOT = "Y"
               DISPLAY "TOO MANY ATTEMPTS. EXITING."
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER
           OPEN INPUT INFO
           OPEN INPUT LOANMST
           OPEN INPUT SCHEDULE
           OPEN INPUT XFRPEND
           OPEN INPUT TRANHIST
           OPEN EXTEND AUDITLOG

           MOVE "Y" TO WS-ANOTHER
           PERFORM INQUIRE-CUSTOMER UNTIL WS-ANOTHER NOT = "Y"

           CLOSE CUSTOMER
           CLOSE INFO
           CLOSE LOANMST
           CLOSE SCHEDULE
           CLOSE XFRPEND
           CLOSE TRANHIST
           CLOSE AUDITLOG

           MOVE WS-VIEW-COUNT TO WS-VIEW-COUNT-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "CUSTOMERS VIEWED.......: " WS-VIEW-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

       INQUIRE-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER NAME OR PART OF NAME: " WITH NO ADVANCING
           ACCEPT WS-SEARCH-NAME

           IF WS-SEARCH-NAME = SPACES
               DISPLAY "A NAME IS REQUIRED."
               PERFORM ASK-ANOTHER
           ELSE
               PERFORM SEARCH-BY-NAME
               IF WS-MATCH-COUNT = 0
                   DISPLAY "NO CUSTOMER MATCHES THAT NAME."
                   PERFORM ASK-ANOTHER
               ELSE
                   PERFORM SELECT-CUSTOMER
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *  What the teller types is first taken as the start of the
      *  name and looked up on the CUST-NAME alternate key. If
      *  nothing starts that way (a surname typed for a name held
      *  forename first, say) the whole file is read once looking
      *  for the text anywhere in the name. CUST-ID 0 is the
      *  control record and never listed.
      *-----------------------------------------------------------
       SEARCH-BY-NAME.
           MOVE 0 TO WS-TRAIL
           INSPECT WS-SEARCH-NAME TALLYING WS-TRAIL
               FOR TRAILING SPACES
           COMPUTE WS-NAME-LEN = 20 - WS-TRAIL
           MOVE 0 TO WS-MATCH-COUNT

           DISPLAY " ".
           DISPLAY "CUST-ID  NAME                  CITY".

           MOVE WS-SEARCH-NAME TO CUST-NAME
           MOVE "N" TO WS-CUST-EOF
           START CUSTOMER KEY >= CUST-NAME
               INVALID KEY MOVE "Y" TO WS-CUST-EOF
           END-START
           PERFORM UNTIL WS-CUST-EOF = "Y"
               READ CUSTOMER NEXT RECORD
                   AT END MOVE "Y" TO WS-CUST-EOF
                   NOT AT END
                       IF CUST-NAME (1:WS-NAME-LEN)
                           NOT = WS-SEARCH-NAME (1:WS-NAME-LEN)
                           MOVE "Y" TO WS-CUST-EOF
                       ELSE
                           PERFORM LIST-MATCH
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MATCH-COUNT = 0
               MOVE 0 TO CUST-ID
               MOVE "N" TO WS-CUST-EOF
               START CUSTOMER KEY >= CUST-ID
                   INVALID KEY MOVE "Y" TO WS-CUST-EOF
               END-START
               PERFORM UNTIL WS-CUST-EOF = "Y"
                   READ CUSTOMER NEXT RECORD
                       AT END MOVE "Y" TO WS-CUST-EOF
                       NOT AT END
                           MOVE 0 TO WS-HITS
                           INSPECT CUST-NAME TALLYING WS-HITS
                               FOR ALL WS-SEARCH-NAME (1:WS-NAME-LEN)
                           IF WS-HITS > 0
                               PERFORM LIST-MATCH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LIST-MATCH.
           IF CUST-ID NOT = 0
               ADD 1 TO WS-MATCH-COUNT
               DISPLAY CUST-ID "   " CUST-NAME "  " CUST-CITY
           END-IF.

       SELECT-CUSTOMER.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER ID TO VIEW (0 = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-ID

           IF WS-CUST-ID = 0
               PERFORM ASK-ANOTHER
           ELSE
               MOVE "Y" TO WS-FOUND
               MOVE WS-CUST-ID TO CUST-ID
               READ CUSTOMER KEY IS CUST-ID
                   INVALID KEY MOVE "N" TO WS-FOUND
               END-READ
               IF WS-FOUND = "N"
                   DISPLAY "CUSTOMER NOT ON FILE."
               ELSE
                   MOVE "CUST-INQUIRY" TO AUD-ACTION
                   PERFORM WRITE-AUDIT
                   ADD 1 TO WS-VIEW-COUNT
                   PERFORM SHOW-CUSTOMER
               END-IF
               PERFORM ASK-ANOTHER
           END-IF.

      *-----------------------------------------------------------
      *  One screen for everything the bank holds for this
      *  customer: each account on CUST-ACC-NUM (joint accounts
      *  sit on both owners' lists) with its balances, the loan
      *  record behind any "L" account and the latest postings,
      *  then the standing schedules and the outbound transfers
      *  still waiting for tonight's EXTOUT cut.
      *-----------------------------------------------------------
       SHOW-CUSTOMER.
           DISPLAY " ".
           DISPLAY "=========================================".
           DISPLAY "CUSTOMER...............: " CUST-ID "  " CUST-NAME
           DISPLAY "ADDRESS................: " CUST-ADDR1
           IF CUST-ADDR2 NOT = SPACES
               DISPLAY "                         " CUST-ADDR2
           END-IF
           DISPLAY "                         " CUST-CITY " "
               CUST-POSTCODE
           DISPLAY "PHONE..................: " CUST-PHONE
           DISPLAY "ACCOUNTS HELD..........: " CUST-NUM-ACCTS

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > CUST-NUM-ACCTS
               PERFORM SHOW-ACCOUNT
           END-PERFORM

           PERFORM SHOW-SCHEDULES
           PERFORM SHOW-PENDING
           DISPLAY "=========================================".

       SHOW-ACCOUNT.
           DISPLAY "-----------------------------------------".
           MOVE CUST-ACC-NUM (WS-IX) TO WS-ACC-N
           MOVE WS-ACC-N TO ACC-NUM
           MOVE "Y" TO WS-FOUND
           READ INFO
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "N"
               DISPLAY "ACCOUNT " WS-ACC-N " NOT ON FILE."
           ELSE
               DISPLAY "ACCOUNT................: " ACC-NUM
                   "  TYPE " ACCT-TYPE "  " ACCT-STATUS
               IF ACCT-JOINT-ID NOT = 0
                   IF ACCT-CUST-ID = CUST-ID
                       MOVE ACCT-JOINT-ID TO WS-OTHER-OWNER
                   ELSE
                       MOVE ACCT-CUST-ID TO WS-OTHER-OWNER
                   END-IF
                   DISPLAY "JOINT WITH CUSTOMER....: " WS-OTHER-OWNER
               END-IF
               MOVE BALANCE TO WS-BAL-ED
               DISPLAY "LEDGER BALANCE.........: " WS-BAL-ED
               MOVE ACCT-AVAIL-BAL TO WS-BAL-ED
               DISPLAY "AVAILABLE BALANCE......: " WS-BAL-ED
               MOVE ACCT-HOLD-AMT TO WS-AMT-ED
               IF ACCT-HOLD-AMT > 0
                   MOVE ACCT-HOLD-DATE TO WS-YMD
                   PERFORM FORMAT-YMD
                   DISPLAY "HELD...................: " WS-AMT-ED
                       "  UNTIL " WS-YMD-ED
               ELSE
                   DISPLAY "HELD...................: " WS-AMT-ED
               END-IF
               IF ACCT-OD-LIMIT > 0
                   MOVE ACCT-OD-LIMIT TO WS-AMT-ED
                   DISPLAY "OVERDRAFT LIMIT........: " WS-AMT-ED
               END-IF
               IF ACCT-TYPE = "L"
                   PERFORM SHOW-LOAN
               END-IF
               PERFORM SHOW-HISTORY
           END-IF.

      *>  Arrears are the installments LOANBILL has counted as
      *>  missed, at the current installment amount.
       SHOW-LOAN.
           MOVE "Y" TO WS-FOUND
           MOVE WS-ACC-N TO LOAN-ACC-NUM
           READ LOANMST
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "N"
               DISPLAY "LOAN RECORD NOT ON FILE."
           ELSE
               MOVE LOAN-INSTALLMENT TO WS-AMT-ED
               DISPLAY "LOAN INSTALLMENT.......: " WS-AMT-ED
                   "  " LOAN-STATUS
               MOVE LOAN-NEXT-DUE TO WS-YMD
               PERFORM FORMAT-YMD
               DISPLAY "NEXT DUE...............: " WS-YMD-ED
               COMPUTE WS-ARREARS =
                   LOAN-INSTALLMENT * LOAN-MISSED-CT
               MOVE WS-ARREARS TO WS-ARREARS-ED
               MOVE LOAN-MISSED-CT TO WS-MISSED-ED
               DISPLAY "ARREARS................: " WS-ARREARS-ED
                   "  (" WS-MISSED-ED " MISSED)"
           END-IF.

       SHOW-HISTORY.
           MOVE 0 TO WS-HIST-CT
           MOVE "N" TO WS-HIST-EOF
           MOVE WS-ACC-N TO HIST-ACC-NUM
           MOVE SPACES TO HIST-DATE
           MOVE 0 TO HIST-SEQ
           START TRANHIST KEY >= HIST-KEY
               INVALID KEY MOVE "Y" TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ TRANHIST NEXT RECORD
                   AT END MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-ACC-NUM NOT = WS-ACC-N
                           MOVE "Y" TO WS-HIST-EOF
                       ELSE
                           PERFORM KEEP-HISTORY
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HIST-CT = 0
               DISPLAY "NO POSTINGS ON FILE."
           ELSE
               DISPLAY "LAST POSTINGS:"
               PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-HIST-CT
                   MOVE WS-LH-AMOUNT (WS-HX) TO WS-AMT-ED
                   MOVE WS-LH-BALANCE (WS-HX) TO WS-BAL-ED
                   DISPLAY "  " WS-LH-DATE (WS-HX) " "
                       WS-LH-TYPE (WS-HX) " " WS-AMT-ED " "
                       WS-BAL-ED " " WS-LH-REF (WS-HX)
               END-PERFORM
           END-IF.

       KEEP-HISTORY.
           IF WS-HIST-CT < WS-HIST-MAX
               ADD 1 TO WS-HIST-CT
           ELSE
               PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX >= WS-HIST-MAX
                   MOVE WS-LAST-HIST (WS-HX + 1)
                       TO WS-LAST-HIST (WS-HX)
               END-PERFORM
           END-IF
           MOVE HIST-DATE TO WS-LH-DATE (WS-HIST-CT)
           MOVE HIST-TYPE TO WS-LH-TYPE (WS-HIST-CT)
           MOVE HIST-AMOUNT TO WS-LH-AMOUNT (WS-HIST-CT)
           MOVE HIST-BALANCE TO WS-LH-BALANCE (WS-HIST-CT)
           MOVE HIST-REF TO WS-LH-REF (WS-HIST-CT).

      *>  SCHEDULE has no account key, so the file is read through
      *>  for ACTIVE schedules paying out of or into this customer's
      *>  accounts. SCHED-ID 0 is the control record.
       SHOW-SCHEDULES.
           DISPLAY "-----------------------------------------".
           DISPLAY "ACTIVE SCHEDULED TRANSFERS:"
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO SCHED-ID
           MOVE "N" TO WS-LIST-EOF
           START SCHEDULE KEY >= SCHED-ID
               INVALID KEY MOVE "Y" TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ SCHEDULE NEXT RECORD
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF SCHED-ID NOT = 0
                           AND SCHED-STATUS = "ACTIVE"
                           PERFORM CHECK-SCHEDULE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

       CHECK-SCHEDULE.
           MOVE SCHED-FROM-ACC TO WS-CHECK-ACC
           PERFORM CHECK-OWN-ACCOUNT
           IF WS-OWN = "N" AND SCHED-DEST NOT = "E"
               MOVE SCHED-TO-ACC TO WS-CHECK-ACC
               PERFORM CHECK-OWN-ACCOUNT
           END-IF

           IF WS-OWN = "Y"
               ADD 1 TO WS-LIST-COUNT
               MOVE SCHED-AMOUNT TO WS-AMT-ED
               MOVE SCHED-DUE TO WS-YMD
               PERFORM FORMAT-YMD
               IF SCHED-DEST = "E"
                   DISPLAY "  " SCHED-ID " FROM " SCHED-FROM-ACC
                       " TO " SCHED-BANK " " SCHED-EXT-ACC
               ELSE
                   DISPLAY "  " SCHED-ID " FROM " SCHED-FROM-ACC
                       " TO " SCHED-TO-ACC
               END-IF
               DISPLAY "         " WS-AMT-ED " " SCHED-FREQUENCY
                   " NEXT DUE " WS-YMD-ED
           END-IF.

      *>  XFRPEND is read through the same way for instructions
      *>  from this customer's accounts still waiting as PEND.
       SHOW-PENDING.
           DISPLAY "-----------------------------------------".
           DISPLAY "PENDING OUTBOUND TRANSFERS:"
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO XPND-ID
           MOVE "N" TO WS-LIST-EOF
           START XFRPEND KEY >= XPND-ID
               INVALID KEY MOVE "Y" TO WS-LIST-EOF
           END-START
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ XFRPEND NEXT RECORD
                   AT END MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       IF XPND-ID NOT = 0 AND XPND-STATUS = "PEND"
                           MOVE XPND-FROM-ACC TO WS-CHECK-ACC
                           PERFORM CHECK-OWN-ACCOUNT
                           IF WS-OWN = "Y"
                               ADD 1 TO WS-LIST-COUNT
                               MOVE XPND-AMOUNT TO WS-AMT-ED
                               DISPLAY "  " XPND-ID " FROM "
                                   XPND-FROM-ACC " TO " XPND-BANK " "
                                   XPND-EXT-ACC
                               DISPLAY "         " WS-AMT-ED
                                   " ENTERED " XPND-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

       CHECK-OWN-ACCOUNT.
           MOVE "N" TO WS-OWN
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > CUST-NUM-ACCTS
               IF CUST-ACC-NUM (WS-CX) = WS-CHECK-ACC
                   MOVE "Y" TO WS-OWN
               END-IF
           END-PERFORM.

       FORMAT-YMD.
           MOVE SPACES TO WS-YMD-ED
           IF WS-YMD NOT = 0
               MOVE WS-YMD (1:4) TO WS-YMD-ED (1:4)
               MOVE "/" TO WS-YMD-ED (5:1)
               MOVE WS-YMD (5:2) TO WS-YMD-ED (6:2)
               MOVE "/" TO WS-YMD-ED (8:1)
               MOVE WS-YMD (7:2) TO WS-YMD-ED (9:2)
           END-IF.

       ASK-ANOTHER.
           DISPLAY "LOOK UP ANOTHER CUSTOMER? (Y/N): "
               WITH NO ADVANCING
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

       WRITE-AUDIT.
           PERFORM GET-TIME-DATE
           MOVE WS-SIGNED-OPER TO AUD-OPER-ID
           MOVE WS-CUST-ID TO AUD-ACC-NUM
           MOVE FormattedDate TO AUD-DATE
           MOVE CURRENT-TIME TO AUD-TIME
           WRITE AUDIT-RECORD.

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
