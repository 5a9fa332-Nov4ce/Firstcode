           COPY AUDSEL.
           COPY CASHSEL.
           COPY XPNDSEL.
           COPY MANDSEL.
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
           COPY CUSTCTL.
       FD XFRPEND.
           COPY XPNDREC.
           COPY XPNDCTL.
       FD MANDATE.
           COPY MANDREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD CALENDAR.
           COPY CALREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-TRAN-TYPE PIC X(12).
       01  WS-HIST-DONE PIC X.
       01  WS-TRAN-REF PIC 9(10).
       01  WS-REF-EXISTS PIC X.
       01  WS-CUST-ID PIC 9(6).
       01  WS-CTL-EXISTS PIC X VALUE 'Y'.
       01  WS-CUST-IDX PIC 9.
      *>  when the nightly HOLDREL batch releases them.
       01  WS-LARGE-DEP-MARK PIC 9(7)V99 VALUE 5000.00.
       01  WS-HOLD-DAYS PIC 9 VALUE 2.
      *>  How far below zero the available balance may run -- the
      *>  arranged overdraft on a checking account, 0 otherwise.
       01  WS-OD-ALLOW PIC 9(7)V99.
       01  WS-OD-LIMIT-ED PIC Z(6)9.99.
      *>  "Y" when the signed-in account is a term deposit.
       01  WS-TD-LOCKED PIC X.
       01  WS-HOLD-DATE PIC 9(8).
       01  WS-AVAIL-ED PIC -(7)9.99.
       01  WS-LIMIT-OK PIC X.
       01  WS-LIMIT-TODAY PIC 9(8).
       01  WS-SCHED-AMT1 PIC Z9(7).99.
       01  WS-SCHED-DUE PIC 9(8).
       01  WS-SCHED-FREQ PIC X(7).
      *>  The signed-in account's mandates as MY-DIRECT-DEBITS
      *>  lists them, so the customer can pick one by line number.
       01  WS-DD-TABLE.
           05 WS-DD-ENT OCCURS 8 TIMES.
               10 WS-DD-BANK PIC X(8).
               10 WS-DD-REF PIC X(16).
       01  WS-DD-COUNT PIC 9.
       01  WS-DD-PICK PIC 9.
       01  WS-DD-ACTION PIC 9.
       01  WS-DD-EOF PIC X.
       01  WS-DD-MAX-ED PIC Z(6)9.99.
       01  KYS PIC Z9.
       01  PASSWORD1 PIC 9(4).
       01  WS-BUS-DATE PIC 9(8).
       01  WS-BUS-TRAN-DATE PIC X(10).
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INTEGER PIC S9(9).
       01  WS-CAL-DOW PIC 9.
       01  WS-BUS-DAY PIC X.
       01 TM-DATE.
           05 CurrentDate    PIC X(16).
           05 FormattedDate  PIC X(10).
           OPEN EXTEND AUDITLOG.
           OPEN I-O CASHDRW.
           OPEN I-O XFRPEND.
           OPEN I-O MANDATE.
           OPEN INPUT RUNCTL.
           OPEN INPUT CALENDAR.

           MOVE 1000 TO WS-DENOM (1)
           MOVE 500 TO WS-DENOM (2)
           CLOSE AUDITLOG.
           CLOSE CASHDRW.
           CLOSE XFRPEND.
           CLOSE MANDATE.
           CLOSE RUNCTL.
           CLOSE CALENDAR.

       EndPara.

           CLOSE AUDITLOG.
           CLOSE CASHDRW.
           CLOSE XFRPEND.
           CLOSE MANDATE.
           CLOSE RUNCTL.
           CLOSE CALENDAR.
           STOP RUN.

       MENU1-PROCEDURE.
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               DISPLAY "11 - CHANGE PIN" AT 2153
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               DISPLAY "12 - DIRECT DEBITS" AT 2253
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               DISPLAY "0 - EXIT" AT 2273
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               DISPLAY "ENTER CHOICE: " AT 2353
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM DEP-PROCEDURE
                   WHEN 2 PERFORM CHECK-TERM-DEPOSIT
                       IF WS-TD-LOCKED = "N"
                           PERFORM WITH-PROCEDURE
                       END-IF
                   WHEN 3 PERFORM BAL-PROCEDURE
                   WHEN 4 PERFORM CHECK-TERM-DEPOSIT
                       IF WS-TD-LOCKED = "N"
                           PERFORM TRANSFER-PROCEDURE
                       END-IF
                   WHEN 5 PERFORM UPDT-RECORD
                   WHEN 6 PERFORM DEL-RECORD
                   WHEN 8 PERFORM MY-ACCOUNTS
                   WHEN 9 PERFORM CHECK-TERM-DEPOSIT
                       IF WS-TD-LOCKED = "N"
                           PERFORM SCHEDULE-TRANSFER
                       END-IF
                   WHEN 10 PERFORM ADD-CO-OWNER
                   WHEN 11 PERFORM CHANGE-PIN
                   WHEN 12 PERFORM MY-DIRECT-DEBITS
                   WHEN 0 MOVE 7 TO WS-CHOICE
                       DISPLAY SPACE ERASE SCREEN
                       PERFORM BORDER
           END-IF
           END-IF.

      *>  The direct debits the signed-in account has authorised,
      *>  read off MANDATE by the account part of its key. The
      *>  customer may stop the next collection or cancel the
      *>  mandate outright; either is proved with the account PIN
      *>  through PASSWORD-CHECK1 and written to the audit log
      *>  under operator 0, as CHANGE-PIN does. Registering a new
      *>  mandate stays with staff (MANDMNT).
       MY-DIRECT-DEBITS.
           DISPLAY SPACES ERASE SCREEN
           PERFORM BORDER
           PERFORM BORDER1
           DISPLAY "MY DIRECT DEBITS" AT 0952
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           DISPLAY "  BANK     REFERENCE        STATUS  MAXIMUM"
               AT 1133
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7

           MOVE 0 TO WS-DD-COUNT
           MOVE 12 TO WS-LIST-LINE
           MOVE "N" TO WS-DD-EOF
           MOVE WS-KEY1 TO MAND-ACC-NUM
           MOVE LOW-VALUES TO MAND-BANK
           MOVE LOW-VALUES TO MAND-REF
           START MANDATE KEY IS >= MAND-KEY
               INVALID KEY MOVE "Y" TO WS-DD-EOF
           END-START

           MOVE WS-KEY1 TO WS-KEY
           PERFORM UNTIL WS-DD-EOF = "Y" OR WS-DD-COUNT = 8
               READ MANDATE NEXT RECORD
                   AT END MOVE "Y" TO WS-DD-EOF
                   NOT AT END
                       IF MAND-ACC-NUM NOT = WS-KEY
                           MOVE "Y" TO WS-DD-EOF
                       ELSE
                           ADD 1 TO WS-DD-COUNT
                           MOVE MAND-BANK TO WS-DD-BANK (WS-DD-COUNT)
                           MOVE MAND-REF TO WS-DD-REF (WS-DD-COUNT)
                           MOVE MAND-MAX-AMT TO WS-DD-MAX-ED
                           DISPLAY WS-DD-COUNT LINE WS-LIST-LINE
                               POSITION 33
                           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                           DISPLAY MAND-BANK LINE WS-LIST-LINE
                               POSITION 35
                           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                           DISPLAY MAND-REF LINE WS-LIST-LINE
                               POSITION 44
                           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                           DISPLAY MAND-STATUS LINE WS-LIST-LINE
                               POSITION 61
                           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                           IF MAND-MAX-AMT = 0
                               DISPLAY "NONE" LINE WS-LIST-LINE
                                   POSITION 69
                               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                           ELSE
                               DISPLAY WS-DD-MAX-ED LINE WS-LIST-LINE
                                   POSITION 69
                               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                           END-IF
                           ADD 1 TO WS-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-DD-COUNT = 0
               DISPLAY "NO DIRECT DEBITS ON THIS ACCOUNT." AT 1545
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               ACCEPT KYS AT 0202
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           ELSE
               DISPLAY "ENTER # TO CHANGE, 0 TO GO BACK: " AT 2133
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               ACCEPT WS-DD-PICK AT 2167
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               IF WS-DD-PICK > 0 AND WS-DD-PICK <= WS-DD-COUNT
                   PERFORM CHANGE-DIRECT-DEBIT
               END-IF
           END-IF.

       CHANGE-DIRECT-DEBIT.
           MOVE WS-KEY1 TO MAND-ACC-NUM
           MOVE WS-DD-BANK (WS-DD-PICK) TO MAND-BANK
           MOVE WS-DD-REF (WS-DD-PICK) TO MAND-REF
           READ MANDATE

           DISPLAY SPACES ERASE SCREEN
           PERFORM BORDER
           PERFORM BORDER1
           DISPLAY "DIRECT DEBIT" AT 1055
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           DISPLAY "BANK.....: " AT 1245
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           MAND-BANK AT 1256 FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           DISPLAY "REFERENCE: " AT 1345
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           MAND-REF AT 1356 FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           DISPLAY "STATUS...: " AT 1445
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           MAND-STATUS AT 1456 FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           DISPLAY "1 - STOP NEXT PAYMENT  2 - CANCEL MANDATE" AT 1545
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           DISPLAY "ENTER CHOICE: " AT 1645
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           ACCEPT WS-DD-ACTION AT 1659
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7

           IF WS-DD-ACTION = 1 AND MAND-STATUS NOT = "ACTIVE"
               DISPLAY "ONLY AN ACTIVE DIRECT DEBIT CAN BE STOPPED."
                   AT 2145
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               ACCEPT KYS AT 0202
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           ELSE
           IF WS-DD-ACTION = 2 AND MAND-STATUS = "CANCEL"
               DISPLAY "THIS DIRECT DEBIT IS ALREADY CANCELLED." AT 2145
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               ACCEPT KYS AT 0202
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           ELSE
           IF WS-DD-ACTION = 1 OR WS-DD-ACTION = 2
               MOVE WS-KEY1 TO ACC-NUM
               PERFORM PASSWORD-CHECK1

      *>     PASSWORD-CHECK1 only touches INFO, so the mandate
      *>     read above is still the one being changed.
               IF WS-DD-ACTION = 1
                   MOVE "STOPPD" TO MAND-STATUS
                   MOVE "MAND-STOP" TO WS-AUD-ACTION
               ELSE
                   MOVE "CANCEL" TO MAND-STATUS
                   MOVE "MAND-CANCEL" TO WS-AUD-ACTION
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO MAND-CHG-DATE
               REWRITE MANDATE-RECORD

               MOVE 0 TO WS-SIGNED-OPER
               MOVE WS-KEY1 TO WS-AUD-ACC
               PERFORM WRITE-AUDIT

               IF WS-DD-ACTION = 1
                   DISPLAY "THE NEXT PAYMENT WILL BE STOPPED." AT 2145
                   FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               ELSE
                   DISPLAY "DIRECT DEBIT CANCELLED." AT 2145
                   FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               END-IF
               ACCEPT KYS AT 0202
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           END-IF
           END-IF
           END-IF.

      *>  Weak choices are refused outright: four of a kind
      *>  (0000, 1111 ...), the 1234/4321 runs, and either four
      *>  digits of the customer's own account number.
      *>  currently read (PASSWORD-CHECK1 has just re-read it), and
      *>  the caller REWRITEs the record so the bumped day total is
      *>  saved with the posting itself -- a second sign-in the same
      *>  day carries on from the stored total. The day is the
      *>  business day, the same one DDPRES and SCHEDXFR count
      *>  their debits against, so weekend cash comes out of
      *>  Monday's limit.
       SYNC-LIMIT-DATE.
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-LIMIT-TODAY
           IF ACCT-LIMIT-DATE NOT = WS-LIMIT-TODAY
               MOVE WS-LIMIT-TODAY TO ACCT-LIMIT-DATE
               MOVE 0 TO ACCT-DAY-WDL
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           END-IF.

      *>  Only a checking account carries an arranged overdraft;
      *>  savings and every other type still stop at zero.
       SET-OD-ALLOW.
           MOVE 0 TO WS-OD-ALLOW
           IF ACCT-TYPE = "C"
               MOVE ACCT-OD-LIMIT TO WS-OD-ALLOW
           END-IF.

      *>  Money on a term deposit ("T") is locked until TDMATUR
      *>  matures it, so withdrawals, transfers and standing orders
      *>  out of one are refused before they start. Early access
      *>  is a supervisor break at the counter (TDBREAK), never
      *>  the customer's own choice at the ATM.
       CHECK-TERM-DEPOSIT.
           MOVE "N" TO WS-TD-LOCKED
           MOVE WS-KEY1 TO ACC-NUM
           READ INFO
               INVALID KEY CONTINUE
           END-READ
           IF ACCT-TYPE = "T"
               MOVE "Y" TO WS-TD-LOCKED
               DISPLAY SPACE ERASE SCREEN
               PERFORM BORDER
               PERFORM BORDER1
               DISPLAY "TERM DEPOSIT - FUNDS LOCKED UNTIL MATURITY."
                   AT 1543
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               DISPLAY "SEE STAFF TO BREAK THE DEPOSIT EARLY." AT 1647
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               ACCEPT KYS AT 0202
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           END-IF.

      *>  Stack the deposit onto any hold already outstanding; the
      *>  later availability date wins so an earlier hold is never
      *>  shortened by a new deposit. The caller's REWRITE saves
      *>  the hold with the posting itself. The hold runs
      *>  WS-HOLD-DAYS business days from the business date, since
      *>  no clearing happens over a weekend or holiday.
       PLACE-DEPOSIT-HOLD.
           ADD WS-AMOUNT TO ACCT-HOLD-AMT
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-DATE TO WS-CAL-DATE
           PERFORM NEXT-BUSINESS-DAY WS-HOLD-DAYS TIMES
           MOVE WS-CAL-DATE TO WS-HOLD-DATE
           IF WS-HOLD-DATE > ACCT-HOLD-DATE
               MOVE WS-HOLD-DATE TO ACCT-HOLD-DATE
           END-IF.
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           MOVE BALANCE1 TO BALANCE

      *>     Only savings and checking accounts open here; a term
      *>     deposit ("T") needs its TDMST contract and is opened at
      *>     the counter through TDOPEN.
           MOVE SPACE TO ACCT-TYPE
           PERFORM ENTER-ACCOUNT-TYPE
               UNTIL ACCT-TYPE = "S" OR ACCT-TYPE = "C"

           MOVE USER_NAME TO WS-NEW-USER-NAME
           MOVE AGE TO WS-NEW-AGE
                MOVE 0 TO ACCT-HOLD-DATE
                MOVE 0 TO ACCT-JOINT-ID
                MOVE "N" TO ACCT-PIN-RESET
                MOVE 0 TO ACCT-OD-LIMIT

                WRITE INFO-RECORD
                   NOT INVALID KEY
           PERFORM MENU1-PROCEDURE
           END-IF.

       ENTER-ACCOUNT-TYPE.
           DISPLAY "ACCOUNT TYPE - S)AVINGS OR C)HECKING: " AT 2047
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           ACCEPT ACCT-TYPE AT 2087
           FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           IF ACCT-TYPE NOT = "S" AND ACCT-TYPE NOT = "C"
               DISPLAY "INVALID. TYPE MUST BE S OR C" AT 2147
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           END-IF.

      *>  A term deposit holds exactly its contracted principal
      *>  until TDMATUR matures it; cash paid in would earn no
      *>  contract interest and upset the payout, so it is refused.
       DEP-PROCEDURE.
           MOVE WS-KEY1 TO ACC-NUM
           READ INFO
               INVALID KEY CONTINUE
           END-READ
           IF ACCT-TYPE = "T"
               DISPLAY SPACE ERASE SCREEN
               PERFORM BORDER
               PERFORM BORDER1
               DISPLAY "TERM DEPOSITS CANNOT ACCEPT DEPOSITS." AT 1545
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               DISPLAY "SEE STAFF TO OPEN A NEW DEPOSIT." AT 1647
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               ACCEPT KYS AT 0202
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
           ELSE
           DISPLAY SPACES ERASE SCREEN
           PERFORM BORDER
           PERFORM BORDER1
           ELSE
               PERFORM DEP-PROCEDURE

           END-IF
           END-IF
           END-IF.


      *>     The customer draws against the AVAILABLE balance, not
      *>     the ledger -- funds still under a deposit hold cannot
      *>     be taken out. A checking account may draw on into its
      *>     arranged overdraft.
            MOVE ACCT-AVAIL-BAL TO WS-AVAIL-ED
            PERFORM SET-OD-ALLOW
            COMPUTE BALANCE = BALANCE - WS-AMOUNT
            SUBTRACT WS-AMOUNT FROM ACCT-AVAIL-BAL
            IF ACCT-AVAIL-BAL + WS-OD-ALLOW < 0
                DISPLAY SPACE ERASE SCREEN
               PERFORM BORDER
               PERFORM BORDER1
               DISPLAY "AVAILABLE: " AT 2050 FOREGROUND-COLOR 0
               BACKGROUND-COLOUR 7 WS-AVAIL-ED AT 2064
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               IF ACCT-TYPE = "C" AND ACCT-OD-LIMIT > 0
                   MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT-ED
                   DISPLAY "OVERDRAFT: " AT 2150 FOREGROUND-COLOR 0
                   BACKGROUND-COLOUR 7 WS-OD-LIMIT-ED AT 2164
                   FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               END-IF
               ACCEPT KYS AT 0202
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7


               NOT INVALID KEY

      *>     A term deposit takes no money after it is opened, so it
      *>     is refused as a recipient before the amount is asked.
               IF ACCT-TYPE = "T"
                   DISPLAY "TERM DEPOSITS CANNOT RECEIVE TRANSFERS"
                   AT 1648
                   FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                   ACCEPT KYS AT 0202
                   FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                   PERFORM INTERNAL-TRANSFER
               ELSE

               DISPLAY "ENTER AMOUNT: " AT 1554
               FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
               ACCEPT WS-AMOUNT1 AT 1568
                   ELSE
                   MOVE BALANCE TO BALANCE1
                   MOVE ACCT-AVAIL-BAL TO WS-AVAIL-ED
                   PERFORM SET-OD-ALLOW
                   SUBTRACT WS-AMOUNT FROM BALANCE
                   SUBTRACT WS-AMOUNT FROM ACCT-AVAIL-BAL

      *>     failed/retried transfer never leaves an un-offset credit
      *>     sitting in the recipient's account. The funds test is
      *>     against the AVAILABLE balance -- money still under a
      *>     deposit hold cannot be transferred away. A checking
      *>     account may draw on into its arranged overdraft.
                   IF ACCT-AVAIL-BAL + WS-OD-ALLOW < 0
                       DISPLAY SPACE ERASE SCREEN
                       PERFORM BORDER
                       PERFORM BORDER1

           ELSE
               PERFORM INTERNAL-TRANSFER
           END-IF
               END-IF.

       EXTERNAL-TRANSFER.
           DISPLAY SPACES ERASE SCREEN
               ELSE
               MOVE BALANCE TO BALANCE1
               MOVE ACCT-AVAIL-BAL TO WS-AVAIL-ED
               PERFORM SET-OD-ALLOW
               SUBTRACT WS-AMOUNT FROM BALANCE
               SUBTRACT WS-AMOUNT FROM ACCT-AVAIL-BAL

      *>     The funds test is against the AVAILABLE balance --
      *>     money still under a deposit hold cannot be sent to
      *>     another bank. A checking account may draw on into its
      *>     arranged overdraft.
               IF ACCT-AVAIL-BAL + WS-OD-ALLOW < 0
                   DISPLAY SPACE ERASE SCREEN
                   PERFORM BORDER
                   PERFORM BORDER1
           MOVE WS-EXT-BANK TO XPND-BANK
           MOVE WS-EXT-ACC TO XPND-EXT-ACC
           MOVE WS-AMOUNT TO XPND-AMOUNT
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUS-TRAN-DATE TO XPND-DATE
           MOVE "PEND" TO XPND-STATUS
           WRITE XFRPEND-RECORD.

           D-N AT 1369 FOREGROUND-COLOR 0
           BACKGROUND-COLOR 7.

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
           MOVE BDT-BUS-DATE TO WS-BUS-DATE
           MOVE WS-BUS-DATE(1:4) TO WS-BUS-TRAN-DATE(1:4)
           MOVE "/" TO WS-BUS-TRAN-DATE(5:1)
           MOVE WS-BUS-DATE(5:2) TO WS-BUS-TRAN-DATE(6:2)
           MOVE "/" TO WS-BUS-TRAN-DATE(8:1)
           MOVE WS-BUS-DATE(7:2) TO WS-BUS-TRAN-DATE(9:2).

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
           ACCEPT CURRENT-TIME FROM TIME.
               MOVE 'AM' TO D-N
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
                   DISPLAY SPACE ERASE SCREEN
                   PERFORM BORDER
                   PERFORM BORDER1
                   DISPLAY "NO POSTING REFERENCES REMAIN. SEE STAFF."
                       AT 1543
                   FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                   ACCEPT KYS AT 0202
                   FOREGROUND-COLOR 0 BACKGROUND-COLOUR 7
                   PERFORM EXITING
                   PERFORM EndPara
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

           MOVE TRAN-AMOUNT TO HIST-AMOUNT
           MOVE TRAN-BALANCE TO HIST-BALANCE
           MOVE TRAN-TIME TO HIST-TIME
           MOVE TRAN-REF TO HIST-REF
           MOVE TRAN-ORIG-REF TO HIST-ORIG-REF
           MOVE 0 TO HIST-REV-REF
           MOVE "N" TO WS-HIST-DONE
           PERFORM WRITE-HISTORY-TRY UNTIL WS-HIST-DONE = "Y".

           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-AUD-ACC TO AUD-ACC-NUM
           MOVE FormattedDate TO AUD-DATE
           MOVE CURRENT-TIME TO AUD-TIME
           WRITE AUDIT-RECORD.

       PRINT-RECEIPT.
