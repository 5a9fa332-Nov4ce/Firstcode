           COPY HISTSEL.
           COPY DDINSEL.
           COPY DDRETSEL.
           COPY MANDSEL.
           COPY RUNSEL.
           COPY OPERSEL.
           COPY AUDSEL.
           COPY TRANREC.
       FD TRANHIST.
           COPY HISTREC.
           COPY HISTCTL.
       FD DDINBND.
           COPY DDINREC.
       FD DDRETURN.
           COPY DDRETREC.
       FD MANDATE.
           COPY MANDREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-HIST-DONE PIC X.
       01  WS-TRAN-REF PIC 9(10).
       01  WS-REF-EXISTS PIC X.
       01  WS-ACC-FOUND PIC X.
       01  WS-MAND-FOUND PIC X.
       01  WS-TRAN-TYPE PIC X(12) VALUE "DIRECT-DEBIT".
       01  WS-AMOUNT PIC 9(7)V99.
      *>  Same per-account daily outbound cap the ATM and SCHEDXFR
      *>  enforce -- a presented debit cannot sidestep it.
       01  WS-DAILY-XFR-LIMIT PIC 9(7)V99 VALUE 50000.00.
      *>  How far below zero the available balance may run -- the
      *>  arranged overdraft on a checking account, 0 otherwise.
       01  WS-OD-ALLOW PIC 9(7)V99.
       01  WS-POSTED-COUNT PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT-ED PIC Z(6)9.
       01  WS-POSTED-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-RETURN-COUNT PIC 9(7) VALUE 0.
       01  WS-RETURN-COUNT-ED PIC Z(6)9.
       01  WS-RETURN-REASON PIC X(20).
       01  WS-RETURN-CODE PIC X(2).
       01  WS-AMT-ED PIC Z(6)9.99.
       01  WS-ACC-NUM-ED PIC Z9(5).
       01  WS-RUN-EXISTS PIC X.
           OPEN EXTEND TRANLOG
           OPEN I-O TRANHIST
           OPEN INPUT DDINBND
           OPEN I-O MANDATE
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE

           DISPLAY "=========================================".
           CLOSE TRANLOG
           CLOSE TRANHIST
           CLOSE DDINBND
           CLOSE MANDATE
           CLOSE DDRETURN
           CLOSE RUNCTL

                       CLOSE TRANLOG
                       CLOSE TRANHIST
                       CLOSE DDINBND
                       CLOSE MANDATE
                       CLOSE RUNCTL
                       STOP RUN
                   END-IF
               MOVE "DDP-OVERRIDE" TO AUD-ACTION
               MOVE 0 TO AUD-ACC-NUM
               MOVE FormattedDate TO AUD-DATE
               MOVE CURRENT-TIME TO AUD-TIME
               WRITE AUDIT-RECORD
           END-IF

      *  A presented debit posts with the full teller discipline:
      *  the account must exist and be ACTIVE, the AVAILABLE
      *  balance must cover it, and it counts against the same
      *  daily outbound limit as transfers. It must also be
      *  covered by a mandate the customer gave (CHECK-MANDATE).
      *  Anything that fails goes to the returns file with its
      *  reason and code -- a presentment is never silently
      *  dropped.
      *-----------------------------------------------------------
       POST-PRESENTED-DEBIT.
           MOVE "Y" TO WS-ACC-FOUND

           IF WS-ACC-FOUND = "N"
               MOVE "ACCOUNT NOT ON FILE" TO WS-RETURN-REASON
               MOVE "02" TO WS-RETURN-CODE
               PERFORM WRITE-RETURN
           ELSE
           IF ACCT-STATUS NOT = "ACTIVE"
               MOVE SPACES TO WS-RETURN-REASON
               STRING "ACCOUNT " ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-RETURN-REASON
               MOVE "03" TO WS-RETURN-CODE
               PERFORM WRITE-RETURN
           ELSE
      *>     Money on a term deposit is locked until maturity.
           IF ACCT-TYPE = "T"
               MOVE "TERM DEPOSIT" TO WS-RETURN-REASON
               MOVE "04" TO WS-RETURN-CODE
               PERFORM WRITE-RETURN
           ELSE
           PERFORM CHECK-MANDATE
           IF WS-RETURN-CODE NOT = SPACES
               PERFORM WRITE-RETURN
           ELSE
           PERFORM SET-OD-ALLOW
           IF ACCT-AVAIL-BAL + WS-OD-ALLOW < DDI-AMOUNT
               MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
               MOVE "01" TO WS-RETURN-CODE
               PERFORM WRITE-RETURN
           ELSE
               PERFORM SYNC-LIMIT-DATE
               IF ACCT-DAY-XFR + DDI-AMOUNT > WS-DAILY-XFR-LIMIT
                   MOVE "OVER DAILY LIMIT" TO WS-RETURN-REASON
                   MOVE "05" TO WS-RETURN-CODE
                   PERFORM WRITE-RETURN
               ELSE
                   SUBTRACT DDI-AMOUNT FROM BALANCE
                   PERFORM JOURNAL-ENTRY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD DDI-AMOUNT TO WS-POSTED-TOTAL
                   MOVE WS-TODAY TO MAND-LAST-DATE
                   MOVE DDI-AMOUNT TO MAND-LAST-AMT
                   REWRITE MANDATE-RECORD
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------
      *  The presenting bank may only collect what the customer
      *  authorised: a mandate on MANDATE for this account, bank
      *  and reference that is ACTIVE, with the amount inside any
      *  maximum it carries. A customer's stop applies to one
      *  collection only, so the mandate goes back to ACTIVE as
      *  the stopped presentment is returned. WS-RETURN-CODE is
      *  left at spaces when the mandate covers the debit, and the
      *  mandate stays in the record area for the posting to
      *  stamp.
      *-----------------------------------------------------------
       CHECK-MANDATE.
           MOVE SPACES TO WS-RETURN-CODE
           MOVE "Y" TO WS-MAND-FOUND
           MOVE DDI-ACC-NUM TO MAND-ACC-NUM
           MOVE DDI-BANK TO MAND-BANK
           MOVE DDI-REF TO MAND-REF
           READ MANDATE
               INVALID KEY MOVE "N" TO WS-MAND-FOUND
           END-READ

           IF WS-MAND-FOUND = "N"
               MOVE "NO MANDATE" TO WS-RETURN-REASON
               MOVE "06" TO WS-RETURN-CODE
           ELSE
           IF MAND-STATUS = "CANCEL"
               MOVE "MANDATE CANCELLED" TO WS-RETURN-REASON
               MOVE "07" TO WS-RETURN-CODE
           ELSE
           IF MAND-STATUS = "STOPPD"
               MOVE "STOPPED BY PAYER" TO WS-RETURN-REASON
               MOVE "09" TO WS-RETURN-CODE
               MOVE "ACTIVE" TO MAND-STATUS
               MOVE WS-TODAY TO MAND-CHG-DATE
               REWRITE MANDATE-RECORD
           ELSE
           IF MAND-MAX-AMT NOT = 0 AND DDI-AMOUNT > MAND-MAX-AMT
               MOVE "OVER MANDATE MAXIMUM" TO WS-RETURN-REASON
               MOVE "08" TO WS-RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF.

      *>  Only a checking account carries an arranged overdraft;
      *>  a presentment against any other type still needs the
      *>  money in the account.
       SET-OD-ALLOW.
           MOVE 0 TO WS-OD-ALLOW
           IF ACCT-TYPE = "C"
               MOVE ACCT-OD-LIMIT TO WS-OD-ALLOW
           END-IF.

      *>  The first posting of a new business day resets the stored
               "  TO " DDI-BANK " " DDI-REF
               "  AMT " WS-AMT-ED
               "  " WS-RETURN-REASON
               "  RC " WS-RETURN-CODE
               DELIMITED BY SIZE INTO DDRET-LINE
           WRITE DDRET-RECORD
           ADD 1 TO WS-RETURN-COUNT.

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
                   CLOSE DDINBND
                   CLOSE MANDATE
                   CLOSE DDRETURN
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

       GET-TIME-DATE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
           MOVE WS-TODAY TO CurrentDate(1:8).
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CurrentDate(1:4) TO FormattedDate(1:4).
           MOVE "/" TO FormattedDate(5:1).
