           COPY TRANREC.
       FD TRANHIST.
           COPY HISTREC.
           COPY HISTCTL.
       FD FEESCHED.
           COPY FEEREC.
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
       01  WS-FEE-EOF PIC X VALUE 'N'.
       01  WS-ACC-N PIC 9(5).
       01  WS-FEE-AMT PIC S9(7)V99.
           OPEN I-O TRANHIST
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE

           DISPLAY "=========================================".
           DISPLAY "         MONTH-END SERVICE FEE ASSESSMENT".
               MOVE "FEE-OVERRIDE" TO AUD-ACTION
               MOVE 0 TO AUD-ACC-NUM
               MOVE FormattedDate TO AUD-DATE
               MOVE CURRENT-TIME TO AUD-TIME
               WRITE AUDIT-RECORD
           END-IF

               ADD WS-FEE-AMT TO WS-FEE-TOTAL
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
           MOVE WS-FEE-AMT TO TRAN-AMOUNT
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
