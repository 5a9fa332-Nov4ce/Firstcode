           COPY GCATREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
       FD ARCOUT.
       01  ARC-LINE PIC X(75).
       FD KEEPWK.
       01  KEEP-LINE PIC X(75).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.

           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE

           DISPLAY "=========================================".
               MOVE "ARC-OVERRIDE" TO AUD-ACTION
               MOVE 0 TO AUD-ACC-NUM
               MOVE FormattedDate TO AUD-DATE
               MOVE CURRENT-TIME TO AUD-TIME
               WRITE AUDIT-RECORD
           END-IF

      *>  of them (WRITE-HISTORY just bumps the sequence past the
      *>  collision) and STMTGEN and DORMANT would read doubled
      *>  activity ever after. One record on file is enough to
      *>  refuse outright. The posting-reference control record
      *>  (account 0, see HISTCTL.cpy) is not a posting, so it is
      *>  stepped over before the test.
       LOAD-HISTORY-PASS.
           OPEN I-O TRANHIST

               AT END CONTINUE
               NOT AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'Y' AND HIST-ACC-NUM = 0
               MOVE 'N' TO WS-EOF
               READ TRANHIST NEXT RECORD
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-EOF
               END-READ
           END-IF

           IF WS-EOF = 'Y'
               DISPLAY "HISTORY FILE IS NOT EMPTY - LOAD REFUSED."

      *>  Same landing idiom as the posting programs: the sequence
      *>  is bumped until the WRITE finds a free slot for this
      *>  account and day. Journal lines written before postings
      *>  carried a reference land with reference 0.
       WRITE-HISTORY.
           MOVE TRAN-ACC-NUM TO HIST-ACC-NUM
           MOVE TRAN-DATE TO HIST-DATE
           MOVE TRAN-AMOUNT TO HIST-AMOUNT
           MOVE TRAN-BALANCE TO HIST-BALANCE
           MOVE TRAN-TIME TO HIST-TIME
           IF TRAN-REF IS NUMERIC
               MOVE TRAN-REF TO HIST-REF
           ELSE
               MOVE 0 TO HIST-REF
           END-IF
           IF TRAN-ORIG-REF IS NUMERIC
               MOVE TRAN-ORIG-REF TO HIST-ORIG-REF
           ELSE
               MOVE 0 TO HIST-ORIG-REF
           END-IF
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
