           COPY STMTREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-CUST-EOF PIC X VALUE 'N'.
           OPEN OUTPUT STMTOUT
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE

           DISPLAY "=========================================".
           DISPLAY "         MONTHLY STATEMENT GENERATION".
           DISPLAY " ".

      *>     The statement month is entered YYYYMM; entering 0 takes
      *>     the business month. TRAN-DATE is stored YYYY/MM/DD so the
      *>     month is matched on the first seven characters.
           DISPLAY "ENTER STATEMENT MONTH (YYYYMM, 0=CURRENT): "
               WITH NO ADVANCING
           ACCEPT WS-STMT-MONTH
           IF WS-STMT-MONTH = 0
               MOVE WS-TODAY(1:6) TO WS-STMT-MONTH
           END-IF
           MOVE WS-STMT-MONTH(1:4) TO WS-STMT-PREFIX(1:4)
           MOVE "/" TO WS-STMT-PREFIX(5:1)
           MOVE HIST-BALANCE TO WS-BAL-ED
           MOVE SPACES TO STMT-LINE
           STRING "  " HIST-DATE "  " HIST-TYPE "  " WS-AMT-ED
               "  BAL " WS-BAL-ED "  REF " HIST-REF
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-RECORD

      *>     A reversal is stated as its own line with the posting
      *>     it undoes named underneath, so the customer can pair
      *>     the two without a call to the branch.
           IF HIST-TYPE = "REVERSAL-CR" OR HIST-TYPE = "REVERSAL-DR"
               MOVE SPACES TO STMT-LINE
               STRING "              REVERSES REF " HIST-ORIG-REF
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-RECORD
           END-IF

           ADD 1 TO WS-MONTH-CT
           MOVE HIST-BALANCE TO WS-CLOSE-BAL.

                   WHEN "TRANSFER-CR"
                   WHEN "EXT-XFER-CR"
                   WHEN "INTEREST"
                   WHEN "REVERSAL-CR"
                       COMPUTE WS-OPEN-BAL =
                           HIST-BALANCE - HIST-AMOUNT
      *>     A hold release moves money from held to available
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-RECORD.

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
