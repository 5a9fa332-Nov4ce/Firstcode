           COPY RPOSREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD GLOUT.
           COPY GLXREC.
      *-----------------------
           OPEN INPUT TRANLOG
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE

           DISPLAY "=========================================".
      *  the interface entirely. Every other type (WITHDRAWAL,
      *  TRANSFER-DR, EXT-XFER-DR, LOAN-INT, LOAN-DISB, the SVC-*
      *  fee types priced on FEESCHED, and so on) is a DR.
      *  Reversals from TRANREV keep their own REVERSAL-CR and
      *  REVERSAL-DR buckets so they are never netted into the
      *  type they undo.
      *-----------------------------------------------------------
       SCAN-TRAN.
           IF TRAN-DATE = WS-RPT-DATE-FMT
                   WHEN "TRANSFER-CR"
                   WHEN "EXT-XFER-CR"
                   WHEN "INTEREST"
                   WHEN "REVERSAL-CR"
                       MOVE "CR" TO WS-DRCR
                       PERFORM ADD-TO-BUCKET
                   WHEN "HOLD-RELEASE"
           END-IF
           DISPLAY "-----------------------------------------".

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
