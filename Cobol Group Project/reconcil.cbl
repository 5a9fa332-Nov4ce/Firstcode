           COPY RPOSREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01  WS-LOAN-COUNT PIC 9(7) VALUE 0.
       01  WS-LOAN-COUNT-ED PIC Z(6)9.
       01  WS-OD-COUNT PIC 9(7) VALUE 0.
       01  WS-OD-COUNT-ED PIC Z(6)9.
       01  WS-GRAND-TOTAL PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-TOTAL-ED PIC -(8)9.99.
       01  WS-BALANCE-ED PIC -(6)9.99.
           OPEN INPUT INFO
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE

           DISPLAY "=========================================".
           DISPLAY "         END-OF-DAY RECONCILIATION REPORT".
               IF ACCT-TYPE = "L"
                   ADD 1 TO WS-LOAN-COUNT
               ELSE
      *>     A checking account overdrawn within its arranged limit
      *>     is lending the bank agreed to, not an exception; it is
      *>     counted on its own line the same way. Past the limit
      *>     it is still a genuine exception.
               IF ACCT-TYPE = "C" AND BALANCE < 0
                   AND 0 - BALANCE NOT > ACCT-OD-LIMIT
                   ADD 1 TO WS-OD-COUNT
               ELSE
               IF BALANCE < 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE BALANCE TO WS-BALANCE-ED
                       " BALANCE " WS-BALANCE-ED " IS NEGATIVE"
               END-IF
               END-IF
               END-IF
           END-IF.

       PRINT-SUMMARY.
           DISPLAY "RECORDS PROCESSED......: " WS-RECORD-COUNT-ED.
           DISPLAY "EXCEPTIONS (NEGATIVE)..: " WS-EXCEPTION-COUNT-ED.
           DISPLAY "LOAN ACCOUNTS..........: " WS-LOAN-COUNT-ED.
           MOVE WS-OD-COUNT TO WS-OD-COUNT-ED
           DISPLAY "ARRANGED OVERDRAFTS....: " WS-OD-COUNT-ED.
           DISPLAY "GRAND TOTAL BALANCE....: " WS-GRAND-TOTAL-ED.
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
