       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HISTCHK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INFOSEL.
           COPY HISTSEL.
           COPY TRANSEL.
           COPY HRPTSEL.
           COPY RUNSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INFO.
           COPY INFOREC.
       FD TRANHIST.
           COPY HISTREC.
       FD TRANLOG.
           COPY TRANREC.
       FD HISTRPT.
           COPY HRPTREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-HIST-EOF PIC X.
       01  WS-ACC-N PIC 9(5).
       01  WS-DRCR PIC X(2).
       01  WS-CHAIN-BAL PIC S9(7)V99.
       01  WS-EXPECTED PIC S9(7)V99.
       01  WS-DIFF-TOTAL PIC S9(9)V99 VALUE 0.
       01  WS-ACCT-COUNT PIC 9(7) VALUE 0.
       01  WS-POST-COUNT PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT PIC 9(7) VALUE 0.
       01  WS-INFO-COUNT PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(7) VALUE 0.
       01  WS-EXTRA-COUNT PIC 9(7) VALUE 0.
       01  WS-DIFFER-COUNT PIC 9(7) VALUE 0.
       01  WS-EXC-COUNT PIC 9(7) VALUE 0.
       01  WS-COUNT-ED PIC Z(8)9.
       01  WS-DIFF-ED PIC -(8)9.99.
       01  WS-RUN-EXISTS PIC X.
       01  WS-TODAY PIC 9(8).
       01  WS-TODAY-FMT PIC X(10).
      *>  One exception line, filled in by whichever check found
      *>  the break before WRITE-EXCEPTION prints it.
       01  WS-EXC-ACC PIC Z(4)9.
       01  WS-EXC-DATE PIC X(10).
       01  WS-EXC-REF PIC Z(9)9 BLANK WHEN ZERO.
       01  WS-EXC-TYPE PIC X(12).
       01  WS-EXC-AMOUNT PIC Z(6)9.99 BLANK WHEN ZERO.
       01  WS-EXC-SHOWN PIC -(7)9.99.
       01  WS-EXC-EXPECTED PIC -(7)9.99.
       01  WS-EXC-REASON PIC X(30).
      *>  The day's journal, held so each of today's TRANHIST
      *>  postings can be ticked off against its TRANLOG record by
      *>  posting reference. Whatever is left unticked at the end
      *>  never reached the history file.
       01  WS-JNL-MAX PIC 9(4) VALUE 5000.
       01  WS-JNL-COUNT PIC 9(4) VALUE 0.
       01  WS-JNL-IDX PIC 9(4).
       01  WS-JNL-SCAN PIC 9(4).
       01  WS-JNL-DROPPED PIC 9(7) VALUE 0.
       01  WS-JNL-TABLE.
           05 WS-JNL-ENT OCCURS 5000 TIMES.
               10 WS-JNL-REF PIC 9(10).
               10 WS-JNL-ACC PIC 9(5).
               10 WS-JNL-TYPE PIC X(12).
               10 WS-JNL-AMOUNT PIC 9(7)V99.
               10 WS-JNL-BALANCE PIC S9(7)V99.
               10 WS-JNL-MATCHED PIC X.
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
           OPEN INPUT TRANHIST
           OPEN INPUT TRANLOG
           OPEN OUTPUT HISTRPT
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE
           MOVE FormattedDate TO WS-TODAY-FMT

           DISPLAY "=========================================".
           DISPLAY "         HISTORY CHAIN VERIFICATION".
           DISPLAY "=========================================".
           DISPLAY " ".

           PERFORM WRITE-REPORT-HEADER
           PERFORM LOAD-TODAYS-JOURNAL
           CLOSE TRANLOG

           PERFORM UNTIL WS-EOF = 'Y'
               READ INFO NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-RECORD
               END-READ
           END-PERFORM

           PERFORM REPORT-UNMATCHED-JOURNAL
               VARYING WS-JNL-IDX FROM 1 BY 1
               UNTIL WS-JNL-IDX > WS-JNL-COUNT

           PERFORM WRITE-REPORT-TRAILER
           PERFORM RECORD-RUN-CONTROL

           CLOSE INFO
           CLOSE TRANHIST
           CLOSE HISTRPT
           CLOSE RUNCTL

           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           MOVE WS-ACCT-COUNT TO WS-COUNT-ED
           DISPLAY "ACCOUNTS VERIFIED......: " WS-COUNT-ED.
           MOVE WS-POST-COUNT TO WS-COUNT-ED
           DISPLAY "POSTINGS CHAINED.......: " WS-COUNT-ED.
           MOVE WS-BREAK-COUNT TO WS-COUNT-ED
           DISPLAY "CHAIN BREAKS...........: " WS-COUNT-ED.
           MOVE WS-INFO-COUNT TO WS-COUNT-ED
           DISPLAY "BALANCES NOT ON CHAIN..: " WS-COUNT-ED.
           MOVE WS-MISSING-COUNT TO WS-COUNT-ED
           DISPLAY "JOURNAL NOT IN HISTORY.: " WS-COUNT-ED.
           MOVE WS-EXTRA-COUNT TO WS-COUNT-ED
           DISPLAY "HISTORY NOT IN JOURNAL.: " WS-COUNT-ED.
           MOVE WS-DIFFER-COUNT TO WS-COUNT-ED
           DISPLAY "JOURNAL/HISTORY DIFFER.: " WS-COUNT-ED.
           MOVE WS-EXC-COUNT TO WS-COUNT-ED
           DISPLAY "TOTAL EXCEPTIONS.......: " WS-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

      *-----------------------------------------------------------
      *  Only today's journal lines are compared: TRANLOG still
      *  holds the month until TRANARCH archives it, and earlier
      *  days were proved by earlier runs. A day busier than the
      *  table is never truncated silently -- the overflow is
      *  counted and reported, and the one-for-one check is shown
      *  as incomplete.
      *-----------------------------------------------------------
       LOAD-TODAYS-JOURNAL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANLOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRAN-DATE = WS-TODAY-FMT
                           PERFORM KEEP-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       KEEP-JOURNAL-LINE.
           IF WS-JNL-COUNT < WS-JNL-MAX
               ADD 1 TO WS-JNL-COUNT
               MOVE TRAN-REF TO WS-JNL-REF (WS-JNL-COUNT)
               MOVE TRAN-ACC-NUM TO WS-JNL-ACC (WS-JNL-COUNT)
               MOVE TRAN-TYPE TO WS-JNL-TYPE (WS-JNL-COUNT)
               MOVE TRAN-AMOUNT TO WS-JNL-AMOUNT (WS-JNL-COUNT)
               MOVE TRAN-BALANCE TO WS-JNL-BALANCE (WS-JNL-COUNT)
               MOVE "N" TO WS-JNL-MATCHED (WS-JNL-COUNT)
           ELSE
               ADD 1 TO WS-JNL-DROPPED
           END-IF.

       PROCESS-RECORD.

      *>     ACC-NUM = 0 is the reserved account-number control
      *>     record; the key is de-edited before the numeric test.
      *>     Starting the history at the account itself also steps
      *>     over TRANHIST's own control record under account 0.
           MOVE ACC-NUM TO WS-ACC-N
           IF WS-ACC-N NOT = 0
               ADD 1 TO WS-ACCT-COUNT
               PERFORM WALK-ACCOUNT-HISTORY
               IF WS-CHAIN-BAL NOT = BALANCE
                   ADD 1 TO WS-INFO-COUNT
                   COMPUTE WS-DIFF-TOTAL =
                       WS-DIFF-TOTAL + BALANCE - WS-CHAIN-BAL
                   MOVE WS-ACC-N TO WS-EXC-ACC
                   MOVE SPACES TO WS-EXC-DATE
                   MOVE 0 TO WS-EXC-REF
                   MOVE "INFO" TO WS-EXC-TYPE
                   MOVE 0 TO WS-EXC-AMOUNT
                   MOVE BALANCE TO WS-EXC-SHOWN
                   MOVE WS-CHAIN-BAL TO WS-EXC-EXPECTED
                   MOVE "BALANCE NOT ON HISTORY CHAIN"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *  Every account opens at zero and its opening deposit is
      *  journaled like any other, so the chain starts from zero
      *  and each posting's HIST-BALANCE must be the one before it
      *  moved by HIST-AMOUNT in the posting's direction. The
      *  memo types (HOLD-RELEASE, LOAN-PMT-DUE) never move the
      *  ledger and must carry the balance through unchanged.
      *  After a break the chain carries on from the balance the
      *  posting recorded, so one bad entry is reported once
      *  rather than once for every posting after it.
      *-----------------------------------------------------------
       WALK-ACCOUNT-HISTORY.
           MOVE 0 TO WS-CHAIN-BAL
           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-ACC-N TO HIST-ACC-NUM
           MOVE SPACES TO HIST-DATE
           MOVE 0 TO HIST-SEQ
           START TRANHIST KEY >= HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ TRANHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-ACC-NUM NOT = WS-ACC-N
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           PERFORM CHECK-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-POSTING.
           ADD 1 TO WS-POST-COUNT
           PERFORM SET-DIRECTION
           EVALUATE WS-DRCR
               WHEN "CR"
                   COMPUTE WS-EXPECTED = WS-CHAIN-BAL + HIST-AMOUNT
               WHEN "DR"
                   COMPUTE WS-EXPECTED = WS-CHAIN-BAL - HIST-AMOUNT
               WHEN OTHER
                   MOVE WS-CHAIN-BAL TO WS-EXPECTED
           END-EVALUATE

           IF HIST-BALANCE NOT = WS-EXPECTED
               ADD 1 TO WS-BREAK-COUNT
               PERFORM LOAD-HIST-EXCEPTION
               MOVE "BALANCE DOES NOT FOLLOW CHAIN"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE HIST-BALANCE TO WS-CHAIN-BAL

           IF HIST-DATE = WS-TODAY-FMT
               PERFORM MATCH-JOURNAL
           END-IF.

      *>  The same CR / DR / memo split GLEXTR buckets the journal
      *>  by: every type not named as a credit or a memo lowers the
      *>  balance.
       SET-DIRECTION.
           EVALUATE HIST-TYPE
               WHEN "DEPOSIT"
               WHEN "TRANSFER-CR"
               WHEN "EXT-XFER-CR"
               WHEN "INTEREST"
               WHEN "REVERSAL-CR"
                   MOVE "CR" TO WS-DRCR
               WHEN "HOLD-RELEASE"
               WHEN "LOAN-PMT-DUE"
                   MOVE "MO" TO WS-DRCR
               WHEN OTHER
                   MOVE "DR" TO WS-DRCR
           END-EVALUATE.

      *>  Today's history posting must have exactly one journal
      *>  line with the same reference and account, and that line
      *>  must say the same thing.
       MATCH-JOURNAL.
           MOVE 0 TO WS-JNL-IDX
           PERFORM VARYING WS-JNL-SCAN FROM 1 BY 1
               UNTIL WS-JNL-SCAN > WS-JNL-COUNT
                  OR WS-JNL-IDX > 0
               IF WS-JNL-REF (WS-JNL-SCAN) = HIST-REF
                   AND WS-JNL-ACC (WS-JNL-SCAN) = HIST-ACC-NUM
                   AND WS-JNL-MATCHED (WS-JNL-SCAN) = "N"
                   MOVE WS-JNL-SCAN TO WS-JNL-IDX
               END-IF
           END-PERFORM

           IF WS-JNL-IDX = 0
               ADD 1 TO WS-EXTRA-COUNT
               PERFORM LOAD-HIST-EXCEPTION
               MOVE HIST-BALANCE TO WS-EXC-EXPECTED
               MOVE "IN TRANHIST, NOT IN TRANLOG" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE "Y" TO WS-JNL-MATCHED (WS-JNL-IDX)
               IF WS-JNL-TYPE (WS-JNL-IDX) NOT = HIST-TYPE
                   OR WS-JNL-AMOUNT (WS-JNL-IDX) NOT = HIST-AMOUNT
                   OR WS-JNL-BALANCE (WS-JNL-IDX) NOT = HIST-BALANCE
                   ADD 1 TO WS-DIFFER-COUNT
                   PERFORM LOAD-HIST-EXCEPTION
                   MOVE WS-JNL-BALANCE (WS-JNL-IDX) TO WS-EXC-EXPECTED
                   MOVE "TRANLOG RECORD DIFFERS" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       LOAD-HIST-EXCEPTION.
           MOVE HIST-ACC-NUM TO WS-EXC-ACC
           MOVE HIST-DATE TO WS-EXC-DATE
           MOVE HIST-REF TO WS-EXC-REF
           MOVE HIST-TYPE TO WS-EXC-TYPE
           MOVE HIST-AMOUNT TO WS-EXC-AMOUNT
           MOVE HIST-BALANCE TO WS-EXC-SHOWN
           MOVE WS-EXPECTED TO WS-EXC-EXPECTED.

      *>  A journal line nothing ticked off never reached TRANHIST
      *>  -- WRITE-HISTORY gave up, or the history was lost since.
       REPORT-UNMATCHED-JOURNAL.
           IF WS-JNL-MATCHED (WS-JNL-IDX) = "N"
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-JNL-ACC (WS-JNL-IDX) TO WS-EXC-ACC
               MOVE WS-TODAY-FMT TO WS-EXC-DATE
               MOVE WS-JNL-REF (WS-JNL-IDX) TO WS-EXC-REF
               MOVE WS-JNL-TYPE (WS-JNL-IDX) TO WS-EXC-TYPE
               MOVE WS-JNL-AMOUNT (WS-JNL-IDX) TO WS-EXC-AMOUNT
               MOVE WS-JNL-BALANCE (WS-JNL-IDX) TO WS-EXC-SHOWN
               MOVE WS-JNL-BALANCE (WS-JNL-IDX) TO WS-EXC-EXPECTED
               MOVE "IN TRANLOG, NOT IN TRANHIST" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE SPACES TO HRPT-LINE
           STRING WS-EXC-ACC "  " WS-EXC-DATE " " WS-EXC-REF
               " " WS-EXC-TYPE " " WS-EXC-AMOUNT
               " " WS-EXC-SHOWN " " WS-EXC-EXPECTED
               "  " WS-EXC-REASON
               DELIMITED BY SIZE INTO HRPT-LINE
           WRITE HRPT-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO HRPT-LINE
           STRING "AEDESYL BANK - HISTORY CHAIN VERIFICATION "
               FormattedDate
               DELIMITED BY SIZE INTO HRPT-LINE
           WRITE HRPT-RECORD

           MOVE SPACES TO HRPT-LINE
           STRING "ACCT   DATE        POSTING REF TYPE        "
               "     AMOUNT     RECORDED     EXPECTED  EXCEPTION"
               DELIMITED BY SIZE INTO HRPT-LINE
           WRITE HRPT-RECORD.

       WRITE-REPORT-TRAILER.
           IF WS-JNL-DROPPED > 0
               MOVE WS-JNL-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO HRPT-LINE
               STRING "*** JOURNAL TABLE FULL - " WS-COUNT-ED
                   " TRANLOG LINES NOT COMPARED ***"
                   DELIMITED BY SIZE INTO HRPT-LINE
               WRITE HRPT-RECORD
           END-IF

           MOVE WS-POST-COUNT TO WS-COUNT-ED
           MOVE SPACES TO HRPT-LINE
           STRING "POSTINGS CHAINED: " WS-COUNT-ED
               DELIMITED BY SIZE INTO HRPT-LINE
           WRITE HRPT-RECORD

           MOVE WS-EXC-COUNT TO WS-COUNT-ED
           MOVE SPACES TO HRPT-LINE
           IF WS-EXC-COUNT = 0 AND WS-JNL-DROPPED = 0
               STRING "EXCEPTIONS: " WS-COUNT-ED
                   "  - BOOKS ARE INTERNALLY CONSISTENT"
                   DELIMITED BY SIZE INTO HRPT-LINE
           ELSE
               STRING "EXCEPTIONS: " WS-COUNT-ED
                   DELIMITED BY SIZE INTO HRPT-LINE
           END-IF
           WRITE HRPT-RECORD.

      *>  The check only reads, so a re-run is harmless. RUN-COUNT
      *>  carries the number of exceptions (a dropped journal line
      *>  counts as one) and RUN-TOTAL the net amount by which INFO
      *>  differs from the history chains, so a clean night shows
      *>  zero and zero on NIGHTRUN's operations log.
       RECORD-RUN-CONTROL.
           MOVE "HISTCHK" TO RUN-JOB-NAME
           MOVE "Y" TO WS-RUN-EXISTS
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-RUN-EXISTS
           END-READ

           MOVE "HISTCHK" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-LAST-DATE
           MOVE "COMPLETE" TO RUN-STATUS
           MOVE 0 TO RUN-CHECKPOINT
           COMPUTE RUN-COUNT = WS-EXC-COUNT + WS-JNL-DROPPED
           MOVE WS-DIFF-TOTAL TO RUN-TOTAL

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
