       FILE-CONTROL.
           COPY RUNSEL.
           COPY OPSSEL.
           COPY CALSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD OPSLOG.
           COPY OPSREC.
       FD CALENDAR.
           COPY CALREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-RUN-EXISTS PIC X.
       01  WS-TODAY PIC 9(8).
       01  WS-MONTH-END PIC X.
       01  WS-CLOCK-DATE PIC 9(8).
       01  WS-NEXT-BUS-DATE PIC 9(8).
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INTEGER PIC S9(9).
       01  WS-CAL-DOW PIC 9.
       01  WS-BUS-DAY PIC X.
      *-----------------------------------------------------------
      *  The required night sequence and each step's cadence
      *  ("D" every night, "M" month-end only). The order is the
      *  one the money needs: the posting jobs (scheduled
      *  transfers, presentments, hold releases, the cash Z-read,
      *  the settlement cut, the inbound credits, term deposit
      *  maturities, at month end interest, fees and loan billing,
      *  and the nightly overdraft interest charge) all land BEFORE
      *  RECONCIL measures the day and GLEXTR proves the journal
      *  against it, HISTCHK proves each account's own history
      *  chain, and EODSNAP only snapshots once the movement
      *  is fully posted and reconciled -- the cut-after-snapshot
      *  mistake cannot happen in this order. ALERTS follows
      *  DORMANT so the night's dormancies, returned direct debits
      *  and loan arrears all reach the customer's phone.
      *  STAFFRPT reads the day's audit log once the night's own
      *  supervisor overrides are on it. Statements and the
      *  journal archive close the month at the very end.
      *-----------------------------------------------------------
       01  WS-JOB-MAX PIC 99 VALUE 21.
       01  WS-JOB-LIST.
           05 FILLER PIC X(9) VALUE "SCHEDXFRD".
           05 FILLER PIC X(9) VALUE "DDPRES  D".
           05 FILLER PIC X(9) VALUE "CASHPOS D".
           05 FILLER PIC X(9) VALUE "EXTOUT  D".
           05 FILLER PIC X(9) VALUE "EXTIN   D".
           05 FILLER PIC X(9) VALUE "TDMATUR D".
           05 FILLER PIC X(9) VALUE "INTERESTM".
           05 FILLER PIC X(9) VALUE "FEESVC  M".
           05 FILLER PIC X(9) VALUE "LOANBILLM".
           05 FILLER PIC X(9) VALUE "ODINT   D".
           05 FILLER PIC X(9) VALUE "RECONCILD".
           05 FILLER PIC X(9) VALUE "GLEXTR  D".
           05 FILLER PIC X(9) VALUE "HISTCHK D".
           05 FILLER PIC X(9) VALUE "EODSNAP D".
           05 FILLER PIC X(9) VALUE "DORMANT D".
           05 FILLER PIC X(9) VALUE "ALERTS  D".
           05 FILLER PIC X(9) VALUE "COMPLRPTD".
           05 FILLER PIC X(9) VALUE "STAFFRPTD".
           05 FILLER PIC X(9) VALUE "STMTGEN M".
           05 FILLER PIC X(9) VALUE "TRANARCHM".
       01  WS-JOB-TABLE REDEFINES WS-JOB-LIST.
           05 WS-JOB-ENT OCCURS 21 TIMES.
               10 WS-JOB-NAME PIC X(8).
               10 WS-JOB-CADENCE PIC X(1).
       01  WS-JOB-IDX PIC 99.
       MAIN-PROCEDURE.

           OPEN I-O RUNCTL
           OPEN INPUT CALENDAR

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE
           PERFORM LOAD-BUSINESS-DATE
           PERFORM GET-TIME-DATE

           DISPLAY "=========================================".
           DISPLAY "         NIGHTLY BATCH SEQUENCE DRIVER".
           DISPLAY "         " FormattedDate.
           DISPLAY "=========================================".
           DISPLAY " ".
           DISPLAY "BUSINESS DATE..........: " WS-TODAY.

      *>     A business date later than the wall calendar means the
      *>     night for today has already closed and rolled; running
      *>     again now would post tomorrow's work before tomorrow.
      *>     This check comes before OPSLOG is opened so the closed
      *>     night's log is left as it was.
           IF WS-TODAY > WS-CLOCK-DATE
               DISPLAY "*** BUSINESS DATE " WS-TODAY
                   " IS NOT YET DUE - TONIGHT HAS ALREADY CLOSED ***"
               CLOSE CALENDAR
               CLOSE RUNCTL
               STOP RUN
           END-IF

           OPEN OUTPUT OPSLOG
           PERFORM SET-MONTH-END
           IF WS-MONTH-END = "Y"
               DISPLAY "TONIGHT IS MONTH END - MONTHLY STEPS ARE DUE."
           ELSE
                  OR WS-CHAIN-OK = "N"

           PERFORM WRITE-LOG-TRAILER
           IF WS-CHAIN-OK = "Y"
               PERFORM ROLL-BUSINESS-DATE
           END-IF
           PERFORM RECORD-DRIVER-END

           CLOSE OPSLOG
           CLOSE CALENDAR
           CLOSE RUNCTL

           DISPLAY " ".

           STOP RUN.

      *-----------------------------------------------------------
      *  The night works on the business date held in RUNCTL, not
      *  the wall clock, so a night that runs past midnight still
      *  closes the day it started on. The very first night finds
      *  no record and starts the calendar at today, or the next
      *  business day if today is not one.
      *-----------------------------------------------------------
       LOAD-BUSINESS-DATE.
           MOVE "BUSDATE" TO BDT-JOB-NAME
           MOVE "Y" TO WS-RUN-EXISTS
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-RUN-EXISTS
           END-READ

           IF WS-RUN-EXISTS = "N"
               MOVE WS-CLOCK-DATE TO WS-CAL-DATE
               PERFORM ROLL-TO-BUSINESS-DAY
               MOVE "BUSDATE" TO BDT-JOB-NAME
               MOVE WS-CAL-DATE TO BDT-BUS-DATE
               MOVE 0 TO BDT-PREV-DATE
               MOVE 0 TO BDT-ROLL-DATE
               MOVE SPACES TO BDT-ROLL-TIME
               WRITE BUSDATE-CONTROL-RECORD
           END-IF

           MOVE BDT-BUS-DATE TO WS-TODAY.

      *>  Only a clean night moves the business date on, to the
      *>  next business day on the calendar; a stopped chain leaves
      *>  it where it is so the failed steps re-run for the same day.
       ROLL-BUSINESS-DATE.
           MOVE "BUSDATE" TO BDT-JOB-NAME
           READ RUNCTL

           MOVE BDT-BUS-DATE TO WS-CAL-DATE
           PERFORM NEXT-BUSINESS-DAY
           MOVE BDT-BUS-DATE TO BDT-PREV-DATE
           MOVE WS-CAL-DATE TO BDT-BUS-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-ROLL-DATE
           ACCEPT BDT-ROLL-TIME FROM TIME
           REWRITE BUSDATE-CONTROL-RECORD

           DISPLAY "BUSINESS DATE ROLLED...: " BDT-PREV-DATE
               " TO " BDT-BUS-DATE
           MOVE SPACES TO OPS-LINE
           STRING "BUSINESS DATE ROLLED " BDT-PREV-DATE
               " TO " BDT-BUS-DATE
               DELIMITED BY SIZE INTO OPS-LINE
           WRITE OPS-RECORD.

      *>  Month end is when the next business day belongs to a
      *>  different month, so the monthly steps run on the last day
      *>  the bank is open even when the month ends at a weekend.
       SET-MONTH-END.
           MOVE WS-TODAY TO WS-CAL-DATE
           PERFORM NEXT-BUSINESS-DAY
           MOVE WS-CAL-DATE TO WS-NEXT-BUS-DATE
           IF WS-NEXT-BUS-DATE(1:6) = WS-TODAY(1:6)
               MOVE "N" TO WS-MONTH-END
           ELSE
               MOVE "Y" TO WS-MONTH-END
               DELIMITED BY SIZE INTO OPS-LINE
           WRITE OPS-RECORD

           MOVE SPACES TO OPS-LINE
           STRING "BUSINESS DATE " WS-TODAY
               DELIMITED BY SIZE INTO OPS-LINE
           WRITE OPS-RECORD

           MOVE SPACES TO OPS-LINE
           IF WS-MONTH-END = "Y"
               STRING "MONTH-END NIGHT - MONTHLY STEPS DUE"
           END-IF
           REWRITE RUN-CONTROL-RECORD.

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

      *>  WS-CAL-DATE stays put when it is a business day, and
      *>  otherwise moves on to the next one.
       ROLL-TO-BUSINESS-DAY.
           PERFORM CHECK-BUSINESS-DAY
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
