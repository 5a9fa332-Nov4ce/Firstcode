       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STAFFRPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDSEL.
           COPY OPERSEL.
           COPY INFOSEL.
           COPY CALSEL.
           COPY SRPTSEL.
           COPY RUNSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD AUDITLOG.
           COPY AUDREC.
       FD OPERATOR.
           COPY OPERREC.
       FD INFO.
           COPY INFOREC.
       FD CALENDAR.
           COPY CALREC.
       FD STAFFRPT.
           COPY SRPTREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-OPER-EOF PIC X.
       01  WS-RUN-EXISTS PIC X.
       01  WS-TODAY PIC 9(8).
       01  WS-TODAY-FMT PIC X(10).
       01  WS-LAST-CLOSED PIC 9(8).
      *>  Branch opening hours (HHMM, 24-hour) -- change here when
      *>  the counters open or close at a different time. A staff
      *>  action before WS-BRANCH-OPEN, or from WS-BRANCH-CLOSE on,
      *>  is reported as outside branch hours.
       01  WS-BRANCH-OPEN PIC 9(4) VALUE 0800.
       01  WS-BRANCH-CLOSE PIC 9(4) VALUE 1800.
      *>  The selection: a business-date range and one operator,
      *>  or 0 for every operator.
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-SEL-OPER PIC 9(4).
       01  WS-FROM-FMT PIC X(10).
       01  WS-TO-FMT PIC X(10).
       01  WS-SEL-OPER-TXT PIC X(4).
       01  WS-SELECTION-OK PIC X.
       01  WS-DAILY-RUN PIC X.
      *>  The nightly run picks up where the last one stopped: the
      *>  AUDITLOG lines already reported are counted off by number
      *>  and kept in RUN-CHECKPOINT of STAFFRPT's run control. The
      *>  dates of the new lines bound the customer changes and
      *>  unlocks looked back on.
       01  WS-MARK PIC 9(7) VALUE 0.
       01  WS-LOG-LINES PIC 9(7) VALUE 0.
       01  WS-LOG-RESET PIC X VALUE "N".
       01  WS-CTX-FROM PIC 9(8).
       01  WS-CTX-TO PIC 9(8).
       01  WS-FIRST-ED PIC Z(6)9.
       01  WS-LAST-ED PIC Z(6)9.
      *>  AUD-DATE (YYYY/MM/DD) taken apart so it compares as a
      *>  YYYYMMDD number against the selected range.
       01  WS-AUD-YMD-X.
           05 WS-AUD-YYYY PIC X(4).
           05 WS-AUD-MM PIC X(2).
           05 WS-AUD-DD PIC X(2).
       01  WS-AUD-YMD REDEFINES WS-AUD-YMD-X PIC 9(8).
       01  WS-AUD-HHMM PIC 9(4).
       01  WS-MATCHED PIC X.
       01  WS-SAME-OPER PIC X.
       01  WS-LOAN-CUST PIC 9(6).
       01  WS-LOAN-JOINT PIC 9(6).
       01  WS-CHANGED-BY PIC 9(4).
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INTEGER PIC S9(9).
       01  WS-CAL-DOW PIC 9.
       01  WS-BUS-DAY PIC X.
      *>  The operator behind the audit line being read, looked up
      *>  on OPERATOR as it stands today.
       01  WS-CUR-FOUND PIC X.
       01  WS-CUR-NAME PIC X(20).
       01  WS-CUR-ROLE PIC X.
       01  WS-CUR-STATUS PIC X(6).
      *>  Run totals.
       01  WS-READ-COUNT PIC 9(7) VALUE 0.
       01  WS-SEL-COUNT PIC 9(7) VALUE 0.
       01  WS-OVERRIDE-COUNT PIC 9(7) VALUE 0.
       01  WS-HOURS-COUNT PIC 9(7) VALUE 0.
       01  WS-UNLOCK-COUNT PIC 9(7) VALUE 0.
       01  WS-LOAN-COUNT PIC 9(7) VALUE 0.
       01  WS-STATUS-COUNT PIC 9(7) VALUE 0.
       01  WS-EXC-COUNT PIC 9(7) VALUE 0.
       01  WS-COUNT-ED PIC Z(6)9.
       01  WS-ROLE-TXT PIC X(10).
       01  WS-OPER-ED PIC Z(3)9.
      *>  One exception line, filled in by whichever check found
      *>  the pattern before WRITE-EXCEPTION keeps it.
       01  WS-EXC-DATE PIC X(10).
       01  WS-EXC-TIME PIC X(8).
       01  WS-EXC-OPER PIC Z(3)9.
       01  WS-EXC-ACC PIC Z(5)9 BLANK WHEN ZERO.
       01  WS-EXC-REASON PIC X(40).
      *>  One entry per operator seen in the selection, with the
      *>  name, role and status OPERATOR holds for them today.
       01  WS-OPS-MAX PIC 9(4) VALUE 500.
       01  WS-OPS-COUNT PIC 9(4) VALUE 0.
       01  WS-OPS-IDX PIC 9(4).
       01  WS-OPS-SCAN PIC 9(4).
       01  WS-OPS-DROPPED PIC 9(7) VALUE 0.
       01  WS-OPS-TABLE.
           05 WS-OPS-ENT OCCURS 500 TIMES.
               10 WS-OPS-ID PIC 9(4).
               10 WS-OPS-NAME PIC X(20).
               10 WS-OPS-ROLE PIC X.
               10 WS-OPS-STATUS PIC X(6).
               10 WS-OPS-ACTIONS PIC 9(7).
               10 WS-OPS-EXCEPTIONS PIC 9(7).
               10 WS-OPS-PRINTED PIC X.
      *>  How many times each operator took each action.
       01  WS-ACT-MAX PIC 9(4) VALUE 3000.
       01  WS-ACT-COUNT PIC 9(4) VALUE 0.
       01  WS-ACT-IDX PIC 9(4).
       01  WS-ACT-SCAN PIC 9(4).
       01  WS-ACT-DROPPED PIC 9(7) VALUE 0.
       01  WS-ACT-TABLE.
           05 WS-ACT-ENT OCCURS 3000 TIMES.
               10 WS-ACT-OPER PIC 9(4).
               10 WS-ACT-NAME PIC X(12).
               10 WS-ACT-TIMES PIC 9(7).
      *>  Every unlock seen so far, so a later change to the same
      *>  account by the same operator on the same day is caught.
       01  WS-UNL-MAX PIC 9(4) VALUE 2000.
       01  WS-UNL-COUNT PIC 9(4) VALUE 0.
       01  WS-UNL-SCAN PIC 9(4).
       01  WS-UNL-DROPPED PIC 9(7) VALUE 0.
       01  WS-UNL-TABLE.
           05 WS-UNL-ENT OCCURS 2000 TIMES.
               10 WS-UNL-OPER PIC 9(4).
               10 WS-UNL-ACC PIC 9(6).
               10 WS-UNL-DATE PIC 9(8).
      *>  Every customer record changed through CUSTMNT in the
      *>  period, by any operator, gathered before the main pass so
      *>  a change made after the loan on the same day still counts.
       01  WS-CUP-MAX PIC 9(4) VALUE 2000.
       01  WS-CUP-COUNT PIC 9(4) VALUE 0.
       01  WS-CUP-SCAN PIC 9(4).
       01  WS-CUP-DROPPED PIC 9(7) VALUE 0.
       01  WS-CUP-TABLE.
           05 WS-CUP-ENT OCCURS 2000 TIMES.
               10 WS-CUP-CUST PIC 9(6).
               10 WS-CUP-DATE PIC 9(8).
               10 WS-CUP-OPER PIC 9(4).
      *>  The exception lines, held so the summary can be printed
      *>  ahead of them.
       01  WS-EXL-MAX PIC 9(4) VALUE 5000.
       01  WS-EXL-COUNT PIC 9(4) VALUE 0.
       01  WS-EXL-IDX PIC 9(4).
       01  WS-EXL-DROPPED PIC 9(7) VALUE 0.
       01  WS-EXL-TABLE.
           05 WS-EXL-LINE PIC X(120) OCCURS 5000 TIMES.
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

           OPEN INPUT OPERATOR
           OPEN INPUT INFO
           OPEN INPUT CALENDAR
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE
           MOVE FormattedDate TO WS-TODAY-FMT

           DISPLAY "=========================================".
           DISPLAY "         STAFF ACTIVITY REPORT".
           DISPLAY "=========================================".
           DISPLAY " ".

           MOVE "N" TO WS-SELECTION-OK
           PERFORM ENTER-SELECTION UNTIL WS-SELECTION-OK = "Y"

           IF WS-DAILY-RUN = "Y"
               PERFORM SCAN-AUDIT-LOG
               IF WS-LOG-LINES < WS-MARK
                   MOVE "Y" TO WS-LOG-RESET
                   MOVE 0 TO WS-MARK
                   PERFORM SCAN-AUDIT-LOG
               END-IF
               PERFORM SET-NEW-LINES-PERIOD
           ELSE
               MOVE WS-FROM-DATE TO WS-CTX-FROM
               MOVE WS-TO-DATE TO WS-CTX-TO
           END-IF

           OPEN OUTPUT STAFFRPT
           PERFORM WRITE-REPORT-HEADER

           OPEN INPUT AUDITLOG
           MOVE 'N' TO WS-EOF
           PERFORM LOAD-CUSTOMER-CHANGES
           CLOSE AUDITLOG

           OPEN INPUT AUDITLOG
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDITLOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDITLOG

           PERFORM WRITE-OPERATOR-SUMMARY
           PERFORM WRITE-EXCEPTION-SECTION
           IF WS-DAILY-RUN = "Y"
               PERFORM RECORD-RUN-CONTROL
           END-IF

           CLOSE OPERATOR
           CLOSE INFO
           CLOSE CALENDAR
           CLOSE STAFFRPT
           CLOSE RUNCTL

           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           IF WS-DAILY-RUN = "Y"
               IF WS-LOG-LINES = WS-MARK
                   DISPLAY "NEW AUDIT LINES........: NONE"
               ELSE
                   DISPLAY "NEW AUDIT LINES........: " WS-FIRST-ED
                       " TO " WS-LAST-ED
               END-IF
               IF WS-LOG-RESET = "Y"
                   DISPLAY "AUDIT LOG SHORTER THAN LAST RUN'S MARK"
                       " - WHOLE LOG REPORTED"
               END-IF
           ELSE
               DISPLAY "PERIOD.................: " WS-FROM-FMT
                   " TO " WS-TO-FMT
           END-IF
           DISPLAY "OPERATOR...............: " WS-SEL-OPER-TXT.
           MOVE WS-READ-COUNT TO WS-COUNT-ED
           DISPLAY "AUDIT LINES READ.......: " WS-COUNT-ED.
           MOVE WS-SEL-COUNT TO WS-COUNT-ED
           DISPLAY "LINES SELECTED.........: " WS-COUNT-ED.
           MOVE WS-OPS-COUNT TO WS-COUNT-ED
           DISPLAY "OPERATORS..............: " WS-COUNT-ED.
           MOVE WS-OVERRIDE-COUNT TO WS-COUNT-ED
           DISPLAY "JOB OVERRIDES..........: " WS-COUNT-ED.
           MOVE WS-HOURS-COUNT TO WS-COUNT-ED
           DISPLAY "OUTSIDE BRANCH HOURS...: " WS-COUNT-ED.
           MOVE WS-UNLOCK-COUNT TO WS-COUNT-ED
           DISPLAY "UNLOCK THEN CHANGE.....: " WS-COUNT-ED.
           MOVE WS-LOAN-COUNT TO WS-COUNT-ED
           DISPLAY "LOAN AFTER CUST CHANGE.: " WS-COUNT-ED.
           MOVE WS-STATUS-COUNT TO WS-COUNT-ED
           DISPLAY "OPERATOR NOT ACTIVE....: " WS-COUNT-ED.
           MOVE WS-EXC-COUNT TO WS-COUNT-ED
           DISPLAY "TOTAL EXCEPTIONS.......: " WS-COUNT-ED.
           IF WS-DAILY-RUN NOT = "Y"
               DISPLAY "ON-DEMAND RUN - RUN CONTROL NOT UPDATED"
           END-IF
           DISPLAY "-----------------------------------------".

           STOP RUN.

      *-----------------------------------------------------------
      *  Entering 0 for everything gives the nightly report: every
      *  operator, and every AUDITLOG line written since the last
      *  nightly report, whatever date it carries -- an ATM line
      *  stamped after midnight or a late batch override is not
      *  lost between two periods. Any other answer is an
      *  on-demand run for audit over a business-date range, with
      *  FROM 0 meaning the day after the business day last
      *  closed; it leaves run control alone.
      *-----------------------------------------------------------
       ENTER-SELECTION.
           DISPLAY "FROM DATE (YYYYMMDD, 0 = SINCE LAST RUN): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "TO DATE (YYYYMMDD, 0 = BUSINESS DATE): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           DISPLAY "OPERATOR ID (0 = ALL): " WITH NO ADVANCING
           ACCEPT WS-SEL-OPER

           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 0
               AND WS-SEL-OPER = 0
               MOVE "Y" TO WS-DAILY-RUN
           ELSE
               MOVE "N" TO WS-DAILY-RUN
           END-IF

           IF WS-FROM-DATE = 0
               IF WS-LAST-CLOSED = 0
                   MOVE WS-TODAY TO WS-FROM-DATE
               ELSE
                   COMPUTE WS-CAL-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-CLOSED) + 1
                   COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
               END-IF
           END-IF
           IF WS-TO-DATE = 0
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF

           IF WS-DAILY-RUN = "Y"
               PERFORM READ-HIGH-WATER-MARK
               MOVE "Y" TO WS-SELECTION-OK
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
               DISPLAY "INVALID DATE."
           ELSE
               IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "FROM DATE IS AFTER TO DATE."
               ELSE
                   MOVE "Y" TO WS-SELECTION-OK
               END-IF
           END-IF
           END-IF

           STRING WS-FROM-DATE(1:4) "/" WS-FROM-DATE(5:2) "/"
               WS-FROM-DATE(7:2)
               DELIMITED BY SIZE INTO WS-FROM-FMT
           STRING WS-TO-DATE(1:4) "/" WS-TO-DATE(5:2) "/"
               WS-TO-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TO-FMT
           IF WS-SEL-OPER = 0
               MOVE "ALL" TO WS-SEL-OPER-TXT
           ELSE
               MOVE WS-SEL-OPER TO WS-SEL-OPER-TXT
           END-IF.

      *>  No run control record yet means nothing has been reported,
      *>  so the first nightly run takes the whole log.
       READ-HIGH-WATER-MARK.
           MOVE "STAFFRPT" TO RUN-JOB-NAME
           READ RUNCTL
               INVALID KEY MOVE 0 TO WS-MARK
               NOT INVALID KEY MOVE RUN-CHECKPOINT TO WS-MARK
           END-READ.

      *-----------------------------------------------------------
      *  Nightly run only: counts the AUDITLOG lines and finds the
      *  earliest and latest date among those past the mark. Lines
      *  appended while the report runs are left for tomorrow. A
      *  log shorter than the mark has been replaced, so the whole
      *  of it is reported again from line 1.
      *-----------------------------------------------------------
       SCAN-AUDIT-LOG.
           MOVE 0 TO WS-LOG-LINES
           MOVE 99999999 TO WS-CTX-FROM
           MOVE 0 TO WS-CTX-TO
           OPEN INPUT AUDITLOG
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDITLOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-LINES
                       IF WS-LOG-LINES > WS-MARK
                           PERFORM SET-AUDIT-DATE
                           IF WS-AUD-YMD < WS-CTX-FROM
                               MOVE WS-AUD-YMD TO WS-CTX-FROM
                           END-IF
                           IF WS-AUD-YMD > WS-CTX-TO
                               MOVE WS-AUD-YMD TO WS-CTX-TO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITLOG.

      *>  The report heading shows the line numbers taken and the
      *>  dates they carry; with nothing new the dates are blank.
       SET-NEW-LINES-PERIOD.
           COMPUTE WS-FIRST-ED = WS-MARK + 1
           MOVE WS-LOG-LINES TO WS-LAST-ED
           IF WS-LOG-LINES = WS-MARK
               MOVE SPACES TO WS-FROM-FMT
               MOVE SPACES TO WS-TO-FMT
           ELSE
               STRING WS-CTX-FROM(1:4) "/" WS-CTX-FROM(5:2) "/"
                   WS-CTX-FROM(7:2)
                   DELIMITED BY SIZE INTO WS-FROM-FMT
               STRING WS-CTX-TO(1:4) "/" WS-CTX-TO(5:2) "/"
                   WS-CTX-TO(7:2)
                   DELIMITED BY SIZE INTO WS-TO-FMT
           END-IF.

      *-----------------------------------------------------------
      *  First pass: the customer records staff changed in the
      *  period, whoever changed them. A loan disbursed the same
      *  day to an account the customer holds is flagged on the
      *  second pass even when the change came after the loan.
      *  The nightly run looks back over the dates its new lines
      *  carry, so a change already reported still counts.
      *-----------------------------------------------------------
       LOAD-CUSTOMER-CHANGES.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDITLOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUD-ACTION = "CUST-UPDATE"
                           PERFORM SET-AUDIT-DATE
                           IF WS-AUD-YMD NOT < WS-CTX-FROM
                               AND WS-AUD-YMD NOT > WS-CTX-TO
                               PERFORM KEEP-CUSTOMER-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-CUSTOMER-CHANGE.
           IF WS-CUP-COUNT < WS-CUP-MAX
               ADD 1 TO WS-CUP-COUNT
               MOVE AUD-ACC-NUM TO WS-CUP-CUST (WS-CUP-COUNT)
               MOVE WS-AUD-YMD TO WS-CUP-DATE (WS-CUP-COUNT)
               MOVE AUD-OPER-ID TO WS-CUP-OPER (WS-CUP-COUNT)
           ELSE
               ADD 1 TO WS-CUP-DROPPED
           END-IF.

      *>  On the nightly run an unlock reported last night still
      *>  counts against a change made after it the same day.
       PROCESS-AUDIT-LINE.
           ADD 1 TO WS-READ-COUNT
           PERFORM SET-AUDIT-DATE
           IF WS-DAILY-RUN = "Y"
               IF WS-READ-COUNT > WS-MARK
                   AND WS-READ-COUNT NOT > WS-LOG-LINES
                   PERFORM SELECT-AUDIT-LINE
               ELSE
                   IF AUD-ACTION = "UNLOCK"
                       AND WS-AUD-YMD NOT < WS-CTX-FROM
                       AND WS-AUD-YMD NOT > WS-CTX-TO
                       PERFORM KEEP-UNLOCK
                   END-IF
               END-IF
           ELSE
           IF WS-AUD-YMD NOT < WS-FROM-DATE
               AND WS-AUD-YMD NOT > WS-TO-DATE
               IF WS-SEL-OPER = 0 OR AUD-OPER-ID = WS-SEL-OPER
                   PERFORM SELECT-AUDIT-LINE
               END-IF
           END-IF
           END-IF.

      *>  A date that is not YYYY/MM/DD falls out of every range.
       SET-AUDIT-DATE.
           MOVE AUD-DATE(1:4) TO WS-AUD-YYYY
           MOVE AUD-DATE(6:2) TO WS-AUD-MM
           MOVE AUD-DATE(9:2) TO WS-AUD-DD
           IF WS-AUD-YMD-X NOT NUMERIC
               MOVE 0 TO WS-AUD-YMD
           END-IF.

      *-----------------------------------------------------------
      *  Every selected line is counted against its operator and
      *  action, then tried against each pattern audit asked for.
      *  One line can raise more than one exception.
      *-----------------------------------------------------------
       SELECT-AUDIT-LINE.
           ADD 1 TO WS-SEL-COUNT
           PERFORM LOOKUP-OPERATOR
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-OPS-IDX > 0
               ADD 1 TO WS-OPS-ACTIONS (WS-OPS-IDX)
               PERFORM COUNT-ACTION
           END-IF

           IF AUD-ACTION(5:8) = "OVERRIDE"
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE "SUPERVISOR OVERRIDE OF JOB RUN CONTROL"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               IF AUD-OPER-ID NOT = 0
                   PERFORM CHECK-BRANCH-HOURS
               END-IF
           END-IF

           IF AUD-OPER-ID NOT = 0
               PERFORM CHECK-OPERATOR-STATUS
           END-IF

           EVALUATE AUD-ACTION
               WHEN "UNLOCK"
                   PERFORM KEEP-UNLOCK
               WHEN "UPDATE"
               WHEN "CLOSE"
               WHEN "REVERSAL"
               WHEN "TD-BREAK"
               WHEN "OD-LIMIT"
                   PERFORM CHECK-AFTER-UNLOCK
               WHEN "LOAN-DISB"
                   PERFORM CHECK-LOAN-CUSTOMER
           END-EVALUATE.

      *>  Operator 0 is the customer at the ATM (own PIN change,
      *>  own mandate stop or cancel), not a member of staff.
       LOOKUP-OPERATOR.
           IF AUD-OPER-ID = 0
               MOVE "C" TO WS-CUR-FOUND
               MOVE "CUSTOMER AT THE ATM" TO WS-CUR-NAME
               MOVE SPACES TO WS-CUR-ROLE
               MOVE SPACES TO WS-CUR-STATUS
           ELSE
               MOVE AUD-OPER-ID TO OPER-ID
               READ OPERATOR
                   INVALID KEY
                       MOVE "N" TO WS-CUR-FOUND
                       MOVE "NOT ON OPERATOR FILE" TO WS-CUR-NAME
                       MOVE SPACES TO WS-CUR-ROLE
                       MOVE SPACES TO WS-CUR-STATUS
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUR-FOUND
                       MOVE OPER-NAME TO WS-CUR-NAME
                       MOVE OPER-ROLE TO WS-CUR-ROLE
                       MOVE OPER-STATUS TO WS-CUR-STATUS
               END-READ
           END-IF.

       FIND-OPERATOR-ENTRY.
           MOVE 0 TO WS-OPS-IDX
           PERFORM VARYING WS-OPS-SCAN FROM 1 BY 1
               UNTIL WS-OPS-SCAN > WS-OPS-COUNT
                  OR WS-OPS-IDX > 0
               IF WS-OPS-ID (WS-OPS-SCAN) = AUD-OPER-ID
                   MOVE WS-OPS-SCAN TO WS-OPS-IDX
               END-IF
           END-PERFORM

           IF WS-OPS-IDX = 0
               IF WS-OPS-COUNT < WS-OPS-MAX
                   ADD 1 TO WS-OPS-COUNT
                   MOVE WS-OPS-COUNT TO WS-OPS-IDX
                   MOVE AUD-OPER-ID TO WS-OPS-ID (WS-OPS-IDX)
                   MOVE WS-CUR-NAME TO WS-OPS-NAME (WS-OPS-IDX)
                   MOVE WS-CUR-ROLE TO WS-OPS-ROLE (WS-OPS-IDX)
                   MOVE WS-CUR-STATUS TO WS-OPS-STATUS (WS-OPS-IDX)
                   MOVE 0 TO WS-OPS-ACTIONS (WS-OPS-IDX)
                   MOVE 0 TO WS-OPS-EXCEPTIONS (WS-OPS-IDX)
                   MOVE "N" TO WS-OPS-PRINTED (WS-OPS-IDX)
               ELSE
                   ADD 1 TO WS-OPS-DROPPED
               END-IF
           END-IF.

       COUNT-ACTION.
           MOVE 0 TO WS-ACT-IDX
           PERFORM VARYING WS-ACT-SCAN FROM 1 BY 1
               UNTIL WS-ACT-SCAN > WS-ACT-COUNT
                  OR WS-ACT-IDX > 0
               IF WS-ACT-OPER (WS-ACT-SCAN) = AUD-OPER-ID
                   AND WS-ACT-NAME (WS-ACT-SCAN) = AUD-ACTION
                   MOVE WS-ACT-SCAN TO WS-ACT-IDX
               END-IF
           END-PERFORM

           IF WS-ACT-IDX = 0
               IF WS-ACT-COUNT < WS-ACT-MAX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-ACT-IDX
                   MOVE AUD-OPER-ID TO WS-ACT-OPER (WS-ACT-IDX)
                   MOVE AUD-ACTION TO WS-ACT-NAME (WS-ACT-IDX)
                   MOVE 0 TO WS-ACT-TIMES (WS-ACT-IDX)
               ELSE
                   ADD 1 TO WS-ACT-DROPPED
               END-IF
           END-IF

           IF WS-ACT-IDX > 0
               ADD 1 TO WS-ACT-TIMES (WS-ACT-IDX)
           END-IF.

      *-----------------------------------------------------------
      *  A day the CALENDAR has the branch closed is out of hours
      *  all day; on a business day the wall-clock HHMM of the
      *  action is tested against the branch hours above. Lines
      *  written before AUD-TIME carried the hour hold only ":MM"
      *  and can only be tested for the day.
      *-----------------------------------------------------------
       CHECK-BRANCH-HOURS.
           MOVE WS-AUD-YMD TO WS-CAL-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF WS-BUS-DAY = "N"
               ADD 1 TO WS-HOURS-COUNT
               MOVE "ACTION ON A DAY THE BRANCH IS CLOSED"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               IF AUD-TIME(1:4) IS NUMERIC
                   MOVE AUD-TIME(1:4) TO WS-AUD-HHMM
                   IF WS-AUD-HHMM < WS-BRANCH-OPEN
                       OR WS-AUD-HHMM NOT < WS-BRANCH-CLOSE
                       ADD 1 TO WS-HOURS-COUNT
                       MOVE "ACTION OUTSIDE BRANCH HOURS"
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       CHECK-OPERATOR-STATUS.
           IF WS-CUR-FOUND = "N"
               ADD 1 TO WS-STATUS-COUNT
               MOVE "OPERATOR ID NOT ON OPERATOR FILE"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               IF WS-CUR-STATUS NOT = "ACTIVE"
                   ADD 1 TO WS-STATUS-COUNT
                   MOVE SPACES TO WS-EXC-REASON
                   STRING "ACTION BY OPERATOR NOW " WS-CUR-STATUS
                       DELIMITED BY SIZE INTO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       KEEP-UNLOCK.
           IF WS-UNL-COUNT < WS-UNL-MAX
               ADD 1 TO WS-UNL-COUNT
               MOVE AUD-OPER-ID TO WS-UNL-OPER (WS-UNL-COUNT)
               MOVE AUD-ACC-NUM TO WS-UNL-ACC (WS-UNL-COUNT)
               MOVE WS-AUD-YMD TO WS-UNL-DATE (WS-UNL-COUNT)
           ELSE
               ADD 1 TO WS-UNL-DROPPED
           END-IF.

      *>  The operator who lifted the lock on an account should not
      *>  be the one who then changes it or moves its money that
      *>  same day.
       CHECK-AFTER-UNLOCK.
           MOVE "N" TO WS-MATCHED
           PERFORM VARYING WS-UNL-SCAN FROM 1 BY 1
               UNTIL WS-UNL-SCAN > WS-UNL-COUNT
                  OR WS-MATCHED = "Y"
               IF WS-UNL-OPER (WS-UNL-SCAN) = AUD-OPER-ID
                   AND WS-UNL-ACC (WS-UNL-SCAN) = AUD-ACC-NUM
                   AND WS-UNL-DATE (WS-UNL-SCAN) = WS-AUD-YMD
                   MOVE "Y" TO WS-MATCHED
               END-IF
           END-PERFORM

           IF WS-MATCHED = "Y"
               ADD 1 TO WS-UNLOCK-COUNT
               MOVE SPACES TO WS-EXC-REASON
               STRING "UNLOCKED, THEN " DELIMITED BY SIZE
                   AUD-ACTION DELIMITED BY SPACE
                   " SAME DAY" DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.

      *-----------------------------------------------------------
      *  LOAN-DISB is audited against the new loan account; its
      *  owners come from INFO and are matched against the
      *  customer records changed on the day of the loan. When the
      *  lending operator made the change it says so, otherwise
      *  the line names who did.
      *-----------------------------------------------------------
       CHECK-LOAN-CUSTOMER.
           MOVE AUD-ACC-NUM TO ACC-NUM
           READ INFO
               INVALID KEY
                   MOVE 0 TO WS-LOAN-CUST
                   MOVE 0 TO WS-LOAN-JOINT
               NOT INVALID KEY
                   MOVE ACCT-CUST-ID TO WS-LOAN-CUST
                   MOVE ACCT-JOINT-ID TO WS-LOAN-JOINT
           END-READ

           MOVE "N" TO WS-MATCHED
           MOVE "N" TO WS-SAME-OPER
           PERFORM VARYING WS-CUP-SCAN FROM 1 BY 1
               UNTIL WS-CUP-SCAN > WS-CUP-COUNT
               IF WS-CUP-DATE (WS-CUP-SCAN) = WS-AUD-YMD
                   AND ((WS-LOAN-CUST NOT = 0
                   AND WS-CUP-CUST (WS-CUP-SCAN) = WS-LOAN-CUST)
                   OR (WS-LOAN-JOINT NOT = 0
                   AND WS-CUP-CUST (WS-CUP-SCAN) = WS-LOAN-JOINT))
                   MOVE "Y" TO WS-MATCHED
                   MOVE WS-CUP-OPER (WS-CUP-SCAN) TO WS-CHANGED-BY
                   IF WS-CUP-OPER (WS-CUP-SCAN) = AUD-OPER-ID
                       MOVE "Y" TO WS-SAME-OPER
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MATCHED = "Y"
               ADD 1 TO WS-LOAN-COUNT
               IF WS-SAME-OPER = "Y"
                   MOVE "LOAN TO CUSTOMER SAME OPERATOR CHANGED"
                       TO WS-EXC-REASON
               ELSE
                   MOVE WS-CHANGED-BY TO WS-OPER-ED
                   MOVE SPACES TO WS-EXC-REASON
                   STRING "LOAN TO CUSTOMER CHANGED BY OPER "
                       WS-OPER-ED
                       DELIMITED BY SIZE INTO WS-EXC-REASON
               END-IF
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           IF WS-OPS-IDX > 0
               ADD 1 TO WS-OPS-EXCEPTIONS (WS-OPS-IDX)
           END-IF

           MOVE AUD-DATE TO WS-EXC-DATE
           MOVE SPACES TO WS-EXC-TIME
           IF AUD-TIME(1:6) IS NUMERIC
               STRING AUD-TIME(1:2) ":" AUD-TIME(3:2) ":"
                   AUD-TIME(5:2)
                   DELIMITED BY SIZE INTO WS-EXC-TIME
           ELSE
               MOVE AUD-TIME TO WS-EXC-TIME
           END-IF
           MOVE AUD-OPER-ID TO WS-EXC-OPER
           MOVE AUD-ACC-NUM TO WS-EXC-ACC

           IF WS-EXL-COUNT < WS-EXL-MAX
               ADD 1 TO WS-EXL-COUNT
               MOVE SPACES TO WS-EXL-LINE (WS-EXL-COUNT)
               STRING WS-EXC-DATE "  " WS-EXC-TIME "  " WS-EXC-OPER
                   " " WS-CUR-NAME " " AUD-ACTION " " WS-EXC-ACC
                   "  " WS-EXC-REASON
                   DELIMITED BY SIZE INTO WS-EXL-LINE (WS-EXL-COUNT)
           ELSE
               ADD 1 TO WS-EXL-DROPPED
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SRPT-LINE
           STRING "AEDESYL BANK - STAFF ACTIVITY REPORT "
               FormattedDate
               DELIMITED BY SIZE INTO SRPT-LINE
           WRITE SRPT-RECORD
           PERFORM WRITE-SELECTION-LINE.

       WRITE-SELECTION-LINE.
           MOVE SPACES TO SRPT-LINE
           IF WS-DAILY-RUN = "Y"
               IF WS-LOG-LINES = WS-MARK
                   STRING "NO NEW AUDIT LINES SINCE LAST RUN"
                       "   OPERATOR " WS-SEL-OPER-TXT
                       DELIMITED BY SIZE INTO SRPT-LINE
               ELSE
                   STRING "NEW AUDIT LINES " WS-FIRST-ED " TO "
                       WS-LAST-ED " DATED " WS-FROM-FMT " TO "
                       WS-TO-FMT "   OPERATOR " WS-SEL-OPER-TXT
                       DELIMITED BY SIZE INTO SRPT-LINE
               END-IF
           ELSE
               STRING "PERIOD " WS-FROM-FMT " TO " WS-TO-FMT
                   "   OPERATOR " WS-SEL-OPER-TXT
                   DELIMITED BY SIZE INTO SRPT-LINE
           END-IF
           WRITE SRPT-RECORD
           IF WS-LOG-RESET = "Y"
               MOVE SPACES TO SRPT-LINE
               STRING "*** AUDIT LOG SHORTER THAN LAST RUN'S MARK"
                   " - WHOLE LOG REPORTED ***"
                   DELIMITED BY SIZE INTO SRPT-LINE
               WRITE SRPT-RECORD
           END-IF.

      *-----------------------------------------------------------
      *  Operators are listed in OPERATOR key order, each followed
      *  by how often they took each action; operator 0 and any
      *  ID no longer on OPERATOR come last, in the order first
      *  met on the log.
      *-----------------------------------------------------------
       WRITE-OPERATOR-SUMMARY.
           MOVE SPACES TO SRPT-LINE
           WRITE SRPT-RECORD
           MOVE SPACES TO SRPT-LINE
           STRING "ACTIVITY BY OPERATOR"
               DELIMITED BY SIZE INTO SRPT-LINE
           WRITE SRPT-RECORD
           MOVE SPACES TO SRPT-LINE
           STRING "OPER NAME                 ROLE        STATUS "
               "ACTIONS EXCEPTIONS"
               DELIMITED BY SIZE INTO SRPT-LINE
           WRITE SRPT-RECORD

           MOVE 'N' TO WS-OPER-EOF
           MOVE 0 TO OPER-ID
           START OPERATOR KEY >= OPER-ID
               INVALID KEY MOVE 'Y' TO WS-OPER-EOF
           END-START
           PERFORM UNTIL WS-OPER-EOF = 'Y'
               READ OPERATOR NEXT RECORD
                   AT END MOVE 'Y' TO WS-OPER-EOF
                   NOT AT END
                       PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
                           UNTIL WS-OPS-IDX > WS-OPS-COUNT
                           IF WS-OPS-ID (WS-OPS-IDX) = OPER-ID
                               PERFORM PRINT-OPERATOR-ENTRY
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
               UNTIL WS-OPS-IDX > WS-OPS-COUNT
               IF WS-OPS-PRINTED (WS-OPS-IDX) = "N"
                   PERFORM PRINT-OPERATOR-ENTRY
               END-IF
           END-PERFORM

           IF WS-OPS-COUNT = 0
               MOVE SPACES TO SRPT-LINE
               STRING "NO AUDITED ACTIVITY IN THE PERIOD"
                   DELIMITED BY SIZE INTO SRPT-LINE
               WRITE SRPT-RECORD
           END-IF

           IF WS-OPS-DROPPED > 0
               MOVE WS-OPS-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO SRPT-LINE
               STRING "*** OPERATOR TABLE FULL - " WS-COUNT-ED
                   " AUDIT LINES NOT SUMMARISED ***"
                   DELIMITED BY SIZE INTO SRPT-LINE
               WRITE SRPT-RECORD
           END-IF
           IF WS-ACT-DROPPED > 0
               MOVE WS-ACT-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO SRPT-LINE
               STRING "*** ACTION TABLE FULL - " WS-COUNT-ED
                   " AUDIT LINES NOT COUNTED BY ACTION ***"
                   DELIMITED BY SIZE INTO SRPT-LINE
               WRITE SRPT-RECORD
           END-IF.

       PRINT-OPERATOR-ENTRY.
           EVALUATE WS-OPS-ROLE (WS-OPS-IDX)
               WHEN "S"
                   MOVE "SUPERVISOR" TO WS-ROLE-TXT
               WHEN "T"
                   MOVE "TELLER" TO WS-ROLE-TXT
               WHEN OTHER
                   MOVE SPACES TO WS-ROLE-TXT
           END-EVALUATE
           MOVE WS-OPS-ID (WS-OPS-IDX) TO WS-OPER-ED
           MOVE SPACES TO SRPT-LINE
           MOVE WS-OPS-ACTIONS (WS-OPS-IDX) TO WS-COUNT-ED
           STRING WS-OPER-ED " " WS-OPS-NAME (WS-OPS-IDX)
               " " WS-ROLE-TXT "  " WS-OPS-STATUS (WS-OPS-IDX)
               " " WS-COUNT-ED
               DELIMITED BY SIZE INTO SRPT-LINE
           MOVE WS-OPS-EXCEPTIONS (WS-OPS-IDX) TO WS-COUNT-ED
           MOVE WS-COUNT-ED TO SRPT-LINE(57:7)
           WRITE SRPT-RECORD

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-OPER (WS-ACT-IDX) = WS-OPS-ID (WS-OPS-IDX)
                   MOVE WS-ACT-TIMES (WS-ACT-IDX) TO WS-COUNT-ED
                   MOVE SPACES TO SRPT-LINE
                   STRING "          " WS-ACT-NAME (WS-ACT-IDX)
                       " " WS-COUNT-ED
                       DELIMITED BY SIZE INTO SRPT-LINE
                   WRITE SRPT-RECORD
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-OPS-PRINTED (WS-OPS-IDX).

      *-----------------------------------------------------------
      *  The exceptions section carries its own title and period
      *  so it can be torn off and handed to internal audit as it
      *  stands. A full table is never truncated silently: the
      *  overflow is counted here and the section is marked
      *  incomplete.
      *-----------------------------------------------------------
       WRITE-EXCEPTION-SECTION.
           MOVE SPACES TO SRPT-LINE
           WRITE SRPT-RECORD
           MOVE SPACES TO SRPT-LINE
           STRING "AEDESYL BANK - STAFF ACTIVITY EXCEPTIONS "
               FormattedDate
               DELIMITED BY SIZE INTO SRPT-LINE
           WRITE SRPT-RECORD
           PERFORM WRITE-SELECTION-LINE
           MOVE SPACES TO SRPT-LINE
           STRING "DATE        TIME      OPER NAME                 "
               "ACTION         ACCT  EXCEPTION"
               DELIMITED BY SIZE INTO SRPT-LINE
           WRITE SRPT-RECORD

           PERFORM VARYING WS-EXL-IDX FROM 1 BY 1
               UNTIL WS-EXL-IDX > WS-EXL-COUNT
               MOVE WS-EXL-LINE (WS-EXL-IDX) TO SRPT-LINE
               WRITE SRPT-RECORD
           END-PERFORM

           IF WS-EXL-DROPPED > 0
               MOVE WS-EXL-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO SRPT-LINE
               STRING "*** EXCEPTION TABLE FULL - " WS-COUNT-ED
                   " EXCEPTIONS NOT LISTED ***"
                   DELIMITED BY SIZE INTO SRPT-LINE
               WRITE SRPT-RECORD
           END-IF
           IF WS-UNL-DROPPED > 0
               MOVE WS-UNL-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO SRPT-LINE
               STRING "*** UNLOCK TABLE FULL - " WS-COUNT-ED
                   " UNLOCKS NOT FOLLOWED UP ***"
                   DELIMITED BY SIZE INTO SRPT-LINE
               WRITE SRPT-RECORD
           END-IF
           IF WS-CUP-DROPPED > 0
               MOVE WS-CUP-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO SRPT-LINE
               STRING "*** CUSTOMER CHANGE TABLE FULL - " WS-COUNT-ED
                   " CHANGES NOT MATCHED TO LOANS ***"
                   DELIMITED BY SIZE INTO SRPT-LINE
               WRITE SRPT-RECORD
           END-IF

           MOVE WS-EXC-COUNT TO WS-COUNT-ED
           MOVE SPACES TO SRPT-LINE
           IF WS-EXC-COUNT = 0 AND WS-UNL-DROPPED = 0
               AND WS-CUP-DROPPED = 0
               STRING "EXCEPTIONS: " WS-COUNT-ED
                   "  - NOTHING TO REPORT"
                   DELIMITED BY SIZE INTO SRPT-LINE
           ELSE
               STRING "EXCEPTIONS: " WS-COUNT-ED
                   DELIMITED BY SIZE INTO SRPT-LINE
           END-IF
           WRITE SRPT-RECORD.

      *>  Only the nightly run (every operator, lines since the last
      *>  run) stamps run control; RUN-COUNT carries the exceptions
      *>  so NIGHTRUN's operations log shows them, and the mark in
      *>  RUN-CHECKPOINT moves on past the lines just reported. A
      *>  re-run the same night finds no new lines.
       RECORD-RUN-CONTROL.
           MOVE "STAFFRPT" TO RUN-JOB-NAME
           MOVE "Y" TO WS-RUN-EXISTS
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-RUN-EXISTS
           END-READ

           MOVE "STAFFRPT" TO RUN-JOB-NAME
           MOVE WS-TODAY TO RUN-LAST-DATE
           MOVE "COMPLETE" TO RUN-STATUS
           MOVE WS-LOG-LINES TO RUN-CHECKPOINT
           COMPUTE RUN-COUNT = WS-EXC-COUNT + WS-UNL-DROPPED
               + WS-CUP-DROPPED
           MOVE 0 TO RUN-TOTAL

           IF WS-RUN-EXISTS = "N"
               WRITE RUN-CONTROL-RECORD
           ELSE
               REWRITE RUN-CONTROL-RECORD
           END-IF.

      *-----------------------------------------------------------
      *  Monday to Friday are business days and Saturday and
      *  Sunday are not, unless the CALENDAR says otherwise for
      *  that date: "H" closes a weekday, "B" opens a weekend day.
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

      *-----------------------------------------------------------
      *  The job works on the bank's business date from RUNCTL,
      *  which NIGHTRUN rolls on only after a clean night, so a run
      *  that starts after midnight still reports and checks run
      *  control for the day being closed. BDT-PREV-DATE, the day
      *  last closed, is where an on-demand period starts from.
      *  Until NIGHTRUN has set the date up, the calendar date
      *  stands in.
      *-----------------------------------------------------------
       GET-BUSINESS-DATE.
           MOVE "BUSDATE" TO BDT-JOB-NAME
           READ RUNCTL
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BDT-BUS-DATE
                   MOVE 0 TO BDT-PREV-DATE
           END-READ
           MOVE BDT-BUS-DATE TO WS-TODAY
           MOVE BDT-PREV-DATE TO WS-LAST-CLOSED.

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
