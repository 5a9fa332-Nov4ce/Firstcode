       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALMNT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CALSEL.
           COPY RUNSEL.
           COPY OPERSEL.
           COPY AUDSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CALENDAR.
           COPY CALREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-CHOICE PIC 9.
       01  WS-FOUND PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-OVERRIDE PIC X.
       01  WS-OPER-FOUND PIC X.
       01  WS-TRIES PIC 9 VALUE 3.
       01  WS-ENTRY-ID PIC 9(4).
       01  WS-ENTRY-PIN PIC 9(4).
       01  WS-SIGNED-OPER PIC 9(4).
       01  WS-AUD-ACTION PIC X(12).
       01  WS-BUS-DATE PIC 9(8).
       01  WS-ENTRY-DATE PIC 9(8).
       01  WS-ENTRY-DESC PIC X(20).
       01  WS-LIST-MONTH PIC 9(6).
       01  WS-LIST-COUNT PIC 9(3).
       01  WS-CHANGE-COUNT PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT-ED PIC Z(4)9.
       01  WS-TYPE-TEXT PIC X(12).
       01  WS-CAL-DATE PIC 9(8).
       01  WS-CAL-INTEGER PIC S9(9).
       01  WS-CAL-DOW PIC 9.
       01  WS-BUS-DAY PIC X.
       01  WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
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

           DISPLAY "=========================================".
           DISPLAY "         PROCESSING CALENDAR".
           DISPLAY "=========================================".
           DISPLAY " ".

      *>     The calendar decides which nights post, when payments
      *>     and loan installments fall due and when deposit holds
      *>     lift, so only a supervisor may change it and every
      *>     change is written to the audit log, the same gate
      *>     ODLIMIT puts in front of an overdraft.
           OPEN I-O OPERATOR
           MOVE "N" TO WS-OVERRIDE
           PERFORM OVERRIDE-SIGNON
               UNTIL WS-OVERRIDE = "Y" OR WS-TRIES = 0
           CLOSE OPERATOR

           IF WS-OVERRIDE NOT = "Y"
               DISPLAY "TOO MANY ATTEMPTS. EXITING."
               STOP RUN
           END-IF

           OPEN I-O CALENDAR
           OPEN INPUT RUNCTL
           OPEN EXTEND AUDITLOG

           MOVE 0 TO WS-CHOICE
           PERFORM MENU-PROCEDURE UNTIL WS-CHOICE = 9

           CLOSE CALENDAR
           CLOSE RUNCTL
           CLOSE AUDITLOG

           MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "CALENDAR DAYS CHANGED..: " WS-CHANGE-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

       MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "1 - LIST A MONTH".
           DISPLAY "2 - ADD BANK HOLIDAY".
           DISPLAY "3 - OPEN A WEEKEND DAY".
           DISPLAY "4 - REMOVE CALENDAR ENTRY".
           DISPLAY "5 - SHOW BUSINESS DATE".
           DISPLAY "9 - EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM LIST-MONTH
               WHEN 2 PERFORM ADD-HOLIDAY
               WHEN 3 PERFORM OPEN-WEEKEND-DAY
               WHEN 4 PERFORM REMOVE-ENTRY
               WHEN 5 PERFORM SHOW-BUSINESS-DATE
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE."
           END-EVALUATE.

      *>  Every day of the month that is not an ordinary weekday,
      *>  so a holiday the supervisor forgot shows up as a gap.
       LIST-MONTH.
           DISPLAY "ENTER MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-LIST-MONTH

           COMPUTE WS-CAL-DATE = WS-LIST-MONTH * 100 + 1
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE) NOT = 0
               DISPLAY "INVALID MONTH."
           ELSE
               MOVE 0 TO WS-LIST-COUNT
               DISPLAY "DATE     DAY TYPE         DESCRIPTION"
               PERFORM UNTIL WS-CAL-DATE(1:6) NOT = WS-LIST-MONTH
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-BUS-DAY = "N" OR WS-CAL-DOW > 4
                       PERFORM SHOW-DAY
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
                   COMPUTE WS-CAL-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1
                   COMPUTE WS-CAL-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CAL-INTEGER)
               END-PERFORM
               IF WS-LIST-COUNT = 0
                   DISPLAY "NO CLOSED OR SPECIAL DAYS THIS MONTH."
               END-IF
           END-IF.

      *>  A closed weekday can only be a holiday and an open
      *>  weekend day only an opened one, so both carry the
      *>  description CHECK-BUSINESS-DAY has just read.
       SHOW-DAY.
           IF WS-CAL-DOW < 5
               MOVE "HOLIDAY" TO WS-TYPE-TEXT
           ELSE
           IF WS-BUS-DAY = "Y"
               MOVE "OPEN" TO WS-TYPE-TEXT
           ELSE
               MOVE "WEEKEND" TO WS-TYPE-TEXT
               MOVE SPACES TO CAL-DESC
           END-IF
           END-IF
           DISPLAY WS-CAL-DATE " " WS-DAY-NAME (WS-CAL-DOW + 1)
               " " WS-TYPE-TEXT " " CAL-DESC.

      *-----------------------------------------------------------
      *  A holiday shuts an ordinary weekday; a weekend is closed
      *  already and needs no entry. Only days after the current
      *  business date can be changed: the day being processed and
      *  the days behind it have already been posted and rolled on
      *  the calendar as it stood.
      *-----------------------------------------------------------
       ADD-HOLIDAY.
           PERFORM ENTER-CALENDAR-DATE
           IF WS-FOUND = "Y"
               IF WS-CAL-DOW > 4
                   DISPLAY "DATE IS A WEEKEND DAY - ALREADY CLOSED."
               ELSE
               IF WS-BUS-DAY = "N"
                   DISPLAY "DATE IS ALREADY A HOLIDAY."
               ELSE
                   MOVE "H" TO CAL-DAY-TYPE
                   MOVE "CAL-HOLIDAY" TO WS-AUD-ACTION
                   PERFORM STORE-CALENDAR-ENTRY
               END-IF
               END-IF
           END-IF.

      *>  Opening a Saturday or Sunday makes it a business day:
      *>  NIGHTRUN will stop on it and items due roll onto it.
       OPEN-WEEKEND-DAY.
           PERFORM ENTER-CALENDAR-DATE
           IF WS-FOUND = "Y"
               IF WS-CAL-DOW < 5
                   DISPLAY "DATE IS A WEEKDAY - USE REMOVE TO REOPEN"
                       " A HOLIDAY."
               ELSE
               IF WS-BUS-DAY = "Y"
                   DISPLAY "DATE IS ALREADY OPEN."
               ELSE
                   MOVE "B" TO CAL-DAY-TYPE
                   MOVE "CAL-OPEN" TO WS-AUD-ACTION
                   PERFORM STORE-CALENDAR-ENTRY
               END-IF
               END-IF
           END-IF.

       REMOVE-ENTRY.
           PERFORM ENTER-CALENDAR-DATE
           IF WS-FOUND = "Y"
               MOVE WS-ENTRY-DATE TO CAL-DATE
               READ CALENDAR
                   INVALID KEY MOVE "N" TO WS-FOUND
               END-READ
               IF WS-FOUND = "N"
                   DISPLAY "NO CALENDAR ENTRY FOR THAT DATE."
               ELSE
                   DISPLAY "REMOVE " CAL-DATE " " CAL-DESC
                       "? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y"
                       DELETE CALENDAR
                           INVALID KEY
                               DISPLAY "ENTRY NOT REMOVED."
                           NOT INVALID KEY
                               MOVE "CAL-REMOVE" TO WS-AUD-ACTION
                               PERFORM WRITE-AUDIT
                               ADD 1 TO WS-CHANGE-COUNT
                               DISPLAY "CALENDAR ENTRY REMOVED."
                       END-DELETE
                   ELSE
                       DISPLAY "CALENDAR NOT CHANGED."
                   END-IF
               END-IF
           END-IF.

       SHOW-BUSINESS-DATE.
           PERFORM READ-BUSINESS-DATE
           IF WS-FOUND = "N"
               DISPLAY "NO BUSINESS DATE YET - NIGHTRUN HAS NOT RUN."
           ELSE
               MOVE BDT-BUS-DATE TO WS-CAL-DATE
               PERFORM CHECK-BUSINESS-DAY
               DISPLAY "BUSINESS DATE..........: " BDT-BUS-DATE
                   " " WS-DAY-NAME (WS-CAL-DOW + 1)
               DISPLAY "LAST DAY CLOSED........: " BDT-PREV-DATE
               DISPLAY "ROLLED ON..............: " BDT-ROLL-DATE
                   " " BDT-ROLL-TIME(1:2) ":" BDT-ROLL-TIME(3:2)
           END-IF.

      *>  WS-FOUND comes back "Y" when the date keyed in is real
      *>  and later than the business date, with WS-CAL-DOW and
      *>  WS-BUS-DAY set for it.
       ENTER-CALENDAR-DATE.
           DISPLAY "ENTER DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATE

           PERFORM READ-BUSINESS-DATE
           IF WS-FOUND = "N"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           ELSE
               MOVE BDT-BUS-DATE TO WS-BUS-DATE
           END-IF

           MOVE "Y" TO WS-FOUND
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTRY-DATE) NOT = 0
               DISPLAY "INVALID DATE."
               MOVE "N" TO WS-FOUND
           ELSE
           IF WS-ENTRY-DATE NOT > WS-BUS-DATE
               DISPLAY "ONLY DATES AFTER THE BUSINESS DATE "
                   WS-BUS-DATE " MAY BE CHANGED."
               MOVE "N" TO WS-FOUND
           ELSE
               MOVE WS-ENTRY-DATE TO WS-CAL-DATE
               PERFORM CHECK-BUSINESS-DAY
           END-IF
           END-IF.

       STORE-CALENDAR-ENTRY.
           DISPLAY "ENTER DESCRIPTION: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-DESC

           MOVE WS-ENTRY-DATE TO CAL-DATE
           MOVE WS-ENTRY-DESC TO CAL-DESC
           WRITE CALENDAR-RECORD
               INVALID KEY REWRITE CALENDAR-RECORD
           END-WRITE

           PERFORM WRITE-AUDIT
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "CALENDAR UPDATED: " CAL-DATE " "
               WS-DAY-NAME (WS-CAL-DOW + 1) " " CAL-DESC.

       READ-BUSINESS-DATE.
           MOVE "Y" TO WS-FOUND
           MOVE "BUSDATE" TO BDT-JOB-NAME
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ.

       OVERRIDE-SIGNON.
           DISPLAY "SUPERVISOR SIGN-ON REQUIRED."
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           DISPLAY "ENTER OPERATOR PIN: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PIN

           MOVE "Y" TO WS-OPER-FOUND
           MOVE WS-ENTRY-ID TO OPER-ID
           READ OPERATOR
               INVALID KEY MOVE "N" TO WS-OPER-FOUND
           END-READ

           IF WS-OPER-FOUND = "N"
               DISPLAY "OPERATOR NOT ON FILE."
               SUBTRACT 1 FROM WS-TRIES
           ELSE
               IF OPER-STATUS NOT = "ACTIVE"
                   DISPLAY "OPERATOR ID IS LOCKED OR INACTIVE."
                   SUBTRACT 1 FROM WS-TRIES
               ELSE
               IF WS-ENTRY-PIN NOT = OPER-PIN
                   ADD 1 TO OPER-FAIL-CTR
                   IF OPER-FAIL-CTR >= 3
                       MOVE "LOCKED" TO OPER-STATUS
                   END-IF
                   REWRITE OPERATOR-RECORD
                   DISPLAY "INCORRECT OPERATOR PIN."
                   SUBTRACT 1 FROM WS-TRIES
               ELSE
               IF OPER-ROLE NOT = "S"
                   DISPLAY "SUPERVISOR AUTHORITY REQUIRED."
                   SUBTRACT 1 FROM WS-TRIES
               ELSE
                   IF OPER-FAIL-CTR NOT = 0
                       MOVE 0 TO OPER-FAIL-CTR
                       REWRITE OPERATOR-RECORD
                   END-IF
                   MOVE OPER-ID TO WS-SIGNED-OPER
                   MOVE "Y" TO WS-OVERRIDE
               END-IF
               END-IF
               END-IF
           END-IF.

      *>  A calendar day is not an account, so the audit line
      *>  carries account 0, as the batch override lines do.
       WRITE-AUDIT.
           PERFORM GET-TIME-DATE
           MOVE WS-SIGNED-OPER TO AUD-OPER-ID
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE 0 TO AUD-ACC-NUM
           MOVE FormattedDate TO AUD-DATE
           MOVE CURRENT-TIME TO AUD-TIME
           WRITE AUDIT-RECORD.

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

       GET-TIME-DATE.
           MOVE FUNCTION CURRENT-DATE TO CurrentDate.
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
