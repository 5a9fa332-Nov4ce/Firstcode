       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ODLIMIT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INFOSEL.
           COPY OPERSEL.
           COPY AUDSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD INFO.
           COPY INFOREC.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EXISTS PIC X.
       01  WS-ANOTHER PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-OD-ACC PIC 9(5).
       01  WS-NEW-LIMIT PIC 9(7)V99.
       01  WS-LIMIT-ED PIC Z(6)9.99.
       01  WS-BAL-ED PIC -(7)9.99.
       01  WS-SET-COUNT PIC 9(5) VALUE 0.
       01  WS-SET-COUNT-ED PIC Z(4)9.
       01  WS-OVERRIDE PIC X.
       01  WS-OPER-FOUND PIC X.
       01  WS-TRIES PIC 9 VALUE 3.
       01  WS-ENTRY-ID PIC 9(4).
       01  WS-ENTRY-PIN PIC 9(4).
       01  WS-SIGNED-OPER PIC 9(4).
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
           DISPLAY "         ARRANGED OVERDRAFT LIMITS".
           DISPLAY "=========================================".
           DISPLAY " ".

      *>     An overdraft is the bank lending money, so only a
      *>     supervisor may agree or change one, and every change is
      *>     written to the audit log, the same gate LOANDISB puts
      *>     in front of a disbursement.
           OPEN I-O OPERATOR
           MOVE "N" TO WS-OVERRIDE
           PERFORM OVERRIDE-SIGNON
               UNTIL WS-OVERRIDE = "Y" OR WS-TRIES = 0
           CLOSE OPERATOR

           IF WS-OVERRIDE NOT = "Y"
               DISPLAY "TOO MANY ATTEMPTS. EXITING."
               STOP RUN
           END-IF

           OPEN I-O INFO
           OPEN EXTEND AUDITLOG

           MOVE "Y" TO WS-ANOTHER
           PERFORM SET-ONE-LIMIT UNTIL WS-ANOTHER NOT = "Y"

           CLOSE INFO
           CLOSE AUDITLOG

           MOVE WS-SET-COUNT TO WS-SET-COUNT-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "LIMITS CHANGED.........: " WS-SET-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

      *-----------------------------------------------------------
      *  Only an open checking account ("C") can carry an
      *  arrangement. A limit of 0 withdraws the facility. A limit
      *  cut below what the account already owes is allowed -- the
      *  bank may call the lending in -- but the supervisor is
      *  warned, and the account shows on tonight's ODINT excess
      *  report until it is brought back inside.
      *-----------------------------------------------------------
       SET-ONE-LIMIT.
           DISPLAY " ".
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-OD-ACC

           IF WS-OD-ACC = 0
               DISPLAY "ACCOUNT 0 IS NOT ALLOWED."
               PERFORM ASK-ANOTHER
           ELSE
               MOVE "Y" TO WS-EXISTS
               MOVE WS-OD-ACC TO ACC-NUM
               READ INFO
                   INVALID KEY MOVE "N" TO WS-EXISTS
               END-READ
               IF WS-EXISTS = "N"
                   DISPLAY "ACCOUNT NOT ON FILE."
                   PERFORM ASK-ANOTHER
               ELSE
               IF ACCT-TYPE NOT = "C"
                   DISPLAY "OVERDRAFTS ARE FOR CHECKING ACCOUNTS ONLY."
                   PERFORM ASK-ANOTHER
               ELSE
               IF ACCT-STATUS = "CLOSED"
                   DISPLAY "ACCOUNT IS CLOSED."
                   PERFORM ASK-ANOTHER
               ELSE
                   PERFORM ENTER-NEW-LIMIT
               END-IF
               END-IF
               END-IF
           END-IF.

       ENTER-NEW-LIMIT.
           MOVE BALANCE TO WS-BAL-ED
           MOVE ACCT-OD-LIMIT TO WS-LIMIT-ED
           DISPLAY "ACCOUNT................: " ACC-NUM
               "  " USER_NAME
           DISPLAY "LEDGER BALANCE.........: " WS-BAL-ED
           MOVE ACCT-AVAIL-BAL TO WS-BAL-ED
           DISPLAY "AVAILABLE BALANCE......: " WS-BAL-ED
           DISPLAY "CURRENT OVERDRAFT LIMIT: " WS-LIMIT-ED
           DISPLAY "ENTER NEW LIMIT (0 REMOVES): " WITH NO ADVANCING
           ACCEPT WS-NEW-LIMIT

           IF ACCT-AVAIL-BAL + WS-NEW-LIMIT < 0
               DISPLAY "WARNING: ACCOUNT IS ALREADY OVERDRAWN BEYOND"
                   " THE NEW LIMIT."
           END-IF

           MOVE WS-NEW-LIMIT TO WS-LIMIT-ED
           DISPLAY "SET OVERDRAFT LIMIT TO " WS-LIMIT-ED
               "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM = "Y"
               MOVE WS-NEW-LIMIT TO ACCT-OD-LIMIT
               REWRITE INFO-RECORD
                   INVALID KEY DISPLAY "ACCOUNT NOT UPDATED."
                   NOT INVALID KEY
                       MOVE "OD-LIMIT" TO AUD-ACTION
                       PERFORM WRITE-AUDIT
                       ADD 1 TO WS-SET-COUNT
                       DISPLAY "OVERDRAFT LIMIT UPDATED."
               END-REWRITE
           ELSE
               DISPLAY "LIMIT NOT CHANGED."
           END-IF
           PERFORM ASK-ANOTHER.

       ASK-ANOTHER.
           DISPLAY "SET ANOTHER LIMIT? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ANOTHER.

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

       WRITE-AUDIT.
           PERFORM GET-TIME-DATE
           MOVE WS-SIGNED-OPER TO AUD-OPER-ID
           MOVE WS-OD-ACC TO AUD-ACC-NUM
           MOVE FormattedDate TO AUD-DATE
           MOVE CURRENT-TIME TO AUD-TIME
           WRITE AUDIT-RECORD.

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
