       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANDMNT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MANDSEL.
           COPY INFOSEL.
           COPY OPERSEL.
           COPY AUDSEL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD MANDATE.
           COPY MANDREC.
       FD INFO.
           COPY INFOREC.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-CHOICE PIC 9.
       01  WS-FOUND PIC X.
       01  WS-EOF PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-TRIES PIC 9 VALUE 3.
       01  WS-ENTRY-ID PIC 9(4).
       01  WS-ENTRY-PIN PIC 9(4).
       01  WS-SIGNED-OPER PIC 9(4).
       01  WS-SIGNED-OK PIC X.
       01  WS-AUD-ACTION PIC X(12).
       01  WS-TODAY PIC 9(8).
       01  WS-MAND-ACC PIC 9(5).
       01  WS-MAND-BANK PIC X(8).
       01  WS-MAND-REF PIC X(16).
       01  WS-NEW-MAX PIC 9(7)V99.
       01  WS-MAX-ED PIC Z(6)9.99.
       01  WS-LAST-ED PIC Z(6)9.99.
       01  WS-LIST-COUNT PIC 9(3).
       01  WS-CHANGE-COUNT PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT-ED PIC Z(4)9.
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

           OPEN I-O MANDATE
           OPEN INPUT INFO
           OPEN I-O OPERATOR
           OPEN EXTEND AUDITLOG

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY "=========================================".
           DISPLAY "         DIRECT-DEBIT MANDATES".
           DISPLAY "=========================================".
           DISPLAY " ".

      *>     Taking a customer's mandate form or their instruction
      *>     to stop or cancel one is ordinary counter work, so any
      *>     ACTIVE operator may sign on, as in CUSTMNT, and every
      *>     change is written to the audit log under their ID.
           MOVE "N" TO WS-SIGNED-OK
           PERFORM TELLER-SIGNON
               UNTIL WS-SIGNED-OK = "Y" OR WS-TRIES = 0
           IF WS-SIGNED-OK NOT = "Y"
               DISPLAY "TOO MANY ATTEMPTS. EXITING."
               CLOSE MANDATE
               CLOSE INFO
               CLOSE OPERATOR
               CLOSE AUDITLOG
               STOP RUN
           END-IF

           MOVE 0 TO WS-CHOICE
           PERFORM MENU-PROCEDURE UNTIL WS-CHOICE = 9

           CLOSE MANDATE
           CLOSE INFO
           CLOSE OPERATOR
           CLOSE AUDITLOG

           MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "MANDATES CHANGED.......: " WS-CHANGE-COUNT-ED.
           DISPLAY "-----------------------------------------".

           STOP RUN.

       TELLER-SIGNON.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           DISPLAY "ENTER OPERATOR PIN: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PIN

           MOVE "Y" TO WS-FOUND
           MOVE WS-ENTRY-ID TO OPER-ID
           READ OPERATOR
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "N"
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
                   IF OPER-FAIL-CTR NOT = 0
                       MOVE 0 TO OPER-FAIL-CTR
                       REWRITE OPERATOR-RECORD
                   END-IF
                   MOVE OPER-ID TO WS-SIGNED-OPER
                   MOVE "Y" TO WS-SIGNED-OK
               END-IF
               END-IF
           END-IF.

       MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "1 - LIST ACCOUNT MANDATES".
           DISPLAY "2 - REGISTER MANDATE".
           DISPLAY "3 - CHANGE MAXIMUM".
           DISPLAY "4 - STOP NEXT COLLECTION".
           DISPLAY "5 - CANCEL MANDATE".
           DISPLAY "6 - REINSTATE MANDATE".
           DISPLAY "9 - EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN 1 PERFORM LIST-MANDATES
               WHEN 2 PERFORM ADD-MANDATE
               WHEN 3 PERFORM CHANGE-MAXIMUM
               WHEN 4 PERFORM STOP-MANDATE
               WHEN 5 PERFORM CANCEL-MANDATE
               WHEN 6 PERFORM REINSTATE-MANDATE
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY "INVALID CHOICE."
           END-EVALUATE.

      *>  Every mandate the account has given, whatever its
      *>  status, positioned on the account part of the key.
       LIST-MANDATES.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-MAND-ACC

           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF
           MOVE WS-MAND-ACC TO MAND-ACC-NUM
           MOVE LOW-VALUES TO MAND-BANK
           MOVE LOW-VALUES TO MAND-REF
           START MANDATE KEY IS >= MAND-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ MANDATE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF MAND-ACC-NUM NOT = WS-MAND-ACC
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM SHOW-MANDATE
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LIST-COUNT = 0
               DISPLAY "NO MANDATES ON THIS ACCOUNT."
           END-IF.

       SHOW-MANDATE.
           MOVE MAND-MAX-AMT TO WS-MAX-ED
           MOVE MAND-LAST-AMT TO WS-LAST-ED
           DISPLAY MAND-BANK " " MAND-REF "  " MAND-STATUS
               "  MAX " WS-MAX-ED
           DISPLAY "    REGISTERED " MAND-SET-DATE
               "  CHANGED " MAND-CHG-DATE
           DISPLAY "    LAST PAID  " MAND-LAST-DATE
               "  AMOUNT " WS-LAST-ED.

      *>  A mandate can only be taken on an open account that can
      *>  be debited -- never the control record (ACC-NUM 0), and
      *>  never a term deposit, which DDPRES returns regardless.
       ADD-MANDATE.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-MAND-ACC

           MOVE "Y" TO WS-FOUND
           IF WS-MAND-ACC = 0
               MOVE "N" TO WS-FOUND
           ELSE
               MOVE WS-MAND-ACC TO ACC-NUM
               READ INFO
                   INVALID KEY MOVE "N" TO WS-FOUND
               END-READ
           END-IF

           IF WS-FOUND = "N"
               DISPLAY "ACCOUNT NOT ON FILE."
           ELSE
           IF ACCT-STATUS = "CLOSED"
               DISPLAY "ACCOUNT IS CLOSED."
           ELSE
           IF ACCT-TYPE = "T" OR ACCT-TYPE = "L"
               DISPLAY "DIRECT DEBITS CANNOT BE TAKEN FROM THIS"
                   " ACCOUNT TYPE."
           ELSE
               DISPLAY "ACCOUNT................: " ACC-NUM
                   "  " USER_NAME
               PERFORM ENTER-MANDATE-KEY
               IF WS-MAND-BANK = SPACES OR WS-MAND-REF = SPACES
                   DISPLAY "BANK AND REFERENCE ARE BOTH REQUIRED."
               ELSE
                   PERFORM READ-ONE-MANDATE
                   IF WS-FOUND = "Y"
                       DISPLAY "MANDATE ALREADY REGISTERED - STATUS "
                           MAND-STATUS
                   ELSE
                       PERFORM SAVE-NEW-MANDATE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       SAVE-NEW-MANDATE.
           DISPLAY "MAXIMUM PER COLLECTION (0 = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-MAX

           MOVE WS-MAND-ACC TO MAND-ACC-NUM
           MOVE WS-MAND-BANK TO MAND-BANK
           MOVE WS-MAND-REF TO MAND-REF
           MOVE WS-NEW-MAX TO MAND-MAX-AMT
           MOVE "ACTIVE" TO MAND-STATUS
           MOVE WS-TODAY TO MAND-SET-DATE
           MOVE WS-TODAY TO MAND-CHG-DATE
           MOVE 0 TO MAND-LAST-DATE
           MOVE 0 TO MAND-LAST-AMT
           WRITE MANDATE-RECORD
               INVALID KEY DISPLAY "MANDATE NOT SAVED."
               NOT INVALID KEY
                   MOVE "MAND-ADD" TO WS-AUD-ACTION
                   PERFORM WRITE-AUDIT
                   DISPLAY "MANDATE REGISTERED."
           END-WRITE.

       CHANGE-MAXIMUM.
           PERFORM FIND-MANDATE
           IF WS-FOUND = "Y"
               IF MAND-STATUS = "CANCEL"
                   DISPLAY "MANDATE IS CANCELLED."
               ELSE
                   DISPLAY "NEW MAXIMUM (0 = NONE): " WITH NO ADVANCING
                   ACCEPT WS-NEW-MAX
                   MOVE WS-NEW-MAX TO MAND-MAX-AMT
                   MOVE "MAND-MAX" TO WS-AUD-ACTION
                   PERFORM CONFIRM-AND-SAVE
               END-IF
           END-IF.

      *>  A stop holds back the next collection only; DDPRES puts
      *>  the mandate back to ACTIVE once it has returned one.
       STOP-MANDATE.
           PERFORM FIND-MANDATE
           IF WS-FOUND = "Y"
               IF MAND-STATUS NOT = "ACTIVE"
                   DISPLAY "ONLY AN ACTIVE MANDATE CAN BE STOPPED."
               ELSE
                   MOVE "STOPPD" TO MAND-STATUS
                   MOVE "MAND-STOP" TO WS-AUD-ACTION
                   PERFORM CONFIRM-AND-SAVE
               END-IF
           END-IF.

       CANCEL-MANDATE.
           PERFORM FIND-MANDATE
           IF WS-FOUND = "Y"
               IF MAND-STATUS = "CANCEL"
                   DISPLAY "MANDATE IS ALREADY CANCELLED."
               ELSE
                   MOVE "CANCEL" TO MAND-STATUS
                   MOVE "MAND-CANCEL" TO WS-AUD-ACTION
                   PERFORM CONFIRM-AND-SAVE
               END-IF
           END-IF.

      *>  Undoes a stop, or a cancel the customer asks to have
      *>  lifted, without registering the mandate again -- the
      *>  original registration date and payment history stay.
       REINSTATE-MANDATE.
           PERFORM FIND-MANDATE
           IF WS-FOUND = "Y"
               IF MAND-STATUS = "ACTIVE"
                   DISPLAY "MANDATE IS ALREADY ACTIVE."
               ELSE
                   MOVE "ACTIVE" TO MAND-STATUS
                   MOVE "MAND-RESUME" TO WS-AUD-ACTION
                   PERFORM CONFIRM-AND-SAVE
               END-IF
           END-IF.

       FIND-MANDATE.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-MAND-ACC
           PERFORM ENTER-MANDATE-KEY
           PERFORM READ-ONE-MANDATE
           IF WS-FOUND = "N"
               DISPLAY "MANDATE NOT ON FILE."
           ELSE
               PERFORM SHOW-MANDATE
           END-IF.

       ENTER-MANDATE-KEY.
           DISPLAY "ENTER CREDITOR BANK CODE: " WITH NO ADVANCING
           ACCEPT WS-MAND-BANK
           DISPLAY "ENTER MANDATE REFERENCE: " WITH NO ADVANCING
           ACCEPT WS-MAND-REF.

       READ-ONE-MANDATE.
           MOVE "Y" TO WS-FOUND
           MOVE WS-MAND-ACC TO MAND-ACC-NUM
           MOVE WS-MAND-BANK TO MAND-BANK
           MOVE WS-MAND-REF TO MAND-REF
           READ MANDATE
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ.

       CONFIRM-AND-SAVE.
           DISPLAY "CONFIRM CHANGE? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM = "Y"
               MOVE WS-TODAY TO MAND-CHG-DATE
               REWRITE MANDATE-RECORD
                   INVALID KEY DISPLAY "MANDATE NOT UPDATED."
                   NOT INVALID KEY
                       PERFORM WRITE-AUDIT
                       DISPLAY "MANDATE UPDATED."
               END-REWRITE
           ELSE
               DISPLAY "MANDATE NOT CHANGED."
           END-IF.

       WRITE-AUDIT.
           PERFORM GET-TIME-DATE
           MOVE WS-SIGNED-OPER TO AUD-OPER-ID
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-MAND-ACC TO AUD-ACC-NUM
           MOVE FormattedDate TO AUD-DATE
           MOVE CURRENT-TIME TO AUD-TIME
           WRITE AUDIT-RECORD
           ADD 1 TO WS-CHANGE-COUNT.

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
