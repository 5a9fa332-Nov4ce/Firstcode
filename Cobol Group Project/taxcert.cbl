       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TAXCERT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CUSTSEL.
           COPY INFOSEL.
           COPY HISTSEL.
           COPY CERTSEL.
           COPY RUNSEL.
           COPY OPERSEL.
           COPY AUDSEL.
      *-----------------------------------------------------------
      *  The tax authority extract is dated into its physical name
      *  by tax year (TAXEXT.<YYYY>.txt) the same way EXTOUT dates
      *  its settlement cut, so each year's file stands on its own
      *  -- the SELECT ASSIGNs a run-time data name and cannot live
      *  in a shared copybook like the fixed-name files do.
      *-----------------------------------------------------------
           SELECT TAXEXT
           ASSIGN TO WS-TAXX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CUSTOMER.
           COPY CUSTREC.
       FD INFO.
           COPY INFOREC.
       FD TRANHIST.
           COPY HISTREC.
       FD CERTOUT.
           COPY CERTREC.
       FD RUNCTL.
           COPY RUNREC.
           COPY BDATCTL.
       FD OPERATOR.
           COPY OPERREC.
       FD AUDITLOG.
           COPY AUDREC.
       FD TAXEXT.
           COPY TAXXREC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-EOF PIC X VALUE 'N'.
       01  WS-HIST-EOF PIC X.
       01  WS-FOUND PIC X.
       01  WS-TAXX-FILENAME PIC X(44).
       01  WS-TAX-YEAR PIC 9(4).
       01  WS-TAX-YEAR-X PIC X(4).
       01  WS-ACC-N PIC 9(5).
       01  WS-IX PIC 9.
       01  WS-ACC-EARNED PIC 9(7)V99.
       01  WS-ACC-PAID PIC 9(7)V99.
       01  WS-HALF PIC 9(7)V99.
       01  WS-CUST-EARNED PIC 9(9)V99.
       01  WS-CUST-PAID PIC 9(9)V99.
       01  WS-GRAND-EARNED PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-PAID PIC 9(11)V99 VALUE 0.
       01  WS-CERT-COUNT PIC 9(7) VALUE 0.
       01  WS-NIL-COUNT PIC 9(7) VALUE 0.
       01  WS-COUNT-ED PIC Z(6)9.
       01  WS-AMT-ED PIC Z(6)9.99.
       01  WS-TOTAL-ED PIC Z(8)9.99.
       01  WS-GRAND-ED PIC Z(10)9.99.
      *>  This customer's share on each account they hold, worked
      *>  out before anything is printed so a customer with
      *>  nothing to declare gets no certificate.
       01  WS-CRT-TABLE.
           05 WS-CRT-ENT OCCURS 5 TIMES.
               10 WS-CRT-ACC PIC 9(5).
               10 WS-CRT-TYPE PIC X(1).
               10 WS-CRT-SHARE PIC X(5).
               10 WS-CRT-EARNED PIC 9(7)V99.
               10 WS-CRT-PAID PIC 9(7)V99.
       01  WS-CRT-COUNT PIC 9.
       01  WS-TODAY PIC 9(8).
       01  WS-RUN-EXISTS PIC X.
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

           OPEN INPUT CUSTOMER
           OPEN INPUT INFO
           OPEN INPUT TRANHIST
           OPEN I-O RUNCTL

           PERFORM GET-BUSINESS-DATE
           PERFORM GET-TIME-DATE

           DISPLAY "=========================================".
           DISPLAY "         YEAR-END INTEREST CERTIFICATES".
           DISPLAY "=========================================".
           DISPLAY " ".

           DISPLAY "TAX YEAR (YYYY, 0 = LAST YEAR): "
               WITH NO ADVANCING
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR = 0
               MOVE WS-TODAY(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF

      *>     A year still running has interest to come, and a
      *>     certificate for it would be wrong the day it posts.
           IF WS-TAX-YEAR NOT < WS-TODAY(1:4)
               DISPLAY "TAX YEAR " WS-TAX-YEAR " HAS NOT ENDED."
               DISPLAY "RUN CANCELLED."
               CLOSE CUSTOMER
               CLOSE INFO
               CLOSE TRANHIST
               CLOSE RUNCTL
               STOP RUN
           END-IF
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X

           PERFORM READ-RUN-CONTROL

           MOVE SPACES TO WS-TAXX-FILENAME
           STRING "C:\OPENCOBOL\TEXTFILE\TAXEXT." WS-TAX-YEAR ".txt"
               DELIMITED BY SIZE INTO WS-TAXX-FILENAME
           OPEN OUTPUT TAXEXT
           OPEN OUTPUT CERTOUT

           PERFORM UNTIL WS-EOF = 'Y'
               READ CUSTOMER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-CUSTOMER
               END-READ
           END-PERFORM

           PERFORM WRITE-EXTRACT-TRAILER

           MOVE "COMPLETE" TO RUN-STATUS
           MOVE WS-TODAY TO RUN-LAST-DATE
           MOVE WS-TAX-YEAR TO RUN-CHECKPOINT
           MOVE WS-CERT-COUNT TO RUN-COUNT
           MOVE WS-GRAND-EARNED TO RUN-TOTAL
           REWRITE RUN-CONTROL-RECORD

           CLOSE CUSTOMER
           CLOSE INFO
           CLOSE TRANHIST
           CLOSE CERTOUT
           CLOSE TAXEXT
           CLOSE RUNCTL

           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           MOVE WS-CERT-COUNT TO WS-COUNT-ED
           DISPLAY "CERTIFICATES PRINTED...: " WS-COUNT-ED.
           MOVE WS-NIL-COUNT TO WS-COUNT-ED
           DISPLAY "CUSTOMERS WITH NO INT..: " WS-COUNT-ED.
           MOVE WS-GRAND-EARNED TO WS-GRAND-ED
           DISPLAY "INTEREST EARNED........: " WS-GRAND-ED.
           MOVE WS-GRAND-PAID TO WS-GRAND-ED
           DISPLAY "INTEREST PAID..........: " WS-GRAND-ED.
           DISPLAY "EXTRACT WRITTEN TO " WS-TAXX-FILENAME.
           DISPLAY "-----------------------------------------".

           STOP RUN.

      *-----------------------------------------------------------
      *  The job posts nothing and rewrites both files whole, so
      *  there is no checkpoint to restart from: RUN-CHECKPOINT
      *  holds the tax year the last run certified instead. A
      *  COMPLETE run for the same tax year has already sent the
      *  customers their certificates and the authority its file,
      *  so a second one is refused unless a supervisor signs on
      *  to override (the override is written to the audit log),
      *  the same guard INTEREST keeps on its month. A run that
      *  died part way never released anything and simply runs
      *  again in full.
      *-----------------------------------------------------------
       READ-RUN-CONTROL.
           MOVE "TAXCERT" TO RUN-JOB-NAME
           MOVE "Y" TO WS-RUN-EXISTS
           READ RUNCTL
               INVALID KEY MOVE "N" TO WS-RUN-EXISTS
           END-READ

           IF WS-RUN-EXISTS = "N"
               MOVE "TAXCERT" TO RUN-JOB-NAME
               MOVE 0 TO RUN-LAST-DATE
               MOVE SPACES TO RUN-STATUS
               MOVE 0 TO RUN-CHECKPOINT
               MOVE 0 TO RUN-COUNT
               MOVE 0 TO RUN-TOTAL
               WRITE RUN-CONTROL-RECORD
           END-IF

           IF RUN-STATUS = "RUNNING"
               DISPLAY "PRIOR RUN DID NOT COMPLETE."
               DISPLAY "PRODUCING THE CERTIFICATES AGAIN IN FULL."
           ELSE
               IF RUN-STATUS = "COMPLETE"
                   AND RUN-CHECKPOINT = WS-TAX-YEAR
                   DISPLAY "CERTIFICATES FOR " WS-TAX-YEAR
                       " ALREADY PRODUCED ON " RUN-LAST-DATE
                   PERFORM SUPERVISOR-OVERRIDE
                   IF WS-OVERRIDE NOT = "Y"
                       DISPLAY "RUN CANCELLED."
                       CLOSE CUSTOMER
                       CLOSE INFO
                       CLOSE TRANHIST
                       CLOSE RUNCTL
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           MOVE "RUNNING" TO RUN-STATUS
           MOVE WS-TAX-YEAR TO RUN-CHECKPOINT
           REWRITE RUN-CONTROL-RECORD.

       SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE
           OPEN I-O OPERATOR
           OPEN EXTEND AUDITLOG

           PERFORM OVERRIDE-SIGNON
               UNTIL WS-OVERRIDE = "Y" OR WS-TRIES = 0

           IF WS-OVERRIDE = "Y"
               PERFORM GET-TIME-DATE
               MOVE WS-SIGNED-OPER TO AUD-OPER-ID
               MOVE "TAX-OVERRIDE" TO AUD-ACTION
               MOVE 0 TO AUD-ACC-NUM
               MOVE FormattedDate TO AUD-DATE
               MOVE CURRENT-TIME TO AUD-TIME
               WRITE AUDIT-RECORD
           END-IF

           CLOSE OPERATOR
           CLOSE AUDITLOG.

       OVERRIDE-SIGNON.
           DISPLAY "SUPERVISOR OVERRIDE REQUIRED."
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

      *>  CUST-ID = 0 is the CUSTOMER file's reserved control
      *>  record.
       PROCESS-CUSTOMER.
           IF CUST-ID NOT = 0
               MOVE 0 TO WS-CUST-EARNED
               MOVE 0 TO WS-CUST-PAID
               MOVE 0 TO WS-CRT-COUNT
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > CUST-NUM-ACCTS
                   PERFORM SHARE-ACCOUNT
               END-PERFORM

               IF WS-CUST-EARNED = 0 AND WS-CUST-PAID = 0
                   ADD 1 TO WS-NIL-COUNT
               ELSE
                   ADD 1 TO WS-CERT-COUNT
                   ADD WS-CUST-EARNED TO WS-GRAND-EARNED
                   ADD WS-CUST-PAID TO WS-GRAND-PAID
                   PERFORM PRINT-CERTIFICATE
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *  A joint account sits on both owners' CUST-ACC-NUM lists,
      *  so each owner meets it once and takes half: the co-owner
      *  (ACCT-JOINT-ID) takes the half rounded down to the cent
      *  and the primary owner the rest, so the two certificates
      *  always add back to what the account earned or paid.
      *-----------------------------------------------------------
       SHARE-ACCOUNT.
           MOVE CUST-ACC-NUM (WS-IX) TO WS-ACC-N
           MOVE WS-ACC-N TO ACC-NUM
           MOVE "Y" TO WS-FOUND
           READ INFO
               INVALID KEY MOVE "N" TO WS-FOUND
           END-READ

           IF WS-FOUND = "Y"
               PERFORM SUM-ACCOUNT-YEAR
               IF WS-ACC-EARNED > 0 OR WS-ACC-PAID > 0
                   ADD 1 TO WS-CRT-COUNT
                   MOVE WS-ACC-N TO WS-CRT-ACC (WS-CRT-COUNT)
                   MOVE ACCT-TYPE TO WS-CRT-TYPE (WS-CRT-COUNT)
                   IF ACCT-JOINT-ID = 0
                       MOVE "SOLE" TO WS-CRT-SHARE (WS-CRT-COUNT)
                   ELSE
                       MOVE "JOINT" TO WS-CRT-SHARE (WS-CRT-COUNT)
                       IF ACCT-JOINT-ID = CUST-ID
                           DIVIDE WS-ACC-EARNED BY 2
                               GIVING WS-ACC-EARNED
                           DIVIDE WS-ACC-PAID BY 2
                               GIVING WS-ACC-PAID
                       ELSE
                           DIVIDE WS-ACC-EARNED BY 2 GIVING WS-HALF
                           SUBTRACT WS-HALF FROM WS-ACC-EARNED
                           DIVIDE WS-ACC-PAID BY 2 GIVING WS-HALF
                           SUBTRACT WS-HALF FROM WS-ACC-PAID
                       END-IF
                   END-IF
                   MOVE WS-ACC-EARNED TO WS-CRT-EARNED (WS-CRT-COUNT)
                   MOVE WS-ACC-PAID TO WS-CRT-PAID (WS-CRT-COUNT)
                   ADD WS-ACC-EARNED TO WS-CUST-EARNED
                   ADD WS-ACC-PAID TO WS-CUST-PAID
               END-IF
           END-IF.

      *-----------------------------------------------------------
      *  HIST-DATE is stored YYYY/MM/DD, so starting the key at
      *  the account with the tax year and blanks after it lands
      *  on the first posting of the year. INTEREST (savings and
      *  term deposit interest) is interest earned; LOAN-INT and
      *  the OD-INTEREST overdraft charge are interest paid. A
      *  posting TRANREV has since reversed (HIST-REV-REF set)
      *  was never really earned or paid and is left out.
      *-----------------------------------------------------------
       SUM-ACCOUNT-YEAR.
           MOVE 0 TO WS-ACC-EARNED
           MOVE 0 TO WS-ACC-PAID
           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-ACC-N TO HIST-ACC-NUM
           MOVE SPACES TO HIST-DATE
           MOVE WS-TAX-YEAR-X TO HIST-DATE(1:4)
           MOVE 0 TO HIST-SEQ
           START TRANHIST KEY >= HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ TRANHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-ACC-NUM NOT = WS-ACC-N
                           OR HIST-DATE(1:4) NOT = WS-TAX-YEAR-X
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           IF HIST-REV-REF = 0
                               PERFORM SCAN-TRAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-TRAN.
           EVALUATE HIST-TYPE
               WHEN "INTEREST"
                   ADD HIST-AMOUNT TO WS-ACC-EARNED
               WHEN "LOAN-INT"
               WHEN "OD-INTEREST"
                   ADD HIST-AMOUNT TO WS-ACC-PAID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>  Name and address first, laid out the way STMTGEN heads a
      *>  statement so the certificate goes straight into a window
      *>  envelope; address lines never keyed are not printed.
       PRINT-CERTIFICATE.
           MOVE SPACES TO CERT-LINE
           STRING "AEDESYL BANK" DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-LINE
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-LINE
           MOVE CUST-NAME TO CERT-LINE
           WRITE CERT-RECORD
           IF CUST-ADDR1 NOT = SPACES
               MOVE SPACES TO CERT-LINE
               MOVE CUST-ADDR1 TO CERT-LINE
               WRITE CERT-RECORD
           END-IF
           IF CUST-ADDR2 NOT = SPACES
               MOVE SPACES TO CERT-LINE
               MOVE CUST-ADDR2 TO CERT-LINE
               WRITE CERT-RECORD
           END-IF
           IF CUST-CITY NOT = SPACES
               MOVE SPACES TO CERT-LINE
               STRING CUST-CITY "  " CUST-POSTCODE
                   DELIMITED BY SIZE INTO CERT-LINE
               WRITE CERT-RECORD
           END-IF
           MOVE SPACES TO CERT-LINE
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-LINE
           STRING "CERTIFICATE OF INTEREST FOR TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-LINE
           STRING "CUSTOMER ID: " CUST-ID
               "      PREPARED: " FormattedDate
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-LINE
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-LINE
           STRING "ACCOUNT  TYPE  HELD   INTEREST EARNED"
               "   INTEREST PAID"
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-RECORD

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CRT-COUNT
               PERFORM PRINT-CERTIFICATE-LINE
           END-PERFORM

           MOVE SPACES TO CERT-LINE
           MOVE WS-CUST-EARNED TO WS-TOTAL-ED
           STRING "TOTAL                    " WS-TOTAL-ED
               DELIMITED BY SIZE INTO CERT-LINE
           MOVE WS-CUST-PAID TO WS-TOTAL-ED
           MOVE WS-TOTAL-ED TO CERT-LINE(42:12)
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-LINE
           WRITE CERT-RECORD

           MOVE SPACES TO CERT-LINE
           STRING "THESE AMOUNTS HAVE BEEN REPORTED TO THE TAX "
               "AUTHORITY. PLEASE KEEP"
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-LINE
           STRING "THIS CERTIFICATE WITH YOUR TAX RECORDS. A JOINT "
               "ACCOUNT SHOWS YOUR SHARE."
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-RECORD

           MOVE ALL "=" TO CERT-LINE
           WRITE CERT-RECORD.

       PRINT-CERTIFICATE-LINE.
           MOVE SPACES TO CERT-LINE
           MOVE WS-CRT-EARNED (WS-IX) TO WS-AMT-ED
           STRING WS-CRT-ACC (WS-IX) "    " WS-CRT-TYPE (WS-IX)
               "     " WS-CRT-SHARE (WS-IX) "       " WS-AMT-ED
               DELIMITED BY SIZE INTO CERT-LINE
           MOVE WS-CRT-PAID (WS-IX) TO WS-AMT-ED
           MOVE WS-AMT-ED TO CERT-LINE(44:10)
           WRITE CERT-RECORD.

       WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO TAXX-RECORD
           MOVE "D" TO TAXX-REC-TYPE
           MOVE WS-TAX-YEAR TO TAXX-TAX-YEAR
           MOVE CUST-ID TO TAXX-CUST-ID
           MOVE CUST-NAME TO TAXX-NAME
           MOVE CUST-ADDR1 TO TAXX-ADDR1
           MOVE CUST-ADDR2 TO TAXX-ADDR2
           MOVE CUST-CITY TO TAXX-CITY
           MOVE CUST-POSTCODE TO TAXX-POSTCODE
           MOVE WS-CUST-EARNED TO TAXX-INT-EARNED
           MOVE WS-CUST-PAID TO TAXX-INT-PAID
           WRITE TAXX-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO TAXX-TRAILER-RECORD
           MOVE "T" TO TAXX-TRL-TYPE
           MOVE WS-TAX-YEAR TO TAXX-TRL-TAX-YEAR
           MOVE WS-CERT-COUNT TO TAXX-TRL-COUNT
           MOVE WS-GRAND-EARNED TO TAXX-TRL-EARNED
           MOVE WS-GRAND-PAID TO TAXX-TRL-PAID
           WRITE TAXX-TRAILER-RECORD.

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
