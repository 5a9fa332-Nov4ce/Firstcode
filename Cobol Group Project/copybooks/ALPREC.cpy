      *-----------------------------------------------------------
      *  Record layout for the customer alert parameter file. One
      *  line per threshold:
      *    ALP-NAME    which threshold the line sets:
      *                LARGE-DEBIT  a WITHDRAWAL, TRANSFER-DR or
      *                             EXT-XFER-DR above this amount
      *                             alerts the owners
      *                LOW-BALANCE  ACCT-AVAIL-BAL falling below
      *                             this floor alerts the owners
      *    ALP-AMOUNT  the threshold, two implied decimals
      *                (000050000 means 500.00)
      *-----------------------------------------------------------
       01  ALP-RECORD.
           05 ALP-NAME PIC X(12).
           05 ALP-AMOUNT PIC 9(7)V99.
