      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the CUSTOMER master file. One
      *  customer record owns one or more INFO/ACCOUNT records
      *  (see INFOREC.cpy ACCT-CUST-ID). The alternate key on
      *  CUST-NAME lets CUSTINQ find a customer who comes to the
      *  counter without an account number; names repeat, so it
      *  allows duplicates.
      *-----------------------------------------------------------
           SELECT CUSTOMER
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\CUSTOMER.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CUST-ID
           ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES.
