      *-----------------------------------------------------------
      *  Record layout for the outbound SMS gateway file
      *  (SMSOUT.<YYYYMMDD>.txt -- ALERTS dates the physical name
      *  into its run-time ASSIGN like GLEXTR's interface file, so
      *  there is no shared SEL copybook for it). Fixed columns:
      *  one "D" record per customer per event, the phone number
      *  already resolved through CUSTOMER, then a single "T"
      *  trailer carrying the record count the gateway checks the
      *  file against.
      *-----------------------------------------------------------
       01  SMS-RECORD.
           05 SMS-REC-TYPE PIC X(1).
           05 SMS-PHONE PIC X(12).
           05 SMS-CUST-ID PIC 9(6).
           05 SMS-ACC-NUM PIC 9(5).
           05 SMS-EVENT PIC X(12).
           05 SMS-DATE PIC 9(8).
           05 SMS-TEXT PIC X(60).
       01  SMS-TRAILER-RECORD.
           05 SMS-TRL-TYPE PIC X(1).
           05 SMS-TRL-DATE PIC 9(8).
           05 SMS-TRL-COUNT PIC 9(7).
           05 FILLER PIC X(88).
