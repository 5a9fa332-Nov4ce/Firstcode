      *-----------------------------------------------------------
      *  Record layout for the annual interest extract sent to the
      *  tax authority (TAXEXT.<YYYY>.txt -- TAXCERT dates the
      *  tax year into its run-time ASSIGN, so there is no shared
      *  SEL copybook for it). Fixed columns, unsigned zoned
      *  amounts with two implied decimals. One "D" record per
      *  customer certified, then a single "T" control trailer
      *  with the record count and the grand totals, which the
      *  authority checks the file against on receipt.
      *-----------------------------------------------------------
       01  TAXX-RECORD.
           05 TAXX-REC-TYPE PIC X(1).
           05 TAXX-TAX-YEAR PIC 9(4).
           05 TAXX-CUST-ID PIC 9(6).
           05 TAXX-NAME PIC X(20).
           05 TAXX-ADDR1 PIC X(30).
           05 TAXX-ADDR2 PIC X(30).
           05 TAXX-CITY PIC X(20).
           05 TAXX-POSTCODE PIC X(8).
           05 TAXX-INT-EARNED PIC 9(9)V99.
           05 TAXX-INT-PAID PIC 9(9)V99.
       01  TAXX-TRAILER-RECORD.
           05 TAXX-TRL-TYPE PIC X(1).
           05 TAXX-TRL-TAX-YEAR PIC 9(4).
           05 TAXX-TRL-COUNT PIC 9(7).
           05 TAXX-TRL-EARNED PIC 9(11)V99.
           05 TAXX-TRL-PAID PIC 9(11)V99.
           05 FILLER PIC X(103).
