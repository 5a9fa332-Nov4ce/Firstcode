      *-----------------------------------------------------------
      *  The bank's business-date control record, kept in RUNCTL
      *  under the reserved job name "BUSDATE" the same way the
      *  account-number control record sits under ACC-NUM 0 on
      *  INFO. BDT-BUS-DATE (YYYYMMDD) is the processing day that
      *  postings, due-date tests and run-control checks are all
      *  dated by. NIGHTRUN moves it on to the next business day
      *  on the CALENDAR only at the end of a clean night, so work
      *  done after midnight, or over a weekend, still belongs to
      *  the day the night is closing. BDT-PREV-DATE is the
      *  business day last closed; BDT-ROLL-DATE / BDT-ROLL-TIME
      *  the wall-clock date and HHMMSSss NIGHTRUN rolled it at.
      *-----------------------------------------------------------
       01  BUSDATE-CONTROL-RECORD.
           05 BDT-JOB-NAME PIC X(8).
           05 BDT-BUS-DATE PIC 9(8).
           05 BDT-PREV-DATE PIC 9(8).
           05 BDT-ROLL-DATE PIC 9(8).
           05 BDT-ROLL-TIME PIC X(8).
           05 FILLER PIC X(8).
