      *  not about one account, e.g. a cash load; the target
      *  operator ID for operator maintenance, the target customer
      *  ID for customer maintenance -- six digits so a customer
      *  ID fits whole). AUD-DATE is YYYY/MM/DD; AUD-TIME is the
      *  wall-clock HHMMSSss (24-hour) the action was taken, so
      *  STAFFRPT can tell when in the day it happened. Lines
      *  written before the hour was kept hold only ":MM".
      *-----------------------------------------------------------
       01  AUDIT-RECORD.
           05 AUD-OPER-ID PIC 9(4).
