      *-----------------------------------------------------------
      *  Record layout for the processing calendar, maintained by
      *  CALMNT. CAL-DATE is YYYYMMDD. CAL-DAY-TYPE:
      *    H  holiday -- the bank is closed although it is a
      *       weekday
      *    B  business day -- the bank opens although it is a
      *       Saturday or Sunday
      *  A date with no record is a business day Monday to Friday
      *  and closed at the weekend. CAL-DESC is the name of the
      *  holiday or the reason for opening, for the listings.
      *-----------------------------------------------------------
       01  CALENDAR-RECORD.
           05 CAL-DATE PIC 9(8).
           05 CAL-DAY-TYPE PIC X(1).
           05 CAL-DESC PIC X(20).
