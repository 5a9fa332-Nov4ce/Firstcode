      *-----------------------------------------------------------
      *  FILE-CONTROL entry for the processing calendar. Only the
      *  exceptions to the working week are kept -- a weekday the
      *  bank is shut for a holiday, or a weekend day it opens --
      *  keyed by the date itself. OPTIONAL so a bank with no
      *  holidays entered yet simply runs Monday to Friday.
      *-----------------------------------------------------------
           SELECT OPTIONAL CALENDAR
           ASSIGN TO "C:\OPENCOBOL\TEXTFILE\CALENDAR.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC
           RECORD KEY IS CAL-DATE.
