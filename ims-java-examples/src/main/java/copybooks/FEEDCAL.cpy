      *****************************************************************
      *  FEEDCAL
      *
      *  One card of the expected-feed calendar, the FEEDCAL dataset
      *  maintained alongside JAVACTL and CHGCTL: which source systems
      *  are due to send a CUSTIN transmission on which business days.
      *  FEEDMON reads it at the window cutoff and holds it against
      *  WINDREG and the CUSTIN headers.  Dates are MM/DD/YY with the
      *  same 00-49 -> 20xx / 50-99 -> 19xx century window as the
      *  CUSTIN business date.
      *
      *  S = one source system's schedule (one card per source):
      *      frequency D = every business day (Monday-Friday, not a
      *                    holiday for the source);
      *                W = the weekdays marked Y in FCAL-DAY-MASK
      *                    (Monday first), holidays excepted;
      *                M = month-end only: the last business day of
      *                    the month, so a month end falling on a
      *                    weekend or holiday moves back to the
      *                    business day before it.
      *      The transmission for a business date is due by
      *      FCAL-DUE-TIME (HHMM) FCAL-DUE-DAYS days after it (0 =
      *      the business day itself).  Blank effective dates leave
      *      that end of the schedule open -- a retired source gets
      *      an effective-to rather than losing its card, so the
      *      monitor can still tell a late file from an unexpected
      *      one.
      *  H = a holiday: no feed is due from FCAL-HOLIDAY-SOURCE, or
      *      from any source when that field is blank.
      *  "*" in column 1, or a blank card, is a comment.
      *
      *  A card that does not validate is listed and ignored; its
      *  source is then reported unexpected rather than monitored.
      *****************************************************************
       01  FEED-CALENDAR-RECORD.
           05  FCAL-CARD-TYPE           PIC X(1).
               88  FCAL-IS-SCHEDULE         VALUE "S".
               88  FCAL-IS-HOLIDAY          VALUE "H".
               88  FCAL-IS-COMMENT          VALUE "*" " ".
           05  FCAL-CARD-DATA           PIC X(79).
           05  FCAL-SCHEDULE-DATA REDEFINES FCAL-CARD-DATA.
               10  FCAL-SOURCE-SYSTEM   PIC X(8).
               10  FCAL-FREQUENCY       PIC X(1).
                   88  FCAL-EVERY-BUSINESS-DAY  VALUE "D".
                   88  FCAL-MARKED-WEEKDAYS     VALUE "W".
                   88  FCAL-MONTH-END-ONLY      VALUE "M".
               10  FCAL-DAY-MASK        PIC X(7).
               10  FCAL-DUE-DAYS        PIC X(1).
               10  FCAL-DUE-TIME        PIC X(4).
               10  FCAL-EFFECTIVE-FROM  PIC X(8).
               10  FCAL-EFFECTIVE-TO    PIC X(8).
               10  FCAL-DESCRIPTION     PIC X(30).
               10  FILLER               PIC X(12).
           05  FCAL-HOLIDAY-DATA REDEFINES FCAL-CARD-DATA.
               10  FCAL-HOLIDAY-DATE    PIC X(8).
               10  FCAL-HOLIDAY-SOURCE  PIC X(8).
               10  FCAL-HOLIDAY-NAME    PIC X(30).
               10  FILLER               PIC X(33).
