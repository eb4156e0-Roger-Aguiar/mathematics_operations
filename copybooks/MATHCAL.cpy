      *            calendar date that matters, saying whether it is
      *            a business day and, when it is not, which business
      *            day work effective on it rolls forward to.  Dates
      *            not on the file are treated as business days.
      *            MATHCALM generates each year's weekends, applies
      *            the holiday cards and works out every next
      *            business date, so nothing here is keyed by hand.
      ******************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                  PIC 9(08).
