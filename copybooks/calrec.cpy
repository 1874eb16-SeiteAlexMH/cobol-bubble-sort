      ***************************************************************
      * calrec - shared business-day calendar record layout.        *
      *                                                              *
      * calendar is maintained by operations a year or so ahead.    *
      * monday to friday are business days unless the calendar      *
      * says otherwise; saturday and sunday are not. three kinds    *
      * of record, told apart by cal-type:                          *
      *   "h" - a holiday: cal-date is not a business day for any   *
      *         stream.                                             *
      *   "w" - a working day: cal-date is a business day for every *
      *         stream even though it falls on a weekend (or was    *
      *         once keyed as a holiday).                           *
      *   "x" - a stream exception: the stream in cal-profile does  *
      *         not run on cal-date, or (cal-date zero) on any day  *
      *         falling on cal-weekday, 1 monday to 7 sunday.       *
      * cal-description is for the people reading the file.         *
      * every program asks pgmcald (copybook caldprm) rather than   *
      * reading this file itself, so they all agree on what a       *
      * business day is. a missing calendar leaves the weekday rule *
      * standing.                                                   *
      ***************************************************************
       01  cal-record.
           05 cal-type           pic x(01).
               88 cal-holiday    value "h".
               88 cal-working    value "w".
               88 cal-exception  value "x".
           05 cal-date           pic 9(08).
           05 cal-weekday        pic 9(01).
           05 cal-profile        pic x(08).
           05 cal-description    pic x(30).
           05 filler             pic x(02).
