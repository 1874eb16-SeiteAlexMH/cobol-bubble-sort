      ***************************************************************
      * caldprm - parameters passed on a call to pgmcald, the       *
      * business-day calendar routine. set cld-function, the stream *
      * profile (spaces for the calendar every stream shares) and   *
      * cld-date (yyyymmdd), plus cld-days where the function takes *
      * a count, then call "pgmcald" using cld-parameters.          *
      *   "b" - is cld-date a business day? cld-business-sw says.   *
      *   "p" - cld-result-date is the latest business day on or    *
      *         before cld-date.                                    *
      *   "s" - cld-result-date is the business day cld-days        *
      *         business days before cld-date.                      *
      *   "m" - cld-days is the number of business days in the      *
      *         month cld-date falls in.                            *
      * cld-return-code 00 is a clean answer; 04 is still an answer *
      * but no calendar file was on hand, so only weekends were     *
      * counted out; 08 is an unreadable date or function, or no    *
      * business day within a year of cld-date (nothing answered).  *
      ***************************************************************
       01  cld-parameters.
           05 cld-function       pic x(01).
               88 cld-test-day   value "b".
               88 cld-latest-day value "p".
               88 cld-step-back  value "s".
               88 cld-month-days value "m".
           05 cld-profile        pic x(08).
           05 cld-date           pic 9(08).
           05 cld-days           pic 9(05).
           05 cld-result-date    pic 9(08).
           05 cld-business-sw    pic x(01).
               88 cld-business-day value "y".
           05 cld-return-code    pic 9(02).
               88 cld-answered   value 0 4.
               88 cld-no-calendar value 4.
               88 cld-refused    value 8.
           05 filler             pic x(07).
