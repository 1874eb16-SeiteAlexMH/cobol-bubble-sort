      * both append, so a double submission would double-count the  *
      * day. pgmaudit reads it for the morning report's coverage    *
      * section: profiles with no completed run for the latest      *
      * business date. a failed run's record never blocks a rerun,  *
      * and nor does one pgmbkout has marked backed out ("b") once  *
      * the day was taken back off the books.                       *
      ***************************************************************
       01  rnc-record.
           05 rnc-profile-id     pic x(08).
           05 rnc-status         pic x(01).
               88 rnc-completed  value "c".
               88 rnc-failed     value "f".
               88 rnc-backed-out value "b".
           05 rnc-return-code    pic 9(02).
           05 filler             pic x(05).
