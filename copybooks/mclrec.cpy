      ***************************************************************
      * mclrec - shared month-close register layout.                *
      *                                                              *
      * appended to mthclose by pgmmstmt when the operator closes   *
      * the statement month: the month (yyyymm) and when it was     *
      * closed. once a month is on the register its statement has  *
      * gone out, and pgmbkout refuses to back any day of it out.   *
      * a month closed twice is simply on the register twice.       *
      ***************************************************************
       01  mcl-record.
           05 mcl-month          pic 9(06).
           05 mcl-close-date     pic 9(08).
           05 mcl-close-time     pic 9(08).
           05 filler             pic x(08).
