      ***************************************************************
      * hstrec - shared month history master record layout.         *
      *                                                              *
      * one record per month, branch (the leading two characters    *
      * of the item key) and stream profile, written by pgmroll     *
      * when it rolls a closed month's mtdfile records up and trims *
      * them off the master: the days the branch posted, the item   *
      * count, the value total and the month's high and low. the    *
      * history only appends, a month at a time, and never holds a  *
      * month twice. pgmastmt builds the annual branch statement    *
      * off it, and pgmmstmt takes a rolled prior month from here.  *
      ***************************************************************
       01  hst-record.
           05 hst-month          pic 9(06).
           05 hst-branch         pic x(02).
           05 hst-profile        pic x(08).
           05 hst-days           pic 9(02).
           05 hst-items          pic 9(07).
           05 hst-total          pic s9(11) sign leading separate.
           05 hst-high           pic s9(05) sign leading separate.
           05 hst-low            pic s9(05) sign leading separate.
           05 hst-roll-date      pic 9(08).
           05 filler             pic x(08).
