      ***************************************************************
      * dstrec - shared report distribution list layout.            *
      *                                                              *
      * one record per recipient of a branch's pages, kept by       *
      * operations on distlist: the branch (the leading two         *
      * characters of the item key), the report it is for -- brrpt, *
      * mstfile and so on, spaces for every branch report -- who    *
      * gets it, and how: printed at a destination, or sent by file *
      * transfer to a node. a branch with two recipients has two    *
      * records. pgmdist bursts each branch report off this list.   *
      * a line with an asterisk in column 1 is a comment.           *
      ***************************************************************
       01  dst-record.
           05 dst-branch         pic x(02).
           05 filler             pic x(01).
           05 dst-report         pic x(08).
           05 filler             pic x(01).
           05 dst-method         pic x(01).
               88 dst-print      value "p".
               88 dst-transfer   value "t".
           05 filler             pic x(01).
           05 dst-destination    pic x(24).
           05 filler             pic x(01).
           05 dst-recipient      pic x(30).
           05 filler             pic x(11).
