      ***************************************************************
      * parmrec - shared parmfile record layout.                    *
      *                                                              *
      * keyed through pgmparm's operator maintenance transaction,   *
      * written only by pgmappr once a second operator approves the *
      * change (chgrec carries the before and after images), and    *
      * read by pgmsort's 2010-read-parameters at the start of a     *
      * run. keeping one copy of the layout means the two programs  *
      * can never drift out of step with each other's field widths. *
