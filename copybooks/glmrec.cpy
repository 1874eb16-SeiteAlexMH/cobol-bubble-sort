      ***************************************************************
      * glmrec - shared general-ledger account mapping layout.      *
      *                                                              *
      * glmap is the mapping the finance office maintains for the   *
      * gl journal step, pgmglji: two kinds of record, told apart   *
      * by glm-type.                                                *
      *   "b" - a branch (the leading two characters of the item    *
      *         key) and the gl cost centre its lines post to.      *
      *   "p" - a pricing band label, exactly as prcparm names it,  *
      *         and the debit and credit accounts its value posts   *
      *         between.                                            *
      * the fields the other kind uses are left as spaces. an item  *
      * whose branch or band is not on the mapping is held on       *
      * pgmglji's suspense report instead of being journalled, so   *
      * a new branch or a renamed band shows up the morning it      *
      * first prices rather than posting to a guessed account.      *
      * branch codes and band labels match case for case.           *
      ***************************************************************
       01  glm-record.
           05 glm-type           pic x(01).
               88 glm-branch-map value "b".
               88 glm-band-map   value "p".
           05 glm-branch         pic x(02).
           05 glm-band           pic x(12).
           05 glm-cost-centre    pic x(06).
           05 glm-debit-account  pic x(10).
           05 glm-credit-account pic x(10).
           05 filler             pic x(09).
