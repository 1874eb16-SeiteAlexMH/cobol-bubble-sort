      ***************************************************************
      * chgrec - shared reference-data change record layout.        *
      *                                                              *
      * pgmparm and pgmkeym no longer write parmfile or keymast     *
      * themselves: each change they take is raised as one of these *
      * on chgpend, the pending-change file, with the record as it  *
      * stands on file (before image) and as the maker wants it     *
      * (after image), the maker's operator id and when it was      *
      * keyed. pgmappr shows every pending change to a second       *
      * operator, who approves or rejects it; only an approved      *
      * change is applied to parmfile or keymast, so pgmsort only   *
      * ever runs on settings two people have looked at. a change   *
      * cannot be approved by the operator who raised it.           *
      *                                                              *
      * the same layout is the change journal, chgjrnl, which is    *
      * only ever extended: one entry when a change is raised       *
      * (status pending) and one when it is decided (approved or    *
      * rejected, with the checker's id, when, and why a change was *
      * turned down). pgmchgr prints the day's journal for audit.   *
      *                                                              *
      * chg-item-id is the profile id (parmfile) or the item key    *
      * (keymast) the change is for. the images are the full       *
      * parmrec record, or the keymrec record left-justified with   *
      * the rest spaces; a new profile or key has a spaces before   *
      * image. chg-id is allocated one past the highest id on the   *
      * journal, so every change keeps one number for life.         *
      ***************************************************************
       01  chg-record.
           05 chg-id               pic 9(06).
           05 chg-file             pic x(01).
               88 chg-for-parmfile value "p".
               88 chg-for-keymast  value "k".
           05 chg-item-id          pic x(08).
           05 chg-action           pic x(01).
               88 chg-action-add    value "a".
               88 chg-action-change value "c".
               88 chg-action-retire value "r".
           05 chg-status           pic x(01).
               88 chg-pending      value "p".
               88 chg-approved     value "a".
               88 chg-rejected     value "j".
           05 chg-maker-id         pic x(08).
           05 chg-made-date        pic 9(08).
           05 chg-made-time        pic 9(08).
           05 chg-checker-id       pic x(08).
           05 chg-checked-date     pic 9(08).
           05 chg-checked-time     pic 9(08).
           05 chg-reason           pic x(20).
           05 filler               pic x(05).
           05 chg-before-image     pic x(194).
           05 chg-after-image      pic x(194).
