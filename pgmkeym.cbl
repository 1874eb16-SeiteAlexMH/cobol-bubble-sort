      *                 rewritten -- so the back office owns the
      *                 reference data instead of a mis-keyed
      *                 branch riding through the sort unchecked.
      * 2026-10-15  as  maker-checker: adds, re-activations and
      *                 retirements are no longer written to keymast
      *                 here. each is raised as a pending change on
      *                 chgpend (before and after images, the
      *                 operator id keyed at the start of the
      *                 session) and journalled on chgjrnl for a
      *                 second operator to approve through pgmappr.
      *                 a key with a change already awaiting
      *                 approval cannot be changed again until that
      *                 one is decided.
      * 2026-10-15  as  keymast is now indexed on the item key. the
      *                 session no longer loads the whole master
      *                 (and its 1000-key ceiling is gone): each key
      *                 is read directly as it is keyed. two new
      *                 functions for the back office: i)nquire
      *                 shows one key as it stands, with any change
      *                 awaiting approval, and b)rowse lists every
      *                 key on file for a branch -- no more dumping
      *                 the master to look a key up. the session now
      *                 asks for the function first.

       environment division.


       file-control.
           select keymast    assign to "keymast"
                             organization indexed
                             access mode dynamic
                             record key is keym-key
                             file status is ws-keymast-status.

           select chgpend    assign to "chgpend"
                             organization line sequential
                             file status is ws-chgpend-status.

           select chgjrnl    assign to "chgjrnl"
                             organization line sequential
                             file status is ws-chgjrnl-status.

       data division.

       file section.
       fd  keymast.
           copy keymrec.

       fd  chgpend.
           copy chgrec.

       fd  chgjrnl.
           copy chgrec replacing leading ==chg-== by ==jrn-==.

       working-storage section.

        01 ws-keymast-status   pic x(02).
           88 ws-keymast-ok    value "00".

        01 ws-keym-load-sw     pic x(01) value "n".
           88 ws-key-master-on-hand value "y".

      * the key in hand, as keymast holds it: read directly when the
      * operator keys it, so each change is raised against the key
      * as it stands on file.
        01 ws-key-switch       pic x(01) value "n".
           88 ws-key-on-file   value "y".

      * the branch being browsed, and how many of its keys were
      * listed.
        01 ws-browse-branch    pic x(02).
        01 ws-browse-count     pic 9(05).
        01 ws-browse-switch    pic x(01) value "n".
           88 ws-browse-done   value "y".

        01 ws-function         pic x(01).
           88 ws-function-add     value "a".
           88 ws-function-retire  value "r".
           88 ws-function-inquire value "i".
           88 ws-function-browse  value "b".

        01 ws-want-key         pic x(08).

        01 ws-done-switch      pic x(01) value "n".
           88 ws-session-done  value "y".
           05 ws-run-yyyy      pic 9(04).
           05 ws-run-mm        pic 9(02).
           05 ws-run-dd        pic 9(02).
        01 ws-run-time         pic 9(08).

        01 ws-chgpend-status   pic x(02).
           88 ws-chgpend-ok    value "00".

        01 ws-chgjrnl-status   pic x(02).
           88 ws-chgjrnl-ok    value "00".

        01 ws-change-switch    pic x(01) value "n".
           88 ws-changes-read  value "y".

      * who keyed the changes -- carried on each pending change so
      * pgmappr can refuse to let the same operator approve it.
        01 ws-operator-id      pic x(08) value spaces.

        01 ws-last-change-id   pic 9(06) value 0.

      * keys with a change already waiting on chgpend, from earlier
      * sessions or raised in this one; none of them can be
      * changed again until pgmappr has decided the one in hand.
        01 ws-pend-max         pic 9(04) value 1000.
        01 ws-pend-count       pic 9(04) value 0.
        01 ws-pend-scan        pic 9(04).
        01 ws-pend-table.
           05 ws-pend-key      pic x(08) occurs 1000 times.
        01 ws-pend-switch      pic x(01).
           88 ws-key-pending   value "y".

      * the key as it stands on file and as the change leaves it,
      * in keymrec's own layout so the images on the pending change
      * are exactly what pgmappr will write to keymast.
           copy keymrec replacing leading ==keym-== by ==kimg-==.
        01 ws-before-image     pic x(30) value spaces.
        01 ws-change-action    pic x(01).

       procedure division.
        1000-main section.
            display "pgmkeym - item key master maintenance".
            display "--------------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 1200-accept-operator.
            perform 2000-open-key-master.
            perform 2500-load-pending-changes.
            perform 3000-maintain-keys.
            display " ".
            display "raised " ws-added-count " add(s) and "
                ws-retired-count " retirement(s) for approval.".
            if ws-added-count > 0 or ws-retired-count > 0
               display "pgmsort keeps validating against keymast as"
               display "it stands until a second operator approves"
               display "them through pgmappr."
            end-if.
            goback.

      ***************************************************************
      * 1200-accept-operator takes the maker's operator id before   *
      * anything is keyed. without one the changes could not be     *
      * held to a second operator, so the session stops there.      *
      ***************************************************************
        1200-accept-operator section.
            display "operator id: " with no advancing.
            accept ws-operator-id.
            inspect ws-operator-id converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".

            if ws-operator-id = spaces
               display "an operator id is needed to raise a change"
               display "for approval. nothing changed."
               move 8 to return-code
               goback
            end-if.

        1200-accept-operator-x.
            exit.

      ***************************************************************
      * 2000-open-key-master opens keymast for the keyed reads and  *
      * browsing that follow; nothing is loaded. a missing master   *
      * just means the first keys are about to be added.            *
      ***************************************************************
        2000-open-key-master section.
            open input keymast.
            if not ws-keymast-ok
               display "no key master on hand yet - starting one."
               go to 2000-open-key-master-x
            end-if.

            set ws-key-master-on-hand to true.

        2000-open-key-master-x.
            exit.

      ***************************************************************
      * 2500-load-pending-changes notes every key with a change     *
      * still waiting on chgpend, then runs the change journal for  *
      * the highest change number handed out so far. both files are *
      * then opened to take this session's changes as they are      *
      * keyed -- chgpend and chgjrnl are only ever extended here.   *
      ***************************************************************
        2500-load-pending-changes section.
            open input chgpend.
            if ws-chgpend-ok
               move "n" to ws-change-switch
               perform 2510-load-one-pending-change
                   until ws-changes-read
               close chgpend
            end-if.

            open input chgjrnl.
            if ws-chgjrnl-ok
               move "n" to ws-change-switch
               perform 2520-read-one-journal-entry
                   until ws-changes-read
               close chgjrnl
            end-if.

            open extend chgpend.
            if not ws-chgpend-ok
               open output chgpend
            end-if.
            if not ws-chgpend-ok
               display "pgmkeym: unable to open chgpend, status "
                   ws-chgpend-status
               move 8 to return-code
               goback
            end-if.

            open extend chgjrnl.
            if not ws-chgjrnl-ok
               open output chgjrnl
            end-if.
            if not ws-chgjrnl-ok
               display "pgmkeym: unable to open chgjrnl, status "
                   ws-chgjrnl-status
               close chgpend
               move 8 to return-code
               goback
            end-if.

        2500-load-pending-changes-x.
            exit.

        2510-load-one-pending-change section.
            read chgpend
                at end
                    set ws-changes-read to true
                    go to 2510-load-one-pending-change-x
            end-read.

            if not chg-pending or not chg-for-keymast
               go to 2510-load-one-pending-change-x
            end-if.

            if ws-pend-count < ws-pend-max
               add 1 to ws-pend-count
               move chg-item-id to ws-pend-key(ws-pend-count)
            end-if.

        2510-load-one-pending-change-x.
            exit.

        2520-read-one-journal-entry section.
            read chgjrnl
                at end
                    set ws-changes-read to true
                    go to 2520-read-one-journal-entry-x
            end-read.

            if jrn-id > ws-last-change-id
               move jrn-id to ws-last-change-id
            end-if.

        2520-read-one-journal-entry-x.
            exit.

      ***************************************************************
      * 3000-maintain-keys takes function after function until the *
      * operator keys spaces: a key is added (or re-activated, if   *
      * it was retired earlier) or retired, each raised on chgpend  *
      * as it is keyed -- keymast itself is only changed by         *
      * pgmappr -- or looked up, or a branch's keys listed.         *
      ***************************************************************
        3000-maintain-keys section.
            perform 3100-maintain-one-key until ws-session-done.

            close chgpend.
            close chgjrnl.
            if ws-key-master-on-hand
               close keymast
            end-if.

        3000-maintain-keys-x.
            exit.

        3100-maintain-one-key section.
            display " ".
            display "a)dd or re-activate, r)etire, i)nquire,"
            display "b)rowse a branch, or spaces to finish: "
                with no advancing.
            move spaces to ws-function.
            accept ws-function.

            evaluate true
                when ws-function = spaces
                    set ws-session-done to true
                    go to 3100-maintain-one-key-x
                when ws-function-browse
                    perform 3700-browse-one-branch
                    go to 3100-maintain-one-key-x
                when ws-function-add
                    continue
                when ws-function-retire
                    continue
                when ws-function-inquire
                    continue
                when other
                    display "unrecognised function " ws-function
                        " - nothing done"
                    go to 3100-maintain-one-key-x
            end-evaluate.

            display "item key (branch/account): " with no advancing.
            move spaces to ws-want-key.
            accept ws-want-key.
            if ws-want-key = spaces
               display "no key given - nothing done"
               go to 3100-maintain-one-key-x
            end-if.

            move "n" to ws-pend-switch.
            perform 3150-check-key-pending
                varying ws-pend-scan from 1 by 1
                until ws-pend-scan > ws-pend-count
                or ws-key-pending.

            perform 3120-read-one-key.

            if ws-function-inquire
               perform 3600-inquire-one-key
               go to 3100-maintain-one-key-x
            end-if.

            if ws-key-pending
               display "key " ws-want-key " already has a change"
                   " awaiting approval -"
               display "have it approved or rejected through pgmappr"
                   " first."
               go to 3100-maintain-one-key-x
            end-if.

            if ws-function-add
               perform 3200-add-one-key
            else
               perform 3300-retire-one-key
            end-if.

        3100-maintain-one-key-x.
            exit.

      ***************************************************************
      * 3120-read-one-key reads the key straight off keymast into   *
      * the keymrec record area. not on file (or no master at all)  *
      * leaves ws-key-on-file off.                                  *
      ***************************************************************
        3120-read-one-key section.
            move "n" to ws-key-switch.
            if not ws-key-master-on-hand
               go to 3120-read-one-key-x
            end-if.

            move ws-want-key to keym-key.
            read keymast
                invalid key
                    go to 3120-read-one-key-x
            end-read.

            set ws-key-on-file to true.

        3120-read-one-key-x.
            exit.

        3150-check-key-pending section.
            if ws-pend-key(ws-pend-scan) = ws-want-key
               set ws-key-pending to true
            end-if.

        3150-check-key-pending-x.
            exit.

        3200-add-one-key section.
            if ws-key-on-file
               if keym-active
                  display "key " ws-want-key
                      " is already active - nothing to do"
               else
                  perform 3400-build-key-image
                  move kimg-record to ws-before-image
                  move "a" to kimg-status
                  move 0 to kimg-retired-date
                  move "c" to ws-change-action
                  perform 3500-raise-key-change
                  add 1 to ws-added-count
                  display "re-activation of key " ws-want-key
                      " raised as change " chg-id
               end-if
               go to 3200-add-one-key-x
            end-if.

            move spaces to ws-before-image.
            initialize kimg-record with filler.
            move ws-want-key to kimg-key.
            move "a" to kimg-status.
            move ws-run-date to kimg-added-date.
            move 0 to kimg-retired-date.
            move "a" to ws-change-action.
            perform 3500-raise-key-change.
            add 1 to ws-added-count.
            display "addition of key " ws-want-key
                " raised as change " chg-id.

        3200-add-one-key-x.
            exit.
      * that carry it.                                              *
      ***************************************************************
        3300-retire-one-key section.
            if not ws-key-on-file
               display "key " ws-want-key
                   " is not on file - nothing to retire"
               go to 3300-retire-one-key-x
            end-if.

            if keym-retired
               display "key " ws-want-key
                   " is already retired - nothing to do"
               go to 3300-retire-one-key-x
            end-if.

            perform 3400-build-key-image.
            move kimg-record to ws-before-image.
            move "x" to kimg-status.
            move ws-run-date to kimg-retired-date.
            move "r" to ws-change-action.
            perform 3500-raise-key-change.
            add 1 to ws-retired-count.
            display "retirement of key " ws-want-key
                " raised as change " chg-id.

        3300-retire-one-key-x.
            exit.

      ***************************************************************
      * 3400-build-key-image takes the key as it was read off      *
      * keymast -- the before image, and the starting point for    *
      * the after image.                                            *
      ***************************************************************
        3400-build-key-image section.
            move keym-record to kimg-record.

        3400-build-key-image-x.
            exit.

      ***************************************************************
      * 3500-raise-key-change writes the change to chgpend and the  *
      * same entry to the journal, and notes the key as pending so  *
      * the session cannot raise a second change over it.           *
      ***************************************************************
        3500-raise-key-change section.
            accept ws-run-time from time.
            initialize chg-record with filler.
            add 1 to ws-last-change-id.
            move ws-last-change-id to chg-id.
            set chg-for-keymast    to true.
            move ws-want-key       to chg-item-id.
            move ws-change-action  to chg-action.
            set chg-pending        to true.
            move ws-operator-id    to chg-maker-id.
            move ws-run-date       to chg-made-date.
            move ws-run-time       to chg-made-time.
            move spaces            to chg-checker-id.
            move spaces            to chg-reason.
            move ws-before-image   to chg-before-image.
            move kimg-record       to chg-after-image.
            write chg-record.
            write jrn-record from chg-record.

            if ws-pend-count < ws-pend-max
               add 1 to ws-pend-count
               move ws-want-key to ws-pend-key(ws-pend-count)
            end-if.

        3500-raise-key-change-x.
            exit.

      ***************************************************************
      * 3600-inquire-one-key shows the key as keymast holds it, and *
      * whether a change to it is waiting on pgmappr. nothing is    *
      * raised.                                                     *
      ***************************************************************
        3600-inquire-one-key section.
            if not ws-key-on-file
               display "key " ws-want-key " is not on file."
            else
               if keym-active
                  display "key " keym-key "  active    added "
                      keym-added-date
               else
                  display "key " keym-key "  retired   added "
                      keym-added-date "  retired " keym-retired-date
               end-if
            end-if.

            if ws-key-pending
               display "a change to key " ws-want-key
                   " is awaiting approval through pgmappr."
            end-if.

        3600-inquire-one-key-x.
            exit.

      ***************************************************************
      * 3700-browse-one-branch lists every key on file for the      *
      * branch keyed (the leading two characters of the item key),  *
      * in key order, starting from the first key at or after the  *
      * branch and stopping at the first key of the next one.       *
      ***************************************************************
        3700-browse-one-branch section.
            display "branch (two characters): " with no advancing.
            move spaces to ws-browse-branch.
            accept ws-browse-branch.
            if ws-browse-branch = spaces
               display "no branch given - nothing done"
               go to 3700-browse-one-branch-x
            end-if.

            move 0 to ws-browse-count.
            move "n" to ws-browse-switch.
            if not ws-key-master-on-hand
               set ws-browse-done to true
            else
               move low-values to keym-key
               move ws-browse-branch to keym-key(1:2)
               start keymast key is not less than keym-key
                   invalid key
                       set ws-browse-done to true
               end-start
            end-if.

            perform 3710-list-one-branch-key until ws-browse-done.

            display ws-browse-count " key(s) on file for branch "
                ws-browse-branch ".".

        3700-browse-one-branch-x.
            exit.

        3710-list-one-branch-key section.
            read keymast next record
                at end
                    set ws-browse-done to true
                    go to 3710-list-one-branch-key-x
            end-read.

            if keym-key(1:2) not = ws-browse-branch
               set ws-browse-done to true
               go to 3710-list-one-branch-key-x
            end-if.

            add 1 to ws-browse-count.
            if keym-active
               display "  " keym-key "  active    added "
                   keym-added-date
            else
               display "  " keym-key "  retired   added "
                   keym-added-date "  retired " keym-retired-date
            end-if.

        3710-list-one-branch-key-x.
            exit.
