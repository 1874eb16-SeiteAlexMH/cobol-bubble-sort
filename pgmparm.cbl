      *                 the others back untouched, so the
      *                 adjustments operator no longer undoes what
      *                 the contracts operator keyed an hour ago.
      * 2026-10-15  as  maker-checker: a session no longer rewrites
      *                 parmfile. the keyed settings are raised as a
      *                 pending change on chgpend (before and after
      *                 images, the operator id keyed at the start of
      *                 the session) and journalled on chgjrnl; a
      *                 second operator approves or rejects it
      *                 through pgmappr, which is what applies it. a
      *                 profile with a change already awaiting
      *                 approval cannot be keyed again until that one
      *                 is decided.

       environment division.

                             organization line sequential
                             file status is ws-newinfile-status.

           select chgpend    assign to "chgpend"
                             organization line sequential
                             file status is ws-chgpend-status.

           select chgjrnl    assign to "chgjrnl"
                             organization line sequential
                             file status is ws-chgjrnl-status.

       data division.

       file section.
           05 new-in-trailer-count pic 9(05).
           05 new-in-trailer-hash  pic x(09).

       fd  chgpend.
           copy chgrec.

       fd  chgjrnl.
           copy chgrec replacing leading ==chg-== by ==jrn-==.

       working-storage section.

        01 ws-parmfile-status  pic x(02).

        01 ws-header-detail    pic 9(05).

        01 ws-chgpend-status   pic x(02).
           88 ws-chgpend-ok    value "00".

        01 ws-chgjrnl-status   pic x(02).
           88 ws-chgjrnl-ok    value "00".

        01 ws-change-switch    pic x(01) value "n".
           88 ws-changes-read  value "y".

        01 ws-new-profile-switch pic x(01) value "n".
           88 ws-new-profile   value "y".

      * who keyed the change -- carried on the pending change so
      * pgmappr can refuse to let the same operator approve it.
        01 ws-operator-id      pic x(08) value spaces.

        01 ws-last-change-id   pic 9(06) value 0.

        01 ws-run-date.
           05 ws-run-yyyy      pic 9(04).
           05 ws-run-mm        pic 9(02).
           05 ws-run-dd        pic 9(02).
        01 ws-run-time         pic 9(08).

      * the profile as it stands on file and as keyed this session,
      * built in parmrec's own layout so the images on the pending
      * change are exactly what pgmappr will write to parmfile.
           copy parmrec replacing leading ==parm-== by ==pimg-==.
        01 ws-before-image     pic x(194) value spaces.

       procedure division.
        1000-main section.
	    display "pgmparm - pgmsort parameter maintenance".
	    display "----------------------------------------".
            initialize ws-new-extra-table.
            accept ws-run-date from date yyyymmdd.
            perform 1200-accept-operator.
	    perform 1500-load-profiles.
            perform 1700-find-last-change-id.
	    perform 2000-display-current-parameters.
	    perform 2500-choose-profile.
            perform 2600-check-pending-change.
	    perform 3000-accept-parameters.
	    perform 4000-raise-parameter-change.
	    goback.

      ***************************************************************
      * 1200-accept-operator takes the maker's operator id before   *
      * anything is keyed. without one the change could not be held *
      * to a second operator, so the session stops there.           *
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
      * 1500-load-profiles reads every stream profile off parmfile  *
      * into the table so the one being maintained can be changed   *
        1600-load-one-profile-x.
            exit.

      ***************************************************************
      * 1700-find-last-change-id runs the change journal for the    *
      * highest change number handed out so far; this session's     *
      * change takes the next one. no journal yet starts at one.    *
      ***************************************************************
        1700-find-last-change-id section.
            open input chgjrnl.
            if not ws-chgjrnl-ok
               go to 1700-find-last-change-id-x
            end-if.

            move "n" to ws-change-switch.
            perform 1710-read-one-journal-entry
                until ws-changes-read.

            close chgjrnl.

        1700-find-last-change-id-x.
            exit.

        1710-read-one-journal-entry section.
            read chgjrnl
                at end
                    set ws-changes-read to true
                    go to 1710-read-one-journal-entry-x
            end-read.

            if jrn-id > ws-last-change-id
               move jrn-id to ws-last-change-id
            end-if.

        1710-read-one-journal-entry-x.
            exit.

      ***************************************************************
      * 2000-display-current-parameters lists the stream profiles   *
      * on file before asking which one to maintain, so a run that  *
               move ws-profile-count to ws-profile-index
               initialize ws-profile-entry(ws-profile-index)
               move ws-want-profile to wp-id(ws-profile-index)
               set ws-new-profile to true
               display "new profile " ws-want-profile
            end-if.

        2500-choose-profile-x.
            exit.

      ***************************************************************
      * 2600-check-pending-change stops the session if the chosen   *
      * profile already has a change waiting on chgpend: a second   *
      * change keyed over it would carry a before image that is no  *
      * longer what the checker will be looking at.                 *
      ***************************************************************
        2600-check-pending-change section.
            open input chgpend.
            if not ws-chgpend-ok
               go to 2600-check-pending-change-x
            end-if.

            move "n" to ws-change-switch.
            perform 2610-check-one-pending-change
                until ws-changes-read.

            close chgpend.

        2600-check-pending-change-x.
            exit.

        2610-check-one-pending-change section.
            read chgpend
                at end
                    set ws-changes-read to true
                    go to 2610-check-one-pending-change-x
            end-read.

            if chg-pending
               and chg-for-parmfile
               and chg-item-id = ws-want-profile
               display "profile " ws-want-profile " already has"
                   " change " chg-id " awaiting approval"
               display "(raised by " chg-maker-id "). have it"
                   " approved or rejected through pgmappr"
               display "before keying another. nothing changed."
               close chgpend
               move 8 to return-code
               goback
            end-if.

        2610-check-one-pending-change-x.
            exit.

      ***************************************************************
      * 3000-accept-parameters prompts for the day's sort direction *
      * and either the name of an existing input file or a fresh    *
            exit.

      ***************************************************************
      * 4000-raise-parameter-change folds this session's keying     *
      * into the chosen profile's table entry and raises it on      *
      * chgpend for approval, with the profile as it stands on file *
      * as the before image. parmfile itself is not touched --      *
      * pgmsort keeps running on the approved settings until        *
      * pgmappr applies this change. keying that changes nothing    *
      * raises nothing.                                             *
      ***************************************************************
        4000-raise-parameter-change section.
            move spaces to ws-before-image.
            if not ws-new-profile
               move ws-profile-index to ws-profile-scan
               perform 4100-build-profile-image
               move pimg-record to ws-before-image
            end-if.

            move ws-new-direction  to wp-direction(ws-profile-index).
            move ws-new-array-size
              to wp-array-size(ws-profile-index).
                add 1 to ws-extra-index
            end-perform.

            move ws-profile-index to ws-profile-scan.
            perform 4100-build-profile-image.

            if pimg-record = ws-before-image
               display "nothing was changed on profile "
                   ws-want-profile " - no change raised."
               go to 4000-raise-parameter-change-x
            end-if.

            open extend chgpend.
            if not ws-chgpend-ok
               open output chgpend
            end-if.
            if not ws-chgpend-ok
               display "pgmparm: unable to open chgpend, status "
                   ws-chgpend-status
               move 8 to return-code
               goback
            end-if.

            open extend chgjrnl.
            if not ws-chgjrnl-ok
               open output chgjrnl
            end-if.
            if not ws-chgjrnl-ok
               display "pgmparm: unable to open chgjrnl, status "
                   ws-chgjrnl-status
               close chgpend
               move 8 to return-code
               goback
            end-if.

            accept ws-run-time from time.
            initialize chg-record with filler.
            add 1 to ws-last-change-id.
            move ws-last-change-id to chg-id.
            set chg-for-parmfile   to true.
            move ws-want-profile   to chg-item-id.
            if ws-new-profile
               set chg-action-add    to true
            else
               set chg-action-change to true
            end-if.
            set chg-pending        to true.
            move ws-operator-id    to chg-maker-id.
            move ws-run-date       to chg-made-date.
            move ws-run-time       to chg-made-time.
            move spaces            to chg-checker-id.
            move spaces            to chg-reason.
            move ws-before-image   to chg-before-image.
            move pimg-record       to chg-after-image.
            write chg-record.
            write jrn-record from chg-record.

            close chgpend.
            close chgjrnl.

            display "change " chg-id " raised for profile "
                ws-want-profile ".".
            display "pgmsort keeps running on the approved settings"
            display "until a second operator approves it through"
            display "pgmappr.".

        4000-raise-parameter-change-x.
            exit.

      ***************************************************************
      * 4100-build-profile-image lays one table entry out in the    *
      * parmrec layout -- the before image from the profile as      *
      * loaded, the after image once the session's keying is        *
      * folded in.                                                  *
      ***************************************************************
        4100-build-profile-image section.
            initialize pimg-record with filler.
            move wp-id(ws-profile-scan) to pimg-profile-id.
            move wp-direction(ws-profile-scan)
              to pimg-sort-direction.
            move wp-array-size(ws-profile-scan)
              to pimg-array-size.
            move wp-input-file(ws-profile-scan)
              to pimg-input-file.
            move wp-source-count(ws-profile-scan)
              to pimg-source-count.
            move wp-value-low(ws-profile-scan)
              to pimg-value-band-low.
            move wp-value-high(ws-profile-scan)
              to pimg-value-band-high.
            move wp-count-low(ws-profile-scan)
              to pimg-count-band-low.
            move wp-count-high(ws-profile-scan)
              to pimg-count-band-high.
            move wp-dup-policy(ws-profile-scan)
              to pimg-dup-policy.
            move 1 to ws-extra-index.
            perform 4110-build-one-extra-source
                until ws-extra-index > 3.

        4100-build-profile-image-x.
            exit.

        4110-build-one-extra-source section.
            move wp-extra-source(ws-profile-scan ws-extra-index)
              to pimg-extra-source(ws-extra-index).
            add 1 to ws-extra-index.

        4110-build-one-extra-source-x.
            exit.
