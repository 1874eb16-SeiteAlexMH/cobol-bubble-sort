       identification division.

      **************
      *pgmappr!    *
      **************

       program-id. pgmappr.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. checker transaction for the
      *                 reference-data changes pgmparm and pgmkeym
      *                 raise on chgpend: each pending change is
      *                 shown field by field, before and after, to
      *                 a second operator who approves or rejects
      *                 it. approved changes are applied to
      *                 parmfile or keymast, every decision is
      *                 journalled on chgjrnl, and chgpend is left
      *                 holding only what is still undecided. the
      *                 operator who raised a change cannot approve
      *                 it, and a change whose before image no
      *                 longer matches the file is turned down.
      * 2026-10-15  as  keymast is now indexed on the item key: a
      *                 key change's before image is checked with a
      *                 keyed read, and an approved change is
      *                 written (an add) or rewritten (a
      *                 re-activation or retirement) as the single
      *                 record it touches, instead of the whole
      *                 master being loaded and written back.

       environment division.

       input-output section.

       file-control.
           select chgpend    assign to "chgpend"
                             organization line sequential
                             file status is ws-chgpend-status.

           select chgjrnl    assign to "chgjrnl"
                             organization line sequential
                             file status is ws-chgjrnl-status.

           select parmfile   assign to "parmfile"
                             organization line sequential
                             file status is ws-parmfile-status.

           select keymast    assign to "keymast"
                             organization indexed
                             access mode random
                             record key is keym-key
                             file status is ws-keymast-status.

       data division.

       file section.

       fd  chgpend.
           copy chgrec.

       fd  chgjrnl.
           copy chgrec replacing leading ==chg-== by ==jrn-==.

       fd  parmfile.
           copy parmrec.

       fd  keymast.
           copy keymrec.

       working-storage section.

        01 ws-chgpend-status   pic x(02).
           88 ws-chgpend-ok    value "00".

        01 ws-chgjrnl-status   pic x(02).
           88 ws-chgjrnl-ok    value "00".

        01 ws-parmfile-status  pic x(02).
           88 ws-parmfile-ok   value "00".

        01 ws-keymast-status   pic x(02).
           88 ws-keymast-ok    value "00".

        01 ws-keym-load-sw     pic x(01) value "n".
           88 ws-key-master-on-hand value "y".

        01 ws-read-switch      pic x(01) value "n".
           88 ws-file-done     value "y".

        01 ws-run-date.
           05 ws-run-yyyy      pic 9(04).
           05 ws-run-mm        pic 9(02).
           05 ws-run-dd        pic 9(02).
        01 ws-run-time         pic 9(08).

      * the checker's operator id. a change raised under the same
      * id is shown but cannot be decided in this session.
        01 ws-operator-id      pic x(08) value spaces.

      * every pending change, held while the checker works through
      * them. nothing is written until the session ends: the
      * masters first, then the journal, then chgpend rewritten
      * with what is still undecided -- the same all-or-nothing
      * order pgmexrep keeps with excepthist.
        01 ws-chg-max          pic 9(03) value 200.
        01 ws-chg-count        pic 9(03) value 0.
        01 ws-chg-index        pic 9(03).
        01 ws-chg-overflow     pic 9(03) value 0.
        01 ws-chg-table.
           05 ws-chg-entry     pic x(478) occurs 200 times.

      * the change in hand, in chgrec's own layout.
           copy chgrec replacing leading ==chg-== by ==cur-==.

      * parmfile as it stands, with approved changes folded in as
      * they are decided; it is rewritten in full at the end only if
      * something was applied to it. keymast is read by key as each
      * change is decided, and only the keys approved are written.
        01 ws-parm-max         pic 9(02) value 20.
        01 ws-parm-count       pic 9(02) value 0.
        01 ws-parm-index       pic 9(02).
        01 ws-parm-scan        pic 9(02).
        01 ws-parm-table.
           05 ws-parm-image    pic x(194) occurs 20 times.
        01 ws-parm-switch      pic x(01) value "n".
           88 ws-parmfile-changed value "y".

        01 ws-keym-switch      pic x(01) value "n".
           88 ws-keymast-changed value "y".
        01 ws-key-switch       pic x(01) value "n".
           88 ws-key-on-file   value "y".

      * before and after views of the change's images, field by
      * field, in the masters' own layouts.
           copy parmrec replacing leading ==parm-== by ==bpar-==.
           copy parmrec replacing leading ==parm-== by ==apar-==.
           copy keymrec replacing leading ==keym-== by ==bkey-==.
           copy keymrec replacing leading ==keym-== by ==akey-==.

        01 ws-field-label      pic x(16).
        01 ws-field-before     pic x(40).
        01 ws-field-after      pic x(40).
        01 ws-extra-index      pic 9(01).

        01 ws-action           pic x(01).
           88 ws-action-approve value "a".
           88 ws-action-reject  value "r".

        01 ws-apply-switch     pic x(01).
           88 ws-change-applied value "y".
           88 ws-change-stale   value "s".
           88 ws-change-no-room value "f".

        01 ws-reject-reason    pic x(20).
        01 ws-file-name        pic x(08).
        01 ws-action-name      pic x(10).

        01 ws-approved-count   pic 9(03) value 0.
        01 ws-rejected-count   pic 9(03) value 0.
        01 ws-left-count       pic 9(03) value 0.
        01 ws-own-count        pic 9(03) value 0.

       procedure division.
        1000-main section.
            display "pgmappr - parameter and key master approval".
            display "-------------------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 1200-accept-operator.
            perform 2000-load-pending-changes.
            perform 2100-load-parameter-file.
            perform 2200-open-key-master.
            perform 3000-review-pending-changes.
            perform 4000-rewrite-masters.
            perform 5000-journal-decisions.
            perform 5500-rewrite-pending-changes.
            display " ".
            display "approved " ws-approved-count " change(s), "
                "rejected " ws-rejected-count ", "
                "left pending " ws-left-count ".".
            if ws-own-count > 0
               display ws-own-count " of those left pending were"
                   " raised by " ws-operator-id
               display "and need another operator to decide them."
            end-if.
            goback.

      ***************************************************************
      * 1200-accept-operator takes the checker's operator id. it is *
      * what keeps a change from being approved by the same person  *
      * who keyed it, so without one nothing is decided.            *
      ***************************************************************
        1200-accept-operator section.
            display "operator id: " with no advancing.
            accept ws-operator-id.
            inspect ws-operator-id converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".

            if ws-operator-id = spaces
               display "an operator id is needed to decide a change."
               display "nothing changed."
               move 8 to return-code
               goback
            end-if.

        1200-accept-operator-x.
            exit.

      ***************************************************************
      * 2000-load-pending-changes pulls every change still pending  *
      * off chgpend. a chgpend past the table is not touched at all *
      * -- rewriting it would drop what the table could not hold.   *
      ***************************************************************
        2000-load-pending-changes section.
            open input chgpend.
            if not ws-chgpend-ok
               display "no changes awaiting approval."
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 2010-load-one-change until ws-file-done.

            close chgpend.

            if ws-chg-overflow > 0
               display "chgpend holds more than " ws-chg-max
                   " changes - too many to decide in one"
               display "session safely. nothing was changed."
               move 8 to return-code
               goback
            end-if.

            if ws-chg-count = 0
               display "no changes awaiting approval."
               goback
            end-if.

            display ws-chg-count " change(s) awaiting approval.".

        2000-load-pending-changes-x.
            exit.

        2010-load-one-change section.
            read chgpend
                at end
                    set ws-file-done to true
                    go to 2010-load-one-change-x
            end-read.

            if not chg-pending
               go to 2010-load-one-change-x
            end-if.

            if ws-chg-count >= ws-chg-max
               add 1 to ws-chg-overflow
               go to 2010-load-one-change-x
            end-if.

            add 1 to ws-chg-count.
            move chg-record to ws-chg-entry(ws-chg-count).

        2010-load-one-change-x.
            exit.

      ***************************************************************
      * 2100-load-parameter-file holds parmfile as it stands, and   *
      * 2200-open-key-master opens keymast for keyed reads. a       *
      * missing master is simply empty -- the first approved add    *
      * creates it.                                                 *
      ***************************************************************
        2100-load-parameter-file section.
            open input parmfile.
            if not ws-parmfile-ok
               go to 2100-load-parameter-file-x
            end-if.

            move "n" to ws-read-switch.
            perform 2110-load-one-profile until ws-file-done.

            close parmfile.

        2100-load-parameter-file-x.
            exit.

        2110-load-one-profile section.
            read parmfile
                at end
                    set ws-file-done to true
                    go to 2110-load-one-profile-x
            end-read.

            if ws-parm-count >= ws-parm-max
               display "parmfile holds more profiles than this"
               display "transaction can hold - the extras would be"
               display "lost on rewrite. nothing was changed."
               close parmfile
               move 8 to return-code
               goback
            end-if.

            add 1 to ws-parm-count.
            move parm-record to ws-parm-image(ws-parm-count).

        2110-load-one-profile-x.
            exit.

        2200-open-key-master section.
            open input keymast.
            if not ws-keymast-ok
               go to 2200-open-key-master-x
            end-if.

            set ws-key-master-on-hand to true.

        2200-open-key-master-x.
            exit.

      ***************************************************************
      * 3000-review-pending-changes walks every pending change and  *
      * asks the checker what to do with it: a)pprove, r)eject with *
      * a reason, or anything else to leave it pending for another  *
      * day. the maker's own changes are shown but skipped.         *
      ***************************************************************
        3000-review-pending-changes section.
            perform 3100-review-one-change
                varying ws-chg-index from 1 by 1
                until ws-chg-index > ws-chg-count.

        3000-review-pending-changes-x.
            exit.

        3100-review-one-change section.
            move ws-chg-entry(ws-chg-index) to cur-record.

            if cur-for-parmfile
               move "parmfile" to ws-file-name
            else
               move "keymast"  to ws-file-name
            end-if.
            evaluate true
                when cur-action-add
                    move "add"        to ws-action-name
                when cur-action-retire
                    move "retire"     to ws-action-name
                when cur-for-keymast
                    move "re-activate" to ws-action-name
                when other
                    move "change"     to ws-action-name
            end-evaluate.

            display " ".
            display "change " cur-id "  " ws-file-name "  "
                cur-item-id "  " ws-action-name.
            display "  raised by " cur-maker-id " on "
                cur-made-date " at " cur-made-time.

            perform 3200-show-change-fields.

            if cur-maker-id = ws-operator-id
               display "  raised by you - another operator must"
                   " decide it. left pending."
               add 1 to ws-own-count
               add 1 to ws-left-count
               go to 3100-review-one-change-x
            end-if.

            display "a)pprove, r)eject, l)eave pending: "
                with no advancing.
            accept ws-action.

            evaluate true
                when ws-action-approve
                    perform 3300-approve-one-change
                when ws-action-reject
                    display "reason for rejecting: "
                        with no advancing
                    accept ws-reject-reason
                    if ws-reject-reason = spaces
                       move "rejected by checker" to ws-reject-reason
                    end-if
                    perform 3400-decide-one-change
                    set cur-rejected to true
                    add 1 to ws-rejected-count
                when other
                    add 1 to ws-left-count
            end-evaluate.

            move cur-record to ws-chg-entry(ws-chg-index).

        3100-review-one-change-x.
            exit.

      ***************************************************************
      * 3200-show-change-fields lays the before and after images    *
      * out field by field in the master's own layout and shows     *
      * only the fields the change actually moves.                  *
      ***************************************************************
        3200-show-change-fields section.
            if cur-for-keymast
               move cur-before-image to bkey-record
               move cur-after-image  to akey-record
               move "status"         to ws-field-label
               move bkey-status      to ws-field-before
               move akey-status      to ws-field-after
               perform 3250-show-one-field
               move "added date"     to ws-field-label
               move bkey-added-date  to ws-field-before
               move akey-added-date  to ws-field-after
               perform 3250-show-one-field
               move "retired date"   to ws-field-label
               move bkey-retired-date to ws-field-before
               move akey-retired-date to ws-field-after
               perform 3250-show-one-field
               go to 3200-show-change-fields-x
            end-if.

            move cur-before-image to bpar-record.
            move cur-after-image  to apar-record.
            move "sort direction"   to ws-field-label.
            move bpar-sort-direction to ws-field-before.
            move apar-sort-direction to ws-field-after.
            perform 3250-show-one-field.
            move "array ceiling"    to ws-field-label.
            move bpar-array-size    to ws-field-before.
            move apar-array-size    to ws-field-after.
            perform 3250-show-one-field.
            move "input file"       to ws-field-label.
            move bpar-input-file    to ws-field-before.
            move apar-input-file    to ws-field-after.
            perform 3250-show-one-field.
            move "source count"     to ws-field-label.
            move bpar-source-count  to ws-field-before.
            move apar-source-count  to ws-field-after.
            perform 3250-show-one-field.
            move 1 to ws-extra-index.
            perform 3260-show-one-extra-source
                until ws-extra-index > 3.
            move "value band low"   to ws-field-label.
            move bpar-value-band-low  to ws-field-before.
            move apar-value-band-low  to ws-field-after.
            perform 3250-show-one-field.
            move "value band high"  to ws-field-label.
            move bpar-value-band-high to ws-field-before.
            move apar-value-band-high to ws-field-after.
            perform 3250-show-one-field.
            move "count band low"   to ws-field-label.
            move bpar-count-band-low  to ws-field-before.
            move apar-count-band-low  to ws-field-after.
            perform 3250-show-one-field.
            move "count band high"  to ws-field-label.
            move bpar-count-band-high to ws-field-before.
            move apar-count-band-high to ws-field-after.
            perform 3250-show-one-field.
            move "dup policy"       to ws-field-label.
            move bpar-dup-policy    to ws-field-before.
            move apar-dup-policy    to ws-field-after.
            perform 3250-show-one-field.

        3200-show-change-fields-x.
            exit.

        3250-show-one-field section.
            if ws-field-before = ws-field-after
               go to 3250-show-one-field-x
            end-if.

            display "  " ws-field-label " was: " ws-field-before.
            display "  " ws-field-label " now: " ws-field-after.

        3250-show-one-field-x.
            exit.

        3260-show-one-extra-source section.
            move spaces to ws-field-label.
            string "extra source " ws-extra-index
                delimited by size into ws-field-label.
            move bpar-extra-source(ws-extra-index) to ws-field-before.
            move apar-extra-source(ws-extra-index) to ws-field-after.
            perform 3250-show-one-field.
            add 1 to ws-extra-index.

        3260-show-one-extra-source-x.
            exit.

      ***************************************************************
      * 3300-approve-one-change applies the change to parmfile's    *
      * table, or marks the key to be written to keymast at the     *
      * end, but only if the record on file is still exactly the   *
      * before image the maker saw (or, for an add, is still not on *
      * file). anything else means the file moved underneath the    *
      * change, and it is rejected as stale for the maker to raise  *
      * again against what is there now.                            *
      ***************************************************************
        3300-approve-one-change section.
            if cur-for-parmfile
               perform 3310-apply-parameter-change
            else
               perform 3320-apply-key-change
            end-if.

            evaluate true
                when ws-change-applied
                    perform 3400-decide-one-change
                    set cur-approved to true
                    add 1 to ws-approved-count
                    display "  approved and applied to " ws-file-name
                when ws-change-stale
                    move "stale before image" to ws-reject-reason
                    perform 3400-decide-one-change
                    set cur-rejected to true
                    add 1 to ws-rejected-count
                    display "  " ws-file-name " no longer matches the"
                        " before image - rejected as stale."
                when other
                    add 1 to ws-left-count
                    display "  " ws-file-name " is full - left"
                        " pending."
            end-evaluate.

        3300-approve-one-change-x.
            exit.

        3310-apply-parameter-change section.
            move 0 to ws-parm-index.
            perform 3315-find-profile
                varying ws-parm-scan from 1 by 1
                until ws-parm-scan > ws-parm-count
                or ws-parm-index > 0.

            set ws-change-stale to true.

            if cur-action-add
               if ws-parm-index > 0
                  go to 3310-apply-parameter-change-x
               end-if
               if ws-parm-count >= ws-parm-max
                  set ws-change-no-room to true
                  go to 3310-apply-parameter-change-x
               end-if
               add 1 to ws-parm-count
               move ws-parm-count to ws-parm-index
            else
               if ws-parm-index = 0
                  go to 3310-apply-parameter-change-x
               end-if
               if ws-parm-image(ws-parm-index) not = cur-before-image
                  go to 3310-apply-parameter-change-x
               end-if
            end-if.

            move cur-after-image to ws-parm-image(ws-parm-index).
            set ws-parmfile-changed to true.
            set ws-change-applied to true.

        3310-apply-parameter-change-x.
            exit.

        3315-find-profile section.
            if ws-parm-image(ws-parm-scan)(1:8) = cur-item-id
               move ws-parm-scan to ws-parm-index
            end-if.

        3315-find-profile-x.
            exit.

        3320-apply-key-change section.
            move "n" to ws-key-switch.
            if ws-key-master-on-hand
               move cur-item-id to keym-key
               read keymast
                   invalid key
                       move "n" to ws-key-switch
                   not invalid key
                       set ws-key-on-file to true
               end-read
            end-if.

            set ws-change-stale to true.

            if cur-action-add
               if ws-key-on-file
                  go to 3320-apply-key-change-x
               end-if
            else
               if not ws-key-on-file
                  go to 3320-apply-key-change-x
               end-if
               if keym-record not = cur-before-image(1:30)
                  go to 3320-apply-key-change-x
               end-if
            end-if.

            set ws-keymast-changed to true.
            set ws-change-applied to true.

        3320-apply-key-change-x.
            exit.

      ***************************************************************
      * 3400-decide-one-change stamps the checker, when, and (for a *
      * rejection) why onto the change in hand.                      *
      ***************************************************************
        3400-decide-one-change section.
            accept ws-run-time from time.
            move ws-operator-id to cur-checker-id.
            move ws-run-date    to cur-checked-date.
            move ws-run-time    to cur-checked-time.
            if ws-action-reject or ws-change-stale
               move ws-reject-reason to cur-reason
            end-if.

        3400-decide-one-change-x.
            exit.

      ***************************************************************
      * 4000-rewrite-masters writes back parmfile, in full, if a    *
      * change was approved against it, every other record byte-   *
      * for-byte as it came in, then writes or rewrites on keymast  *
      * just the keys approved this session.                        *
      ***************************************************************
        4000-rewrite-masters section.
            if ws-parmfile-changed
               open output parmfile
               if not ws-parmfile-ok
                  display "pgmappr: unable to rewrite parmfile, "
                      "status " ws-parmfile-status
                  move 8 to return-code
                  goback
               end-if
               perform 4100-write-one-profile
                   varying ws-parm-scan from 1 by 1
                   until ws-parm-scan > ws-parm-count
               close parmfile
            end-if.

            if ws-key-master-on-hand
               close keymast
            end-if.

            if ws-keymast-changed
               open i-o keymast
               if not ws-keymast-ok
                  open output keymast
                  close keymast
                  open i-o keymast
               end-if
               if not ws-keymast-ok
                  display "pgmappr: unable to update keymast, "
                      "status " ws-keymast-status
                  move 8 to return-code
                  goback
               end-if
               perform 4200-write-one-key
                   varying ws-chg-index from 1 by 1
                   until ws-chg-index > ws-chg-count
               close keymast
            end-if.

        4000-rewrite-masters-x.
            exit.

        4100-write-one-profile section.
            move ws-parm-image(ws-parm-scan) to parm-record.
            write parm-record.

        4100-write-one-profile-x.
            exit.

        4200-write-one-key section.
            move ws-chg-entry(ws-chg-index) to cur-record.
            if not cur-approved or not cur-for-keymast
               go to 4200-write-one-key-x
            end-if.

            move cur-after-image(1:30) to keym-record.
            if cur-action-add
               write keym-record
                   invalid key
                       display "pgmappr: key " keym-key
                           " could not be added to keymast, status "
                           ws-keymast-status " - left pending"
                       perform 4210-return-to-pending
               end-write
            else
               rewrite keym-record
                   invalid key
                       display "pgmappr: key " keym-key
                           " could not be rewritten on keymast, "
                           "status " ws-keymast-status
                           " - left pending"
                       perform 4210-return-to-pending
               end-rewrite
            end-if.

        4200-write-one-key-x.
            exit.

      ***************************************************************
      * 4210-return-to-pending puts back a keymast change that was  *
      * approved but would not write: it goes back on chgpend as    *
      * pending, unstamped, and is not journalled as approved --    *
      * the journal only ever shows a change that was applied. the  *
      * session still ends rc 8 so the key is chased.               *
      ***************************************************************
        4210-return-to-pending section.
            set cur-pending to true.
            move spaces to cur-checker-id.
            move 0      to cur-checked-date.
            move 0      to cur-checked-time.
            move spaces to cur-reason.
            move cur-record to ws-chg-entry(ws-chg-index).
            subtract 1 from ws-approved-count.
            add 1 to ws-left-count.
            move 8 to return-code.

        4210-return-to-pending-x.
            exit.

      ***************************************************************
      * 5000-journal-decisions extends the change journal with one  *
      * entry for every change approved or rejected this session.   *
      ***************************************************************
        5000-journal-decisions section.
            if ws-approved-count = 0 and ws-rejected-count = 0
               go to 5000-journal-decisions-x
            end-if.

            open extend chgjrnl.
            if not ws-chgjrnl-ok
               open output chgjrnl
            end-if.
            if not ws-chgjrnl-ok
               display "pgmappr: unable to open chgjrnl, status "
                   ws-chgjrnl-status
               move 8 to return-code
               goback
            end-if.

            perform 5100-journal-one-decision
                varying ws-chg-index from 1 by 1
                until ws-chg-index > ws-chg-count.

            close chgjrnl.

        5000-journal-decisions-x.
            exit.

        5100-journal-one-decision section.
            move ws-chg-entry(ws-chg-index) to cur-record.
            if cur-pending
               go to 5100-journal-one-decision-x
            end-if.

            move cur-record to jrn-record.
            write jrn-record.

        5100-journal-one-decision-x.
            exit.

      ***************************************************************
      * 5500-rewrite-pending-changes leaves chgpend holding only    *
      * the changes still undecided; the decided ones live on in    *
      * the journal.                                                *
      ***************************************************************
        5500-rewrite-pending-changes section.
            open output chgpend.
            if not ws-chgpend-ok
               display "pgmappr: unable to rewrite chgpend, status "
                   ws-chgpend-status
               move 8 to return-code
               goback
            end-if.

            perform 5600-write-one-pending-change
                varying ws-chg-index from 1 by 1
                until ws-chg-index > ws-chg-count.

            close chgpend.

        5500-rewrite-pending-changes-x.
            exit.

        5600-write-one-pending-change section.
            move ws-chg-entry(ws-chg-index) to cur-record.
            if not cur-pending
               go to 5600-write-one-pending-change-x
            end-if.

            move cur-record to chg-record.
            write chg-record.

        5600-write-one-pending-change-x.
            exit.
