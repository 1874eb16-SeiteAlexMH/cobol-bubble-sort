       identification division.

      **************
      *pgmchgr!    *
      **************

       program-id. pgmchgr.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. daily printed report of the
      *                 reference-data change journal for audit:
      *                 every change raised, approved or rejected on
      *                 the report date, who made it, who checked
      *                 it, and the fields it moved before and
      *                 after, then every change still waiting on
      *                 chgpend at the end of the day.

       environment division.

       input-output section.

       file-control.
           select chgjrnl    assign to "chgjrnl"
                             organization line sequential
                             file status is ws-chgjrnl-status.

           select chgpend    assign to "chgpend"
                             organization line sequential
                             file status is ws-chgpend-status.

           select chgrpt     assign to "chgrpt"
                             organization line sequential
                             file status is ws-chgrpt-status.

       data division.

       file section.

       fd  chgjrnl.
           copy chgrec replacing leading ==chg-== by ==jrn-==.

       fd  chgpend.
           copy chgrec.

       fd  chgrpt.
        01 chr-record          pic x(80).

       working-storage section.

        01 ws-chgjrnl-status   pic x(02).
           88 ws-chgjrnl-ok    value "00".

        01 ws-chgpend-status   pic x(02).
           88 ws-chgpend-ok    value "00".

        01 ws-chgrpt-status    pic x(02).
           88 ws-chgrpt-ok     value "00".

        01 ws-read-switch      pic x(01) value "n".
           88 ws-file-done     value "y".

        01 ws-run-date.
           05 ws-run-yyyy      pic 9(04).
           05 ws-run-mm        pic 9(02).
           05 ws-run-dd        pic 9(02).

      * the day being reported, keyed on sysin as yyyymmdd; spaces
      * takes the run date.
        01 ws-report-text      pic x(08).
        01 ws-report-date.
           05 ws-report-yyyy   pic 9(04).
           05 ws-report-mm     pic 9(02).
           05 ws-report-dd     pic 9(02).

      * the journal or pending entry being printed, in chgrec's own
      * layout, and before/after views of its images.
           copy chgrec replacing leading ==chg-== by ==cur-==.
           copy parmrec replacing leading ==parm-== by ==bpar-==.
           copy parmrec replacing leading ==parm-== by ==apar-==.
           copy keymrec replacing leading ==keym-== by ==bkey-==.
           copy keymrec replacing leading ==keym-== by ==akey-==.

        01 ws-field-label      pic x(16).
        01 ws-field-before     pic x(40).
        01 ws-field-after      pic x(40).
        01 ws-extra-index      pic 9(01).

        01 ws-raised-count     pic 9(05) value 0.
        01 ws-approved-count   pic 9(05) value 0.
        01 ws-rejected-count   pic 9(05) value 0.
        01 ws-pending-count    pic 9(05) value 0.
        01 ws-overdue-count    pic 9(05) value 0.

        01 chr-title-line.
           05 filler           pic x(36)
                       value "pgmchgr reference-data change report".
           05 filler           pic x(44) value spaces.

        01 chr-date-line.
           05 filler           pic x(10) value "run date: ".
           05 chr-run-mm       pic 99.
           05 filler           pic x(01) value "/".
           05 chr-run-dd       pic 99.
           05 filler           pic x(01) value "/".
           05 chr-run-yyyy     pic 9999.
           05 filler           pic x(16) value "   changes for: ".
           05 chr-rep-mm       pic 99.
           05 filler           pic x(01) value "/".
           05 chr-rep-dd       pic 99.
           05 filler           pic x(01) value "/".
           05 chr-rep-yyyy     pic 9999.
           05 filler           pic x(34) value spaces.

        01 chr-section-line.
           05 chr-section-text pic x(40).
           05 filler           pic x(40) value spaces.

        01 chr-column-line.
           05 filler           pic x(08) value "change".
           05 filler           pic x(10) value "file".
           05 filler           pic x(10) value "item".
           05 filler           pic x(12) value "action".
           05 filler           pic x(11) value "status".
           05 filler           pic x(10) value "maker".
           05 filler           pic x(10) value "checker".
           05 filler           pic x(09) value "time".

        01 chr-detail-line.
           05 chr-id           pic 9(06).
           05 filler           pic x(02) value spaces.
           05 chr-file         pic x(08).
           05 filler           pic x(02) value spaces.
           05 chr-item         pic x(08).
           05 filler           pic x(02) value spaces.
           05 chr-action       pic x(11).
           05 filler           pic x(01) value spaces.
           05 chr-status       pic x(09).
           05 filler           pic x(02) value spaces.
           05 chr-maker        pic x(08).
           05 filler           pic x(02) value spaces.
           05 chr-checker      pic x(08).
           05 filler           pic x(02) value spaces.
           05 chr-time-hh      pic x(02).
           05 filler           pic x(01) value ":".
           05 chr-time-mm      pic x(02).
           05 filler           pic x(04) value spaces.

        01 chr-was-line.
           05 filler           pic x(04) value spaces.
           05 chr-was-label    pic x(16).
           05 filler           pic x(05) value "was: ".
           05 chr-was-value    pic x(40).
           05 filler           pic x(15) value spaces.

        01 chr-now-line.
           05 filler           pic x(20) value spaces.
           05 filler           pic x(05) value "now: ".
           05 chr-now-value    pic x(40).
           05 filler           pic x(15) value spaces.

        01 chr-reason-line.
           05 filler           pic x(04) value spaces.
           05 filler           pic x(08) value "reason: ".
           05 chr-reason       pic x(20).
           05 filler           pic x(48) value spaces.

        01 chr-raised-line.
           05 filler           pic x(04) value spaces.
           05 filler           pic x(10) value "raised on ".
           05 chr-made-date    pic 9(08).
           05 filler           pic x(58) value spaces.

        01 chr-trailer-line.
           05 filler           pic x(08) value "raised: ".
           05 chr-raised       pic zzzz9.
           05 filler           pic x(12) value "  approved: ".
           05 chr-approved     pic zzzz9.
           05 filler           pic x(12) value "  rejected: ".
           05 chr-rejected     pic zzzz9.
           05 filler           pic x(15) value "  still open: ".
           05 chr-pending      pic zzzz9.
           05 filler           pic x(13) value spaces.

       procedure division.
        1000-main section.
            display "pgmchgr - reference-data change report".
            display "--------------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 1100-accept-report-date.
            perform 2000-open-report.
            perform 3000-report-journal.
            perform 4000-report-still-pending.
            perform 5000-write-trailer.
            perform 8000-set-return-code.
            goback.

      ***************************************************************
      * 1100-accept-report-date takes the day to report as yyyymmdd *
      * on sysin; spaces, or anything that is not a date, takes the *
      * run date.                                                   *
      ***************************************************************
        1100-accept-report-date section.
            display "report date (yyyymmdd, spaces for today): "
                with no advancing.
            accept ws-report-text.

            if ws-report-text = spaces
               or ws-report-text is not numeric
               move ws-run-date to ws-report-date
            else
               move ws-report-text to ws-report-date
            end-if.

        1100-accept-report-date-x.
            exit.

        2000-open-report section.
            open output chgrpt.
            if not ws-chgrpt-ok
               display "pgmchgr: unable to open chgrpt, status "
                   ws-chgrpt-status
               move 8 to return-code
               goback
            end-if.

            write chr-record from chr-title-line.
            move ws-run-mm      to chr-run-mm.
            move ws-run-dd      to chr-run-dd.
            move ws-run-yyyy    to chr-run-yyyy.
            move ws-report-mm   to chr-rep-mm.
            move ws-report-dd   to chr-rep-dd.
            move ws-report-yyyy to chr-rep-yyyy.
            write chr-record from chr-date-line.

        2000-open-report-x.
            exit.

      ***************************************************************
      * 3000-report-journal prints every journal entry belonging to *
      * the report date: changes raised that day, and changes       *
      * approved or rejected that day, each with the fields it      *
      * moves. no journal means no change has ever been raised.     *
      ***************************************************************
        3000-report-journal section.
            move spaces to chr-record.
            write chr-record.
            move "changes raised and decided" to chr-section-text.
            write chr-record from chr-section-line.
            write chr-record from chr-column-line.

            open input chgjrnl.
            if not ws-chgjrnl-ok
               go to 3000-report-journal-x
            end-if.

            move "n" to ws-read-switch.
            perform 3100-report-one-entry until ws-file-done.

            close chgjrnl.

        3000-report-journal-x.
            exit.

        3100-report-one-entry section.
            read chgjrnl
                at end
                    set ws-file-done to true
                    go to 3100-report-one-entry-x
            end-read.

            move jrn-record to cur-record.

            evaluate true
                when cur-pending
                    if cur-made-date not = ws-report-date
                       go to 3100-report-one-entry-x
                    end-if
                    add 1 to ws-raised-count
                when cur-approved
                    if cur-checked-date not = ws-report-date
                       go to 3100-report-one-entry-x
                    end-if
                    add 1 to ws-approved-count
                when other
                    if cur-checked-date not = ws-report-date
                       go to 3100-report-one-entry-x
                    end-if
                    add 1 to ws-rejected-count
            end-evaluate.

            perform 3200-write-change-line.
            perform 3300-write-change-fields.

            if cur-rejected
               move cur-reason to chr-reason
               write chr-record from chr-reason-line
            end-if.

        3100-report-one-entry-x.
            exit.

      ***************************************************************
      * 3200-write-change-line prints the change's one-line summary:*
      * its number, what it is for, where it stands, who raised it, *
      * who decided it and when the entry was made.                 *
      ***************************************************************
        3200-write-change-line section.
            move cur-id      to chr-id.
            move cur-item-id to chr-item.
            if cur-for-parmfile
               move "parmfile" to chr-file
            else
               move "keymast"  to chr-file
            end-if.

            evaluate true
                when cur-action-add
                    move "add"         to chr-action
                when cur-action-retire
                    move "retire"      to chr-action
                when cur-for-keymast
                    move "re-activate" to chr-action
                when other
                    move "change"      to chr-action
            end-evaluate.

            evaluate true
                when cur-pending
                    move "raised"   to chr-status
                    move cur-made-time(1:2)    to chr-time-hh
                    move cur-made-time(3:2)    to chr-time-mm
                when cur-approved
                    move "approved" to chr-status
                    move cur-checked-time(1:2) to chr-time-hh
                    move cur-checked-time(3:2) to chr-time-mm
                when other
                    move "rejected" to chr-status
                    move cur-checked-time(1:2) to chr-time-hh
                    move cur-checked-time(3:2) to chr-time-mm
            end-evaluate.

            move cur-maker-id   to chr-maker.
            move cur-checker-id to chr-checker.
            write chr-record from chr-detail-line.

        3200-write-change-line-x.
            exit.

      ***************************************************************
      * 3300-write-change-fields lays the before and after images   *
      * out field by field in the master's own layout and prints    *
      * only the fields the change moves.                           *
      ***************************************************************
        3300-write-change-fields section.
            if cur-for-keymast
               move cur-before-image to bkey-record
               move cur-after-image  to akey-record
               move "status"         to ws-field-label
               move bkey-status      to ws-field-before
               move akey-status      to ws-field-after
               perform 3350-write-one-field
               move "added date"     to ws-field-label
               move bkey-added-date  to ws-field-before
               move akey-added-date  to ws-field-after
               perform 3350-write-one-field
               move "retired date"   to ws-field-label
               move bkey-retired-date to ws-field-before
               move akey-retired-date to ws-field-after
               perform 3350-write-one-field
               go to 3300-write-change-fields-x
            end-if.

            move cur-before-image to bpar-record.
            move cur-after-image  to apar-record.
            move "sort direction"   to ws-field-label.
            move bpar-sort-direction to ws-field-before.
            move apar-sort-direction to ws-field-after.
            perform 3350-write-one-field.
            move "array ceiling"    to ws-field-label.
            move bpar-array-size    to ws-field-before.
            move apar-array-size    to ws-field-after.
            perform 3350-write-one-field.
            move "input file"       to ws-field-label.
            move bpar-input-file    to ws-field-before.
            move apar-input-file    to ws-field-after.
            perform 3350-write-one-field.
            move "source count"     to ws-field-label.
            move bpar-source-count  to ws-field-before.
            move apar-source-count  to ws-field-after.
            perform 3350-write-one-field.
            move 1 to ws-extra-index.
            perform 3360-write-one-extra-source
                until ws-extra-index > 3.
            move "value band low"   to ws-field-label.
            move bpar-value-band-low  to ws-field-before.
            move apar-value-band-low  to ws-field-after.
            perform 3350-write-one-field.
            move "value band high"  to ws-field-label.
            move bpar-value-band-high to ws-field-before.
            move apar-value-band-high to ws-field-after.
            perform 3350-write-one-field.
            move "count band low"   to ws-field-label.
            move bpar-count-band-low  to ws-field-before.
            move apar-count-band-low  to ws-field-after.
            perform 3350-write-one-field.
            move "count band high"  to ws-field-label.
            move bpar-count-band-high to ws-field-before.
            move apar-count-band-high to ws-field-after.
            perform 3350-write-one-field.
            move "dup policy"       to ws-field-label.
            move bpar-dup-policy    to ws-field-before.
            move apar-dup-policy    to ws-field-after.
            perform 3350-write-one-field.

        3300-write-change-fields-x.
            exit.

        3350-write-one-field section.
            if ws-field-before = ws-field-after
               go to 3350-write-one-field-x
            end-if.

            move ws-field-label  to chr-was-label.
            move ws-field-before to chr-was-value.
            write chr-record from chr-was-line.
            move ws-field-after  to chr-now-value.
            write chr-record from chr-now-line.

        3350-write-one-field-x.
            exit.

        3360-write-one-extra-source section.
            move spaces to ws-field-label.
            string "extra source " ws-extra-index
                delimited by size into ws-field-label.
            move bpar-extra-source(ws-extra-index) to ws-field-before.
            move apar-extra-source(ws-extra-index) to ws-field-after.
            perform 3350-write-one-field.
            add 1 to ws-extra-index.

        3360-write-one-extra-source-x.
            exit.

      ***************************************************************
      * 4000-report-still-pending lists every change still waiting  *
      * on chgpend, with the day it was raised. one raised before   *
      * the report date has sat a full day without a checker and is *
      * counted for the review return code.                         *
      ***************************************************************
        4000-report-still-pending section.
            move spaces to chr-record.
            write chr-record.
            move "still awaiting approval" to chr-section-text.
            write chr-record from chr-section-line.
            write chr-record from chr-column-line.

            open input chgpend.
            if not ws-chgpend-ok
               go to 4000-report-still-pending-x
            end-if.

            move "n" to ws-read-switch.
            perform 4100-report-one-pending until ws-file-done.

            close chgpend.

        4000-report-still-pending-x.
            exit.

        4100-report-one-pending section.
            read chgpend
                at end
                    set ws-file-done to true
                    go to 4100-report-one-pending-x
            end-read.

            if not chg-pending
               go to 4100-report-one-pending-x
            end-if.

            add 1 to ws-pending-count.
            move chg-record to cur-record.
            perform 3200-write-change-line.
            move cur-made-date to chr-made-date.
            write chr-record from chr-raised-line.

            if cur-made-date < ws-report-date
               add 1 to ws-overdue-count
            end-if.

        4100-report-one-pending-x.
            exit.

        5000-write-trailer section.
            move spaces to chr-record.
            write chr-record.
            move ws-raised-count   to chr-raised.
            move ws-approved-count to chr-approved.
            move ws-rejected-count to chr-rejected.
            move ws-pending-count  to chr-pending.
            write chr-record from chr-trailer-line.
            close chgrpt.

            display "raised " ws-raised-count ", approved "
                ws-approved-count ", rejected " ws-rejected-count
                ", still open " ws-pending-count ".".

        5000-write-trailer-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - report written, nothing left waiting from an   *
      *              earlier day                                    *
      *     rc 04  - a change has waited on chgpend since before    *
      *              the report date (chase a checker)              *
      *     rc 08  - chgrpt would not open                          *
      ***************************************************************
        8000-set-return-code section.
            if ws-overdue-count > 0
               move 4 to return-code
            else
               move 0 to return-code
            end-if.

        8000-set-return-code-x.
            exit.
