       identification division.

      **************
      *pgmastmt!   *
      **************

       program-id. pgmastmt.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. the annual branch statement
      *                 finance asks for every january: per branch
      *                 (the leading two characters of the item
      *                 key) the year's twelve months with items,
      *                 value total, running year-to-date and the
      *                 same month last year, quarter subtotals and
      *                 the year against the year before. built off
      *                 the history master pgmroll keeps, plus any
      *                 month not yet rolled off mtdfile, so it
      *                 needs no monthly statement printouts.

       environment division.

       input-output section.

       file-control.
           select histmast   assign to "histmast"
                             organization line sequential
                             file status is ws-histmast-status.

           select mtdfile    assign to "mtdfile"
                             organization line sequential
                             file status is ws-mtdfile-status.

           select astfile    assign to "astfile"
                             organization line sequential
                             file status is ws-astfile-status.

       data division.

       file section.

       fd  histmast.
           copy hstrec.

       fd  mtdfile.
           copy mtdrec.

       fd  astfile.
        01 ast-record        pic x(80).

       working-storage section.

        01 ws-histmast-status pic x(02).
           88 ws-histmast-ok  value "00".

        01 ws-mtdfile-status pic x(02).
           88 ws-mtdfile-ok  value "00".

        01 ws-astfile-status pic x(02).
           88 ws-astfile-ok  value "00".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".

        01 ws-keyed-switch   pic x(01) value "n".
           88 ws-year-keyed   value "y".

        01 ws-year-text      pic x(04).
        01 ws-stmt-year      pic 9(04).
        01 ws-prior-year     pic 9(04).

        01 ws-rec-month.
           05 ws-rec-yyyy    pic 9(04).
           05 ws-rec-mm      pic 9(02).
        01 ws-lookup-branch  pic x(02).

        01 ws-run-date.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).

      * one entry per branch seen in either year, twelve months of
      * each: this year's items, total, high and low, last year's
      * items and total.
        01 ws-branch-max     pic 9(02) value 50.
        01 ws-branch-count   pic 9(02) value 0.
        01 ws-branch-index   pic 9(02).
        01 ws-branch-scan    pic 9(02).
        01 ws-mm             pic 9(02).
        01 ws-quarter        pic 9(01).
        01 ws-quarter-rem    pic 9(01).
        01 ws-branch-table.
           05 ws-branch-entry occurs 50 times.
              10 wb-code        pic x(02).
              10 wb-month       occurs 12 times.
                 15 wb-items       pic 9(07).
                 15 wb-total       pic s9(11).
                 15 wb-seen        pic x(01).
                 15 wb-high        pic s9(05).
                 15 wb-low         pic s9(05).
                 15 wb-ly-items    pic 9(07).
                 15 wb-ly-total    pic s9(11).

        01 ws-validate-value  pic x(05).
        01 ws-validate-number pic s9(05).
        01 ws-validate-magnitude pic 9(04).
        01 ws-candidate-value pic 9(05).
        01 ws-validate-switch pic x(01) value "n".
           88 ws-record-valid   value "y".
           88 ws-record-invalid value "n".

      * running figures while one branch's page is written, and the
      * grand totals across branches. last year is compared only up
      * to ws-last-mm, the last month of the statement year with
      * anything posted, so a statement run before year end does
      * not set part of a year against the whole of the last.
        01 ws-last-mm        pic 9(02).
        01 ws-ytd-total      pic s9(11).
        01 ws-ly-ytd-total   pic s9(11).
        01 ws-ly-period-items pic 9(09).
        01 ws-ly-period-total pic s9(11).
        01 ws-qtr-items      pic 9(07).
        01 ws-qtr-total      pic s9(11).
        01 ws-qtr-ly-total   pic s9(11).
        01 ws-year-items     pic 9(09).
        01 ws-year-total     pic s9(11).
        01 ws-year-ly-items  pic 9(09).
        01 ws-year-ly-total  pic s9(11).
        01 ws-movement       pic s9(11).
        01 ws-grand-items    pic 9(09) value 0.
        01 ws-grand-total    pic s9(11) value 0.
        01 ws-grand-ly-period pic s9(11) value 0.
        01 ws-bad-line-count pic 9(05) value 0.

        01 ast-title-line.
           05 filler         pic x(32)
                              value "pgmastmt annual branch statement".
           05 filler         pic x(48) value spaces.

        01 ast-year-line.
           05 filler         pic x(16) value "statement year: ".
           05 ast-stmt-year  pic 9(04).
           05 filler         pic x(20) value "  compared against: ".
           05 ast-prior-year pic 9(04).
           05 filler         pic x(36) value spaces.

        01 ast-branch-line.
           05 filler         pic x(07) value "branch ".
           05 ast-branch     pic x(02).
           05 filler         pic x(71) value spaces.

        01 ast-heading-line.
           05 filler         pic x(10) value "  month".
           05 filler         pic x(07) value "  items".
           05 filler         pic x(12) value "       total".
           05 filler         pic x(12) value "   ytd total".
           05 filler         pic x(12) value "   last year".
           05 filler         pic x(12) value " last yr ytd".
           05 filler         pic x(07) value "   high".
           05 filler         pic x(07) value "    low".
           05 filler         pic x(01) value spaces.

        01 ast-month-line.
           05 filler         pic x(02) value spaces.
           05 ast-month      pic 9(06).
           05 filler         pic x(02) value spaces.
           05 ast-items      pic zzzzzz9.
           05 filler         pic x(01) value spaces.
           05 ast-total      pic -zzzzzzzzz9.
           05 filler         pic x(01) value spaces.
           05 ast-ytd        pic -zzzzzzzzz9.
           05 filler         pic x(01) value spaces.
           05 ast-ly-total   pic -zzzzzzzzz9.
           05 filler         pic x(01) value spaces.
           05 ast-ly-ytd     pic -zzzzzzzzz9.
           05 filler         pic x(01) value spaces.
           05 ast-high       pic -----9.
           05 filler         pic x(01) value spaces.
           05 ast-low        pic -----9.
           05 filler         pic x(01) value spaces.

        01 ast-quarter-line.
           05 filler         pic x(03) value "  q".
           05 ast-qtr-number pic 9(01).
           05 filler         pic x(06) value " total".
           05 ast-qtr-items  pic zzzzzz9.
           05 filler         pic x(01) value spaces.
           05 ast-qtr-total  pic -zzzzzzzzz9.
           05 filler         pic x(13) value spaces.
           05 ast-qtr-ly-total pic -zzzzzzzzz9.
           05 filler         pic x(27) value spaces.

      * the year, and last year both in full and to the same month.
        01 ast-year-total-line.
           05 filler         pic x(10) value "  year".
           05 ast-yr-items   pic zzzzzz9.
           05 filler         pic x(01) value spaces.
           05 ast-yr-total   pic -zzzzzzzzz9.
           05 filler         pic x(13) value spaces.
           05 ast-yr-ly-total pic -zzzzzzzzz9.
           05 filler         pic x(01) value spaces.
           05 ast-yr-ly-period pic -zzzzzzzzz9.
           05 filler         pic x(15) value spaces.

        01 ast-movement-line.
           05 filler         pic x(32)
                              value "  movement against last year to ".
           05 ast-yr-through pic 9(06).
           05 filler         pic x(02) value ": ".
           05 ast-yr-movement pic -zzzzzzzzz9.
           05 filler         pic x(16) value "  items before: ".
           05 ast-yr-ly-items pic zzzzzzzz9.
           05 filler         pic x(04) value spaces.

        01 ast-trailer-line.
           05 filler         pic x(10) value "branches: ".
           05 ast-tot-branches pic zz9.
           05 filler         pic x(09) value "  items: ".
           05 ast-tot-items  pic zzzzzzzz9.
           05 filler         pic x(09) value "  total: ".
           05 ast-tot-total  pic -zzzzzzzzz9.
           05 filler         pic x(14) value "  ly to date: ".
           05 ast-tot-ly-total pic -zzzzzzzzz9.
           05 filler         pic x(04) value spaces.

        01 ast-note-line.
           05 ast-note-text  pic x(80).

       procedure division.
        1000-main section.
            display "pgmastmt - annual branch statement".
            display "----------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 2000-accept-statement-year.
            perform 3000-load-history.
            perform 3500-load-unrolled-months.
            perform 4000-write-statements.
            display " ".
            display "statement written for " ws-branch-count
                " branch(es), year " ws-stmt-year ".".
            goback.

      ***************************************************************
      * 2000-accept-statement-year keeps prompting until a usable   *
      * yyyy is keyed; spaces takes last year, which is right for   *
      * the january run finance asks for.                           *
      ***************************************************************
        2000-accept-statement-year section.
            perform 2010-accept-one-year
                until ws-year-keyed.
            compute ws-prior-year = ws-stmt-year - 1.

        2000-accept-statement-year-x.
            exit.

        2010-accept-one-year section.
            display "statement year (yyyy), spaces for last year: "
                with no advancing.
            accept ws-year-text.

            if ws-year-text = spaces
               compute ws-stmt-year = ws-run-yyyy - 1
               set ws-year-keyed to true
               go to 2010-accept-one-year-x
            end-if.

            if ws-year-text is numeric
               and ws-year-text > "1900"
               move ws-year-text to ws-stmt-year
               set ws-year-keyed to true
            else
               display "not a usable year, try again"
            end-if.

        2010-accept-one-year-x.
            exit.

      ***************************************************************
      * 3000-load-history folds every histmast record for the two   *
      * years into its branch and month -- the streams of a branch  *
      * added together, the highest high and lowest low kept.       *
      ***************************************************************
        3000-load-history section.
            open input histmast.
            if not ws-histmast-ok
               display "pgmastmt: no histmast on hand, status "
                   ws-histmast-status " - only unrolled months from "
                   "mtdfile will show"
               go to 3000-load-history-x
            end-if.

            move "n" to ws-read-switch.
            perform 3100-fold-one-history-record
                until ws-file-done.

            close histmast.

        3000-load-history-x.
            exit.

        3100-fold-one-history-record section.
            read histmast
                at end
                    set ws-file-done to true
                    go to 3100-fold-one-history-record-x
            end-read.

            move hst-month to ws-rec-month.
            if ws-rec-yyyy not = ws-stmt-year
               and ws-rec-yyyy not = ws-prior-year
               go to 3100-fold-one-history-record-x
            end-if.
            if ws-rec-mm < 1 or ws-rec-mm > 12
               add 1 to ws-bad-line-count
               go to 3100-fold-one-history-record-x
            end-if.

            move hst-branch to ws-lookup-branch.
            perform 3200-find-branch-entry.
            if ws-branch-index = 0
               go to 3100-fold-one-history-record-x
            end-if.

            if ws-rec-yyyy = ws-prior-year
               add hst-items to wb-ly-items(ws-branch-index ws-rec-mm)
               add hst-total to wb-ly-total(ws-branch-index ws-rec-mm)
               go to 3100-fold-one-history-record-x
            end-if.

            add hst-items to wb-items(ws-branch-index ws-rec-mm).
            add hst-total to wb-total(ws-branch-index ws-rec-mm).
            move hst-high to ws-validate-number.
            perform 3300-keep-high-low.
            move hst-low to ws-validate-number.
            perform 3300-keep-high-low.

        3100-fold-one-history-record-x.
            exit.

        3200-find-branch-entry section.
            move 0 to ws-branch-index.
            perform 3210-match-one-branch
                varying ws-branch-scan from 1 by 1
                until ws-branch-scan > ws-branch-count
                   or ws-branch-index > 0.

            if ws-branch-index > 0
               go to 3200-find-branch-entry-x
            end-if.

            if ws-branch-count >= ws-branch-max
               display "pgmastmt: more than " ws-branch-max
                   " branches on file - branch " ws-lookup-branch
                   " left off"
               go to 3200-find-branch-entry-x
            end-if.

            add 1 to ws-branch-count.
            move ws-branch-count to ws-branch-index.
            initialize ws-branch-entry(ws-branch-index).
            move ws-lookup-branch to wb-code(ws-branch-index).
            perform 3220-clear-one-month
                varying ws-mm from 1 by 1 until ws-mm > 12.

        3200-find-branch-entry-x.
            exit.

        3210-match-one-branch section.
            if wb-code(ws-branch-scan) = ws-lookup-branch
               move ws-branch-scan to ws-branch-index
            end-if.

        3210-match-one-branch-x.
            exit.

        3220-clear-one-month section.
            move "n" to wb-seen(ws-branch-index ws-mm).

        3220-clear-one-month-x.
            exit.

        3300-keep-high-low section.
            if wb-seen(ws-branch-index ws-rec-mm) = "n"
               move "y" to wb-seen(ws-branch-index ws-rec-mm)
               move ws-validate-number
                 to wb-high(ws-branch-index ws-rec-mm)
               move ws-validate-number
                 to wb-low(ws-branch-index ws-rec-mm)
               go to 3300-keep-high-low-x
            end-if.

            if ws-validate-number > wb-high(ws-branch-index ws-rec-mm)
               move ws-validate-number
                 to wb-high(ws-branch-index ws-rec-mm)
            end-if.
            if ws-validate-number < wb-low(ws-branch-index ws-rec-mm)
               move ws-validate-number
                 to wb-low(ws-branch-index ws-rec-mm)
            end-if.

        3300-keep-high-low-x.
            exit.

      ***************************************************************
      * 3500-load-unrolled-months picks up whatever of the two      *
      * years is still detail on mtdfile -- a month not yet closed  *
      * and rolled. a month is either on the master or on histmast, *
      * never both, so nothing is counted twice.                    *
      ***************************************************************
        3500-load-unrolled-months section.
            open input mtdfile.
            if not ws-mtdfile-ok
               go to 3500-load-unrolled-months-x
            end-if.

            move "n" to ws-read-switch.
            perform 3510-fold-one-master-record
                until ws-file-done.

            close mtdfile.

        3500-load-unrolled-months-x.
            exit.

        3510-fold-one-master-record section.
            read mtdfile
                at end
                    set ws-file-done to true
                    go to 3510-fold-one-master-record-x
            end-read.

            if mtd-date is not numeric
               add 1 to ws-bad-line-count
               go to 3510-fold-one-master-record-x
            end-if.

            move mtd-date(1:6) to ws-rec-month.
            if ws-rec-yyyy not = ws-stmt-year
               and ws-rec-yyyy not = ws-prior-year
               go to 3510-fold-one-master-record-x
            end-if.
            if ws-rec-mm < 1 or ws-rec-mm > 12
               add 1 to ws-bad-line-count
               go to 3510-fold-one-master-record-x
            end-if.

            move mtd-value to ws-validate-value.
            perform 3600-parse-one-value.
            if ws-record-invalid
               add 1 to ws-bad-line-count
               go to 3510-fold-one-master-record-x
            end-if.

            move mtd-key(1:2) to ws-lookup-branch.
            perform 3200-find-branch-entry.
            if ws-branch-index = 0
               go to 3510-fold-one-master-record-x
            end-if.

            if ws-rec-yyyy = ws-prior-year
               add 1 to wb-ly-items(ws-branch-index ws-rec-mm)
               add ws-validate-number
                 to wb-ly-total(ws-branch-index ws-rec-mm)
               go to 3510-fold-one-master-record-x
            end-if.

            add 1 to wb-items(ws-branch-index ws-rec-mm).
            add ws-validate-number
              to wb-total(ws-branch-index ws-rec-mm).
            perform 3300-keep-high-low.

        3510-fold-one-master-record-x.
            exit.

        3600-parse-one-value section.
            set ws-record-valid to true.
            move 0 to ws-validate-number.

            if ws-validate-value(1:1) = "-"
               if ws-validate-value(2:4) is numeric
                  move ws-validate-value(2:4)
                    to ws-validate-magnitude
                  compute ws-validate-number =
                      0 - ws-validate-magnitude
               else
                  set ws-record-invalid to true
               end-if
            else
               if ws-validate-value is numeric
                  move ws-validate-value to ws-candidate-value
                  move ws-candidate-value to ws-validate-number
               else
                  set ws-record-invalid to true
               end-if
            end-if.

        3600-parse-one-value-x.
            exit.

        4000-write-statements section.
            open output astfile.
            if not ws-astfile-ok
               display "pgmastmt: unable to open astfile, status "
                   ws-astfile-status
               move 8 to return-code
               goback
            end-if.

            write ast-record from ast-title-line.
            move ws-stmt-year  to ast-stmt-year.
            move ws-prior-year to ast-prior-year.
            write ast-record from ast-year-line.

            if ws-branch-count = 0
               move "no postings on file for either year"
                 to ast-note-text
               write ast-record from ast-note-line
            end-if.

            move 0 to ws-last-mm.
            perform 4050-find-last-month
                varying ws-branch-index from 1 by 1
                until ws-branch-index > ws-branch-count.
            if ws-last-mm = 0
               move 12 to ws-last-mm
            end-if.

            perform 4100-write-one-branch
                varying ws-branch-index from 1 by 1
                until ws-branch-index > ws-branch-count.

            move spaces to ast-record.
            write ast-record.
            move ws-branch-count   to ast-tot-branches.
            move ws-grand-items    to ast-tot-items.
            move ws-grand-total    to ast-tot-total.
            move ws-grand-ly-period to ast-tot-ly-total.
            write ast-record from ast-trailer-line.

            if ws-bad-line-count > 0
               move spaces to ast-note-text
               string "records skipped as unreadable: "
                      ws-bad-line-count
                      delimited by size into ast-note-text
               write ast-record from ast-note-line
            end-if.

            close astfile.

        4000-write-statements-x.
            exit.

      ***************************************************************
      * 4050-find-last-month moves ws-last-mm on to the latest      *
      * month any branch has postings for in the statement year.    *
      * a year with none at all is set against last year in full.   *
      ***************************************************************
        4050-find-last-month section.
            perform 4060-check-one-month
                varying ws-mm from 1 by 1 until ws-mm > 12.

        4050-find-last-month-x.
            exit.

        4060-check-one-month section.
            if wb-items(ws-branch-index ws-mm) > 0
               and ws-mm > ws-last-mm
               move ws-mm to ws-last-mm
            end-if.

        4060-check-one-month-x.
            exit.

      ***************************************************************
      * 4100-write-one-branch prints one branch's year: a line per  *
      * month with its running year-to-date, the same month last    *
      * year and last year's running year-to-date, a subtotal after *
      * each quarter, then the year against the year before -- in   *
      * full, and to the last month posted this year, which is what *
      * the movement is taken on.                                   *
      ***************************************************************
        4100-write-one-branch section.
            move spaces to ast-record.
            write ast-record.
            move wb-code(ws-branch-index) to ast-branch.
            write ast-record from ast-branch-line.
            write ast-record from ast-heading-line.

            move 0 to ws-ytd-total.
            move 0 to ws-ly-ytd-total.
            move 0 to ws-ly-period-items.
            move 0 to ws-ly-period-total.
            move 0 to ws-qtr-items.
            move 0 to ws-qtr-total.
            move 0 to ws-qtr-ly-total.
            move 0 to ws-year-items.
            move 0 to ws-year-total.
            move 0 to ws-year-ly-items.
            move 0 to ws-year-ly-total.

            perform 4200-write-one-month
                varying ws-mm from 1 by 1 until ws-mm > 12.

            move ws-year-items    to ast-yr-items.
            move ws-year-total    to ast-yr-total.
            move ws-year-ly-total to ast-yr-ly-total.
            move ws-ly-period-total to ast-yr-ly-period.
            write ast-record from ast-year-total-line.

            compute ws-movement = ws-year-total - ws-ly-period-total.
            move ws-stmt-year to ws-rec-yyyy.
            move ws-last-mm   to ws-rec-mm.
            move ws-rec-month to ast-yr-through.
            move ws-movement  to ast-yr-movement.
            move ws-ly-period-items to ast-yr-ly-items.
            write ast-record from ast-movement-line.

            add ws-year-items    to ws-grand-items.
            add ws-year-total    to ws-grand-total.
            add ws-ly-period-total to ws-grand-ly-period.

        4100-write-one-branch-x.
            exit.

        4200-write-one-month section.
            add wb-total(ws-branch-index ws-mm) to ws-ytd-total.
            add wb-ly-total(ws-branch-index ws-mm) to ws-ly-ytd-total.
            if ws-mm not > ws-last-mm
               add wb-ly-items(ws-branch-index ws-mm)
                 to ws-ly-period-items
               add wb-ly-total(ws-branch-index ws-mm)
                 to ws-ly-period-total
            end-if.

            move ws-stmt-year to ws-rec-yyyy.
            move ws-mm        to ws-rec-mm.
            move ws-rec-month to ast-month.
            move wb-items(ws-branch-index ws-mm) to ast-items.
            move wb-total(ws-branch-index ws-mm) to ast-total.
            move ws-ytd-total to ast-ytd.
            move wb-ly-total(ws-branch-index ws-mm) to ast-ly-total.
            move ws-ly-ytd-total to ast-ly-ytd.
            if wb-seen(ws-branch-index ws-mm) = "y"
               move wb-high(ws-branch-index ws-mm) to ast-high
               move wb-low(ws-branch-index ws-mm)  to ast-low
            else
               move 0 to ast-high
               move 0 to ast-low
            end-if.
            write ast-record from ast-month-line.

            add wb-items(ws-branch-index ws-mm) to ws-qtr-items.
            add wb-total(ws-branch-index ws-mm) to ws-qtr-total.
            add wb-ly-total(ws-branch-index ws-mm) to ws-qtr-ly-total.
            add wb-items(ws-branch-index ws-mm) to ws-year-items.
            add wb-total(ws-branch-index ws-mm) to ws-year-total.
            add wb-ly-items(ws-branch-index ws-mm) to ws-year-ly-items.
            add wb-ly-total(ws-branch-index ws-mm) to ws-year-ly-total.

            divide ws-mm by 3 giving ws-quarter
                remainder ws-quarter-rem.
            if ws-quarter-rem = 0
               move ws-quarter      to ast-qtr-number
               move ws-qtr-items    to ast-qtr-items
               move ws-qtr-total    to ast-qtr-total
               move ws-qtr-ly-total to ast-qtr-ly-total
               write ast-record from ast-quarter-line
               move 0 to ws-qtr-items
               move 0 to ws-qtr-total
               move 0 to ws-qtr-ly-total
            end-if.

        4200-write-one-month-x.
            exit.
