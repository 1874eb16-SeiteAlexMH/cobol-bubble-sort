      *                 the run date's month), and the prior month
      *                 comes off the same master, so the compare
      *                 needs no second file.
      * 2026-10-15  as  days active is now shown against the
      *                 month's business days off the shared
      *                 calendar (pgmcald) -- "days active: 19 of
      *                 21" -- so a branch that missed nothing in
      *                 a month of holidays no longer reads as a
      *                 short month.
      * 2026-10-15  as  once the statement is written the operator
      *                 is asked whether to close the month; a
      *                 closed month goes on the mthclose register,
      *                 and pgmbkout will not back out any of its
      *                 days after that.
      * 2026-10-15  as  a month pgmroll has rolled off mtdfile is
      *                 read back off the history master, histmast,
      *                 so the prior-month compare (or a reprint of
      *                 a rolled month) still has its figures.

       environment division.

                             organization line sequential
                             file status is ws-mstfile-status.

           select histmast  assign to "histmast"
                             organization line sequential
                             file status is ws-histmast-status.

           select mthclose  assign to "mthclose"
                             organization line sequential
                             file status is ws-mthclose-status.

       data division.

       file section.
       fd  mstfile.
        01 mst-record        pic x(80).

       fd  histmast.
           copy hstrec.

       fd  mthclose.
           copy mclrec.

       working-storage section.

        01 ws-mtdfile-status pic x(02).
        01 ws-mstfile-status pic x(02).
           88 ws-mstfile-ok  value "00".

        01 ws-histmast-status pic x(02).
           88 ws-histmast-ok  value "00".

        01 ws-history-switch pic x(01) value "n".
           88 ws-history-done value "y".

        01 ws-mthclose-status pic x(02).
           88 ws-mthclose-ok  value "00".

        01 ws-close-answer   pic x(01) value spaces.
        01 ws-register-sw    pic x(01) value "n".
           88 ws-register-done value "y".
        01 ws-closed-switch  pic x(01) value "n".
           88 ws-month-closed value "y".
        01 ws-run-time       pic 9(08).

        01 ws-read-switch    pic x(01) value "n".
           88 ws-master-done  value "y".


        01 ws-bad-line-count pic 9(05) value 0.

      * business days in the statement month, off the calendar.
        01 ws-business-days  pic 9(02) value 0.

           copy caldprm.

      * one entry per branch seen on the master in either month.
      * the day flags turn "posted at least once on day dd" into
      * the days-active count without caring what order the
        01 ws-branch-count   pic 9(02) value 0.
        01 ws-branch-index   pic 9(02).
        01 ws-branch-scan    pic 9(02).
        01 ws-lookup-branch  pic x(02).
        01 ws-day-scan       pic 9(02).
        01 ws-branch-table.
           05 ws-branch-entry occurs 50 times.
              10 wb-code        pic x(02).
              10 wb-day-flag    pic x(01) occurs 31 times.
              10 wb-days        pic 9(02).
              10 wb-hist-days   pic 9(02).
              10 wb-items       pic 9(07).
              10 wb-total       pic s9(11).
              10 wb-seen        pic x(01).
           05 filler         pic x(02) value spaces.
           05 filler         pic x(13) value "days active: ".
           05 mst-days       pic z9.
           05 filler         pic x(04) value " of ".
           05 mst-business-days pic z9.
           05 filler         pic x(09) value "  items: ".
           05 mst-items      pic zzzzz9.
           05 filler         pic x(09) value "  total: ".
           05 mst-total      pic -zzzzzzzzz9.
           05 filler         pic x(22) value spaces.

        01 mst-spread-line.
           05 filler         pic x(02) value spaces.
            accept ws-run-date from date yyyymmdd.
            perform 2000-accept-statement-month.
            perform 2100-compute-prior-month.
            perform 2200-count-business-days.
            perform 3000-load-master-for-months.
            perform 3500-load-rolled-months.
            perform 4000-write-statements.
            perform 5000-close-month.
            display " ".
            display "statement written for " ws-branch-count
                " branch(es), month " ws-stmt-month ".".
        2100-compute-prior-month-x.
            exit.

      ***************************************************************
      * 2200-count-business-days asks the shared calendar how many  *
      * business days the statement month has, the figure days     *
      * active is set against. with no calendar on hand pgmcald     *
      * counts the weekdays, and the statement still runs.          *
      ***************************************************************
        2200-count-business-days section.
            move spaces to cld-parameters.
            move ws-stmt-month to cld-date(1:6).
            move "01" to cld-date(7:2).
            set cld-month-days to true.
            call "pgmcald" using cld-parameters.
            if cld-answered
               move cld-days to ws-business-days
            else
               display "pgmmstmt: business days for month "
                   ws-stmt-month " not available, return code "
                   cld-return-code
            end-if.

        2200-count-business-days-x.
            exit.

      ***************************************************************
      * 3000-load-master-for-months streams the whole master once,  *
      * folding statement-month records into each branch's days,    *
               go to 3100-fold-one-master-record-x
            end-if.

            move mtd-key(1:2) to ws-lookup-branch.
            perform 3200-find-branch-entry.
            if ws-branch-index = 0
               go to 3100-fold-one-master-record-x
            move 0 to ws-branch-index.
            perform varying ws-branch-scan from 1 by 1
                until ws-branch-scan > ws-branch-count
                if wb-code(ws-branch-scan) = ws-lookup-branch
                   move ws-branch-scan to ws-branch-index
                end-if
            end-perform.

            if ws-branch-count >= ws-branch-max
               display "pgmmstmt: more than " ws-branch-max
                   " branches on the master - branch "
                   ws-lookup-branch " left off"
               go to 3200-find-branch-entry-x
            end-if.

            add 1 to ws-branch-count.
            move ws-branch-count to ws-branch-index.
            initialize ws-branch-entry(ws-branch-index).
            move ws-lookup-branch to wb-code(ws-branch-index).
            move "n" to wb-seen(ws-branch-index).

        3200-find-branch-entry-x.
        3400-parse-one-value-x.
            exit.

      ***************************************************************
      * 3500-load-rolled-months adds what histmast holds for the    *
      * two months: a month pgmroll has rolled is no longer on the  *
      * master, so its figures come from here instead -- never from *
      * both. a rolled month's days active is its busiest stream's, *
      * the history keeping days per branch and profile.            *
      ***************************************************************
        3500-load-rolled-months section.
            open input histmast.
            if not ws-histmast-ok
               go to 3500-load-rolled-months-x
            end-if.

            perform 3510-fold-one-history-record
                until ws-history-done.

            close histmast.

        3500-load-rolled-months-x.
            exit.

        3510-fold-one-history-record section.
            read histmast
                at end
                    set ws-history-done to true
                    go to 3510-fold-one-history-record-x
            end-read.

            if hst-month not = ws-stmt-month
               and hst-month not = ws-prior-month
               go to 3510-fold-one-history-record-x
            end-if.

            move hst-branch to ws-lookup-branch.
            perform 3200-find-branch-entry.
            if ws-branch-index = 0
               go to 3510-fold-one-history-record-x
            end-if.

            if hst-month = ws-prior-month
               add hst-items to wb-prior-items(ws-branch-index)
               add hst-total to wb-prior-total(ws-branch-index)
               go to 3510-fold-one-history-record-x
            end-if.

            add hst-items to wb-items(ws-branch-index).
            add hst-total to wb-total(ws-branch-index).
            if hst-days > wb-hist-days(ws-branch-index)
               move hst-days to wb-hist-days(ws-branch-index)
            end-if.

            if wb-seen(ws-branch-index) = "n"
               move "y" to wb-seen(ws-branch-index)
               move hst-low  to wb-min(ws-branch-index)
               move hst-high to wb-max(ws-branch-index)
            else
               if hst-low < wb-min(ws-branch-index)
                  move hst-low to wb-min(ws-branch-index)
               end-if
               if hst-high > wb-max(ws-branch-index)
                  move hst-high to wb-max(ws-branch-index)
               end-if
            end-if.

        3510-fold-one-history-record-x.
            exit.

        4000-write-statements section.
            open output mstfile.
            if not ws-mstfile-ok
                end-if
            end-perform.

            if wb-hist-days(ws-branch-index) > wb-days(ws-branch-index)
               move wb-hist-days(ws-branch-index)
                 to wb-days(ws-branch-index)
            end-if.
            move wb-days(ws-branch-index)  to mst-days.
            move ws-business-days to mst-business-days.
            move wb-items(ws-branch-index) to mst-items.
            move wb-total(ws-branch-index) to mst-total.
            write mst-record from mst-detail-line.

        4100-write-one-statement-x.
            exit.

      ***************************************************************
      * 5000-close-month asks whether the statement just written is *
      * the month's last word. a "y" puts the month on the mthclose *
      * register -- from then on pgmbkout refuses to back out any   *
      * day in it, since the statement has gone out on those        *
      * figures. anything else leaves the month open (a mid-month   *
      * look, a reprint). a month already on the register is not    *
      * written twice.                                              *
      ***************************************************************
        5000-close-month section.
            display "close month " ws-stmt-month
                " against back-outs (y/n): " with no advancing.
            accept ws-close-answer.
            inspect ws-close-answer converting "Y" to "y".
            if ws-close-answer not = "y"
               display "month " ws-stmt-month " left open."
               go to 5000-close-month-x
            end-if.

            open input mthclose.
            if ws-mthclose-ok
               perform 5100-check-one-close
                   until ws-register-done or ws-month-closed
               close mthclose
            end-if.

            if ws-month-closed
               display "month " ws-stmt-month
                   " was already closed."
               go to 5000-close-month-x
            end-if.

            open extend mthclose.
            if not ws-mthclose-ok
               open output mthclose
            end-if.
            if not ws-mthclose-ok
               display "pgmmstmt: unable to open mthclose, status "
                   ws-mthclose-status " - month not closed"
               move 8 to return-code
               go to 5000-close-month-x
            end-if.

            initialize mcl-record with filler.
            move ws-stmt-month to mcl-month.
            move ws-run-date to mcl-close-date.
            accept ws-run-time from time.
            move ws-run-time to mcl-close-time.
            write mcl-record.
            close mthclose.
            display "month " ws-stmt-month " closed.".

        5000-close-month-x.
            exit.

        5100-check-one-close section.
            read mthclose
                at end
                    set ws-register-done to true
                    go to 5100-check-one-close-x
            end-read.

            if mcl-month = ws-stmt-month
               set ws-month-closed to true
            end-if.

        5100-check-one-close-x.
            exit.
