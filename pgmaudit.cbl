      *                 never ran used to leave. the schedulers
      *                 catch most of this; this catches what they
      *                 don't.
      * 2026-10-15  as  the business-day calendar (pgmcald) is
      *                 consulted throughout: a day on auditfile
      *                 that is not a business day (a weekend or
      *                 holiday rerun) is shown "nbd" and never
      *                 flagged or used as anyone's baseline; the
      *                 day-on-day volume check compares against the
      *                 previous business day and week-over-week
      *                 against five business days back, whichever
      *                 lines those are; and coverage holds each
      *                 stream only to its own latest business day,
      *                 so a holiday monday or a stream's day off no
      *                 longer shows up missing.
      * 2026-10-15  as  a run pgmbkout has backed out (reversal
      *                 flag on its auditfile line) is left off the
      *                 trend, and the trailer says how many were.

       environment division.

           05 ain-status      pic x(10).
           05 filler          pic x(02).
           05 ain-rejects     pic x(05).
           05 filler          pic x(02).
           05 ain-profile     pic x(08).
           05 filler          pic x(01).
           05 ain-business-date pic x(08).
           05 filler          pic x(01).
           05 ain-reversal-flag pic x(01).
               88 ain-reversed value "r".
           05 filler          pic x(01).

       fd  audrpt.
        01 audrpt-record     pic x(80).

        01 ws-run-count      pic 9(05) value 0.
        01 ws-bad-line-count pic 9(05) value 0.
        01 ws-reversed-count pic 9(05) value 0.

      * tolerances for the flag column: a day whose item volume
      * moves more than ws-volume-tolerance-pct against the prior
        01 ws-day-count      pic 9(03) value 0.
        01 ws-day-index      pic 9(03).
        01 ws-day-index2     pic 9(03).
        01 ws-day-scan       pic 9(03).
        01 ws-day-max        pic 9(03) value 366.

        01 ws-day-table.
        01 ws-flagged-switch pic x(01) value "n".
           88 ws-day-flagged  value "y".

        01 ws-nbd-switch     pic x(01) value "n".
           88 ws-non-business-day value "y".

        01 ws-total-items    pic 9(09) value 0.
        01 ws-total-rejects  pic 9(09) value 0.
        01 ws-total-unsorted pic 9(05) value 0.
              10 wsp-last-date pic 9(08).

        01 ws-latest-biz-date pic 9(08) value 0.
        01 ws-due-date        pic 9(08).
        01 ws-prior-date      pic 9(08).

           copy caldprm.

        01 ws-missing-count   pic 9(02) value 0.

        01 cov-title-line.
               go to 2100-read-one-run-x
            end-if.

            if ain-reversed
               add 1 to ws-reversed-count
               go to 2100-read-one-run-x
            end-if.

            add 1 to ws-run-count.
            perform 2200-find-day-entry.
            if ws-day-index = 0
      * 4000-write-trend-report lays the day table out on audrpt:   *
      * one line per date with run count, item and reject volumes,  *
      * reject rate, un-sorted outcomes, week-over-week movement    *
      * (this day against the business day five business days      *
      * earlier) and the tolerance flags ops asked for; a day the   *
      * calendar says is not a business day is marked nbd and left  *
      * out of both. the trailer totals the whole history.          *
      ***************************************************************
        4000-write-trend-report section.
            open output audrpt.
            move ws-day-passes(ws-day-index) to trd-passes.
            move ws-day-swaps(ws-day-index) to trd-swaps.

            move "n" to ws-nbd-switch.
            move spaces to cld-parameters.
            move ws-day-date(ws-day-index) to cld-date.
            set cld-test-day to true.
            call "pgmcald" using cld-parameters.
            if cld-answered and not cld-business-day
               set ws-non-business-day to true
            end-if.

            perform 4110-compute-reject-rate.
            perform 4120-compute-wow-movement.
            perform 4130-set-day-flags.

        4120-compute-wow-movement section.
            move 0 to ws-wow-pct.
            if not ws-non-business-day
               move 5 to cld-days
               perform 4140-find-prior-business-day
               if ws-day-index2 > 0
                  move ws-day-items(ws-day-index2) to ws-prior-items
                  if ws-prior-items > 0
                     compute ws-wow-pct rounded =
                         (ws-day-items(ws-day-index) - ws-prior-items)
                         * 100 / ws-prior-items
                  end-if
               end-if
            end-if.
            if ws-wow-pct > 999.9
        4130-set-day-flags section.
            move spaces to trd-flags.

            if ws-non-business-day
               move "nbd" to trd-flag-volume
               go to 4130-set-day-flags-x
            end-if.

            move 1 to cld-days.
            perform 4140-find-prior-business-day.
            if ws-day-index2 > 0
               move ws-day-items(ws-day-index2) to ws-prior-items
               if ws-prior-items > 0
                  compute ws-move-pct rounded =
        4130-set-day-flags-x.
            exit.

      ***************************************************************
      * 4140-find-prior-business-day points ws-day-index2 at the    *
      * day table's entry for the business day cld-days business    *
      * days before this one -- the baseline the day-on-day (1) and *
      * week-over-week (5) figures compare against. 0 means that    *
      * day had no runs on auditfile, and there is no comparison.   *
      ***************************************************************
        4140-find-prior-business-day section.
            move 0 to ws-day-index2.
            move spaces to cld-profile.
            move ws-day-date(ws-day-index) to cld-date.
            set cld-step-back to true.
            call "pgmcald" using cld-parameters.
            if not cld-answered
               go to 4140-find-prior-business-day-x
            end-if.

            move cld-result-date to ws-prior-date.
            perform 4150-match-one-day
                varying ws-day-scan from 1 by 1
                until ws-day-scan > ws-day-count
                   or ws-day-index2 > 0.

        4140-find-prior-business-day-x.
            exit.

        4150-match-one-day section.
            if ws-day-date(ws-day-scan) = ws-prior-date
               move ws-day-scan to ws-day-index2
            end-if.

        4150-match-one-day-x.
            exit.

        4200-write-trend-trailer section.
            move ws-day-count    to trd-day-count.
            move ws-total-items  to trd-tot-items.
               write audrpt-record from trd-note-line
            end-if.

            if ws-reversed-count > 0
               move spaces to trd-note-text
               string "runs backed out and left off the trend: "
                      ws-reversed-count
                      delimited by size into trd-note-text
               write audrpt-record from trd-note-line
            end-if.

        4200-write-trend-trailer-x.
            exit.

      ***************************************************************
      * 4300-write-run-coverage lists every stream profile with     *
      * its latest completed run off runctl. a profile with no      *
      * completed run for its own latest business day (the latest  *
      * business date on runctl, or the business day before it      *
      * when the calendar says the stream does not run that day --  *
      * shown "not due") is flagged missing and joins the rc 04    *
      * review -- the double-run protection's mirror image: the     *
      * stream that never ran.                                      *
      ***************************************************************
        4300-write-run-coverage section.
            move spaces to audrpt-record.
        4310-write-one-coverage-line section.
            move wsp-id(ws-prof-index) to cov-profile.
            move wsp-last-date(ws-prof-index) to cov-last-date.

            move spaces to cld-parameters.
            move wsp-id(ws-prof-index) to cld-profile.
            move ws-latest-biz-date to cld-date.
            set cld-latest-day to true.
            call "pgmcald" using cld-parameters.
            if cld-answered
               move cld-result-date to ws-due-date
            else
               move ws-latest-biz-date to ws-due-date
            end-if.

            if wsp-last-date(ws-prof-index) >= ws-due-date
               if ws-due-date = ws-latest-biz-date
                  move spaces to cov-flag
               else
                  move "not due" to cov-flag
               end-if
            else
               move "** missing" to cov-flag
               add 1 to ws-missing-count
