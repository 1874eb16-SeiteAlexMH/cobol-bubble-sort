       identification division.

      **************
      *pgmroll!    *
      **************

       program-id. pgmroll.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. the month-close roll-up:
      *                 every month pgmmstmt has closed on the
      *                 mthclose register is summarised off mtdfile
      *                 into the history master, histmast -- one
      *                 record per month, branch and stream profile
      *                 with days active, item count, value total,
      *                 high and low -- and its detail records move
      *                 off the master onto a dated archive. the
      *                 master stops growing without end, and the
      *                 annual statement (pgmastmt) has a history
      *                 that reaches back further than last month.

       environment division.

       input-output section.

       file-control.
           select mthclose   assign to "mthclose"
                             organization line sequential
                             file status is ws-mthclose-status.

           select histmast   assign to "histmast"
                             organization line sequential
                             file status is ws-histmast-status.

           select mtdfile    assign to "mtdfile"
                             organization line sequential
                             file status is ws-mtdfile-status.

           select mtdwork    assign to "mtdwork"
                             organization line sequential
                             file status is ws-mtdwork-status.

           select mtdarch    assign dynamic ws-mtdarch-name
                             organization line sequential
                             file status is ws-mtdarch-status.

           select rolrpt     assign to "rolrpt"
                             organization line sequential
                             file status is ws-rolrpt-status.

       data division.

       file section.

       fd  mthclose.
           copy mclrec.

       fd  histmast.
           copy hstrec.

       fd  mtdfile.
           copy mtdrec.

       fd  mtdwork.
        01 mwk-record        pic x(32).

       fd  mtdarch.
        01 mar-record        pic x(32).

       fd  rolrpt.
        01 rol-record        pic x(80).

       working-storage section.

        01 ws-mthclose-status pic x(02).
           88 ws-mthclose-ok  value "00".

        01 ws-histmast-status pic x(02).
           88 ws-histmast-ok  value "00".

        01 ws-mtdfile-status pic x(02).
           88 ws-mtdfile-ok  value "00".

        01 ws-mtdwork-status pic x(02).
           88 ws-mtdwork-ok  value "00".

        01 ws-mtdarch-status pic x(02).
           88 ws-mtdarch-ok  value "00".

        01 ws-rolrpt-status  pic x(02).
           88 ws-rolrpt-ok   value "00".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".

      * the dated archive this run's trimmed detail goes to, the
      * run date in the name, pgmhouse's pattern.
        01 ws-mtdarch-name   pic x(40).

        01 ws-run-date.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).

      * every month on the close register, and whether histmast
      * already holds it -- a closed month is rolled once; its
      * detail is trimmed whenever any is still on the master. a
      * month that will not fit the roll-up table is left whole on
      * the master for a later run.
        01 ws-month-max      pic 9(03) value 120.
        01 ws-month-count    pic 9(03) value 0.
        01 ws-month-index    pic 9(03).
        01 ws-month-scan     pic 9(03).
        01 ws-month-table.
           05 ws-month-entry occurs 120 times.
              10 wm-month       pic 9(06).
              10 wm-rolled      pic x(01).
              10 wm-records     pic 9(07).
              10 wm-overflow    pic x(01).
        01 ws-lookup-month   pic 9(06).

      * one entry per month, branch and profile being rolled up this
      * run; the day flags turn "posted at least once on day dd"
      * into the days-active count, as pgmmstmt does.
        01 ws-roll-max       pic 9(03) value 500.
        01 ws-roll-count     pic 9(03) value 0.
        01 ws-roll-index     pic 9(03).
        01 ws-roll-scan      pic 9(03).
        01 ws-day-scan       pic 9(02).
        01 ws-rec-day        pic 9(02).
        01 ws-roll-table.
           05 ws-roll-entry  occurs 500 times.
              10 wr-month       pic 9(06).
              10 wr-branch      pic x(02).
              10 wr-profile     pic x(08).
              10 wr-day-flag    pic x(01) occurs 31 times.
              10 wr-days        pic 9(02).
              10 wr-items       pic 9(07).
              10 wr-total       pic s9(11).
              10 wr-seen        pic x(01).
              10 wr-high        pic s9(05).
              10 wr-low         pic s9(05).

        01 ws-validate-value  pic x(05).
        01 ws-validate-number pic s9(05).
        01 ws-validate-magnitude pic 9(04).
        01 ws-candidate-value pic 9(05).
        01 ws-validate-switch pic x(01) value "n".
           88 ws-record-valid   value "y".
           88 ws-record-invalid value "n".

        01 ws-archived-count pic 9(07) value 0.
        01 ws-kept-count     pic 9(07) value 0.
        01 ws-bad-line-count pic 9(05) value 0.
        01 ws-overflow-count pic 9(07) value 0.
        01 ws-history-count  pic 9(05) value 0.

        01 rol-title-line.
           05 filler         pic x(31)
                              value "pgmroll month-close roll-up".
           05 filler         pic x(49) value spaces.

        01 rol-date-line.
           05 filler         pic x(10) value "run date: ".
           05 rol-date-mm    pic 99.
           05 filler         pic x(01) value "/".
           05 rol-date-dd    pic 99.
           05 filler         pic x(01) value "/".
           05 rol-date-yyyy  pic 9999.
           05 filler         pic x(60) value spaces.

        01 rol-heading-line.
           05 filler         pic x(08) value "month".
           05 filler         pic x(04) value "br".
           05 filler         pic x(10) value "profile".
           05 filler         pic x(05) value "days".
           05 filler         pic x(09) value "   items".
           05 filler         pic x(13) value "        total".
           05 filler         pic x(08) value "    high".
           05 filler         pic x(08) value "     low".
           05 filler         pic x(15) value spaces.

        01 rol-detail-line.
           05 rol-month      pic 9(06).
           05 filler         pic x(02) value spaces.
           05 rol-branch     pic x(02).
           05 filler         pic x(02) value spaces.
           05 rol-profile    pic x(08).
           05 filler         pic x(02) value spaces.
           05 rol-days       pic z9.
           05 filler         pic x(03) value spaces.
           05 rol-items      pic zzzzzz9.
           05 filler         pic x(02) value spaces.
           05 rol-total      pic -zzzzzzzzz9.
           05 filler         pic x(02) value spaces.
           05 rol-high       pic -----9.
           05 filler         pic x(02) value spaces.
           05 rol-low        pic -----9.
           05 filler         pic x(17) value spaces.

        01 rol-month-line.
           05 filler         pic x(06) value "month ".
           05 rol-sum-month  pic 9(06).
           05 rol-sum-state  pic x(16).
           05 rol-sum-records pic zzzzzz9.
           05 filler         pic x(45)
                 value " detail record(s) archived off mtdfile".

        01 rol-master-line.
           05 filler         pic x(19) value "mtdfile  archived: ".
           05 rol-archived   pic zzzzzz9.
           05 filler         pic x(08) value "  kept: ".
           05 rol-kept       pic zzzzzz9.
           05 filler         pic x(05) value "  to ".
           05 rol-arch-name  pic x(34).

        01 rol-note-line.
           05 rol-note-text  pic x(80).

       procedure division.
        1000-main section.
            display "pgmroll - month-close roll-up of mtdfile".
            display "----------------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 2000-load-closed-months.
            perform 2100-mark-rolled-months.
            perform 2200-build-archive-name.
            perform 3000-sift-master.
            if ws-archived-count > 0
               perform 4000-append-history
               perform 4500-copy-work-back-to-master
            end-if.
            perform 5000-write-report.
            perform 8000-set-return-code.
            display " ".
            display "pgmroll: " ws-history-count
                " history record(s) written, " ws-archived-count
                " detail record(s) archived.".
            goback.

      ***************************************************************
      * 2000-load-closed-months takes every month off pgmmstmt's    *
      * close register. only a closed month is rolled: its          *
      * statement has gone out and pgmbkout will no longer touch    *
      * it, so its detail is final. no register, nothing closed.    *
      ***************************************************************
        2000-load-closed-months section.
            open input mthclose.
            if not ws-mthclose-ok
               display "pgmroll: no mthclose register on hand, status "
                   ws-mthclose-status " - no month has been closed"
               go to 2000-load-closed-months-x
            end-if.

            move "n" to ws-read-switch.
            perform 2010-load-one-close
                until ws-file-done.

            close mthclose.

        2000-load-closed-months-x.
            exit.

        2010-load-one-close section.
            read mthclose
                at end
                    set ws-file-done to true
                    go to 2010-load-one-close-x
            end-read.

            if mcl-month is not numeric
               go to 2010-load-one-close-x
            end-if.

            move mcl-month to ws-lookup-month.
            perform 2900-find-month.
            if ws-month-index > 0
               go to 2010-load-one-close-x
            end-if.

            if ws-month-count >= ws-month-max
               display "pgmroll: more than " ws-month-max
                   " closed months on the register - month "
                   mcl-month " left for the next run"
               go to 2010-load-one-close-x
            end-if.

            add 1 to ws-month-count.
            move mcl-month to wm-month(ws-month-count).
            move "n" to wm-rolled(ws-month-count).
            move 0 to wm-records(ws-month-count).
            move "n" to wm-overflow(ws-month-count).

        2010-load-one-close-x.
            exit.

      ***************************************************************
      * 2100-mark-rolled-months reads histmast for the months it    *
      * already holds. a closed month found there was rolled by an  *
      * earlier run: any detail of it still on the master is        *
      * trimmed, but never summed into the history a second time.  *
      ***************************************************************
        2100-mark-rolled-months section.
            open input histmast.
            if not ws-histmast-ok
               go to 2100-mark-rolled-months-x
            end-if.

            move "n" to ws-read-switch.
            perform 2110-mark-one-history-record
                until ws-file-done.

            close histmast.

        2100-mark-rolled-months-x.
            exit.

        2110-mark-one-history-record section.
            read histmast
                at end
                    set ws-file-done to true
                    go to 2110-mark-one-history-record-x
            end-read.

            move hst-month to ws-lookup-month.
            perform 2900-find-month.
            if ws-month-index > 0
               move "y" to wm-rolled(ws-month-index)
            end-if.

        2110-mark-one-history-record-x.
            exit.

        2200-build-archive-name section.
            move spaces to ws-mtdarch-name.
            string "mtdarch." delimited by size
                   ws-run-date delimited by size
                   into ws-mtdarch-name.

        2200-build-archive-name-x.
            exit.

        2900-find-month section.
            move 0 to ws-month-index.
            perform 2910-match-one-month
                varying ws-month-scan from 1 by 1
                until ws-month-scan > ws-month-count
                   or ws-month-index > 0.

        2900-find-month-x.
            exit.

        2910-match-one-month section.
            if wm-month(ws-month-scan) = ws-lookup-month
               move ws-month-scan to ws-month-index
            end-if.

        2910-match-one-month-x.
            exit.

      ***************************************************************
      * 3000-sift-master reads mtdfile twice. the first pass sums   *
      * each record in a closed month into its month/branch/profile *
      * entry (unless that month is already on histmast); a month   *
      * that runs the roll-up table out of entries is marked and    *
      * not rolled at all. the second pass splits the master: a     *
      * closed month's detail goes onto the dated archive, and      *
      * everything else -- the open month, a month the table could  *
      * not take, and any record whose date will not read -- goes   *
      * onto the work file, copied back over the master once the    *
      * history is safely written. a month is rolled whole or left  *
      * whole for the next run, never split across two runs.       *
      ***************************************************************
        3000-sift-master section.
            if ws-month-count = 0
               go to 3000-sift-master-x
            end-if.

            open input mtdfile.
            if not ws-mtdfile-ok
               display "pgmroll: no mtdfile on hand, status "
                   ws-mtdfile-status " - nothing to roll"
               go to 3000-sift-master-x
            end-if.

            move "n" to ws-read-switch.
            perform 3100-fold-one-master-record
                until ws-file-done.

            close mtdfile.

            open input mtdfile.
            if not ws-mtdfile-ok
               display "pgmroll: unable to reopen mtdfile, status "
                   ws-mtdfile-status
               move 8 to return-code
               goback
            end-if.

            open output mtdwork.
            if not ws-mtdwork-ok
               display "pgmroll: unable to open mtdwork, status "
                   ws-mtdwork-status
               close mtdfile
               move 8 to return-code
               goback
            end-if.

            open extend mtdarch.
            if not ws-mtdarch-ok
               open output mtdarch
            end-if.
            if not ws-mtdarch-ok
               display "pgmroll: unable to open " ws-mtdarch-name
                   ", status " ws-mtdarch-status
               close mtdfile
               close mtdwork
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 3500-split-one-master-record
                until ws-file-done.

            close mtdfile.
            close mtdwork.
            close mtdarch.

        3000-sift-master-x.
            exit.

        3100-fold-one-master-record section.
            read mtdfile
                at end
                    set ws-file-done to true
                    go to 3100-fold-one-master-record-x
            end-read.

            perform 3600-find-record-month.
            if ws-month-index = 0
               go to 3100-fold-one-master-record-x
            end-if.

            if wm-rolled(ws-month-index) = "y"
               or wm-overflow(ws-month-index) = "y"
               go to 3100-fold-one-master-record-x
            end-if.

            move mtd-value to ws-validate-value.
            perform 3400-parse-one-value.
            if ws-record-invalid
               go to 3100-fold-one-master-record-x
            end-if.

            perform 3200-find-roll-entry.
            if ws-roll-index = 0
               move "y" to wm-overflow(ws-month-index)
               go to 3100-fold-one-master-record-x
            end-if.
            perform 3300-fold-one-record.

        3100-fold-one-master-record-x.
            exit.

        3200-find-roll-entry section.
            move 0 to ws-roll-index.
            perform 3210-match-one-entry
                varying ws-roll-scan from 1 by 1
                until ws-roll-scan > ws-roll-count
                   or ws-roll-index > 0.

            if ws-roll-index > 0
               go to 3200-find-roll-entry-x
            end-if.

            if ws-roll-count >= ws-roll-max
               go to 3200-find-roll-entry-x
            end-if.

            add 1 to ws-roll-count.
            move ws-roll-count to ws-roll-index.
            initialize ws-roll-entry(ws-roll-index).
            move ws-lookup-month to wr-month(ws-roll-index).
            move mtd-key(1:2) to wr-branch(ws-roll-index).
            move mtd-profile to wr-profile(ws-roll-index).
            move "n" to wr-seen(ws-roll-index).

        3200-find-roll-entry-x.
            exit.

        3210-match-one-entry section.
            if wr-month(ws-roll-scan) = ws-lookup-month
               and wr-branch(ws-roll-scan) = mtd-key(1:2)
               and wr-profile(ws-roll-scan) = mtd-profile
               move ws-roll-scan to ws-roll-index
            end-if.

        3210-match-one-entry-x.
            exit.

        3300-fold-one-record section.
            move mtd-date(7:2) to ws-rec-day.
            if ws-rec-day >= 1 and ws-rec-day <= 31
               move "y" to wr-day-flag(ws-roll-index ws-rec-day)
            end-if.

            add 1 to wr-items(ws-roll-index).
            add ws-validate-number to wr-total(ws-roll-index).

            if wr-seen(ws-roll-index) = "n"
               move "y" to wr-seen(ws-roll-index)
               move ws-validate-number to wr-high(ws-roll-index)
               move ws-validate-number to wr-low(ws-roll-index)
            else
               if ws-validate-number > wr-high(ws-roll-index)
                  move ws-validate-number to wr-high(ws-roll-index)
               end-if
               if ws-validate-number < wr-low(ws-roll-index)
                  move ws-validate-number to wr-low(ws-roll-index)
               end-if
            end-if.

        3300-fold-one-record-x.
            exit.

        3400-parse-one-value section.
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

        3400-parse-one-value-x.
            exit.

        3500-split-one-master-record section.
            read mtdfile
                at end
                    set ws-file-done to true
                    go to 3500-split-one-master-record-x
            end-read.

            perform 3600-find-record-month.
            if ws-month-index = 0
               add 1 to ws-kept-count
               write mwk-record from mtd-record
               go to 3500-split-one-master-record-x
            end-if.

            add 1 to wm-records(ws-month-index).
            if wm-overflow(ws-month-index) = "y"
               add 1 to ws-kept-count
               add 1 to ws-overflow-count
               write mwk-record from mtd-record
               go to 3500-split-one-master-record-x
            end-if.

            add 1 to ws-archived-count.
            write mar-record from mtd-record.

            if wm-rolled(ws-month-index) = "y"
               go to 3500-split-one-master-record-x
            end-if.

            move mtd-value to ws-validate-value.
            perform 3400-parse-one-value.
            if ws-record-invalid
               add 1 to ws-bad-line-count
            end-if.

        3500-split-one-master-record-x.
            exit.

        3600-find-record-month section.
            move 0 to ws-month-index.
            if mtd-date is numeric
               move mtd-date(1:6) to ws-lookup-month
               perform 2900-find-month
            end-if.

        3600-find-record-month-x.
            exit.

      ***************************************************************
      * 4000-append-history writes one histmast record per month,   *
      * branch and profile rolled this run. it runs before the      *
      * master is rewritten: a history that cannot be written       *
      * stops the run rc 8 with mtdfile still whole (the archive    *
      * then holds a spare copy of the detail, nothing worse).      *
      ***************************************************************
        4000-append-history section.
            if ws-roll-count = 0
               go to 4000-append-history-x
            end-if.

            open extend histmast.
            if not ws-histmast-ok
               open output histmast
            end-if.
            if not ws-histmast-ok
               display "pgmroll: unable to open histmast, status "
                   ws-histmast-status " - mtdfile left as it was"
               move 8 to return-code
               goback
            end-if.

            perform 4100-write-one-history-record
                varying ws-roll-index from 1 by 1
                until ws-roll-index > ws-roll-count.

            close histmast.

        4000-append-history-x.
            exit.

        4100-write-one-history-record section.
            move wr-month(ws-roll-index) to ws-lookup-month.
            perform 2900-find-month.
            if wm-overflow(ws-month-index) = "y"
               go to 4100-write-one-history-record-x
            end-if.

            move 0 to wr-days(ws-roll-index).
            perform 4110-count-one-day
                varying ws-day-scan from 1 by 1
                until ws-day-scan > 31.

            initialize hst-record with filler.
            move wr-month(ws-roll-index)   to hst-month.
            move wr-branch(ws-roll-index)  to hst-branch.
            move wr-profile(ws-roll-index) to hst-profile.
            move wr-days(ws-roll-index)    to hst-days.
            move wr-items(ws-roll-index)   to hst-items.
            move wr-total(ws-roll-index)   to hst-total.
            move wr-high(ws-roll-index)    to hst-high.
            move wr-low(ws-roll-index)     to hst-low.
            move ws-run-date               to hst-roll-date.
            write hst-record.
            add 1 to ws-history-count.

        4100-write-one-history-record-x.
            exit.

        4110-count-one-day section.
            if wr-day-flag(ws-roll-index ws-day-scan) = "y"
               add 1 to wr-days(ws-roll-index)
            end-if.

        4110-count-one-day-x.
            exit.

        4500-copy-work-back-to-master section.
            open input mtdwork.
            open output mtdfile.
            if not ws-mtdwork-ok or not ws-mtdfile-ok
               display "pgmroll: could not rewrite mtdfile "
                   "from mtdwork - the trimmed master is on "
                   "mtdwork, do not delete it"
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 4510-copy-one-master-record
                until ws-file-done.

            close mtdwork.
            close mtdfile.

        4500-copy-work-back-to-master-x.
            exit.

        4510-copy-one-master-record section.
            read mtdwork
                at end
                    set ws-file-done to true
                    go to 4510-copy-one-master-record-x
            end-read.
            write mtd-record from mwk-record.

        4510-copy-one-master-record-x.
            exit.

      ***************************************************************
      * 5000-write-report lists each history record written, what   *
      * each closed month gave up off the master, and the master's  *
      * archived/kept counts.                                       *
      ***************************************************************
        5000-write-report section.
            open output rolrpt.
            if not ws-rolrpt-ok
               display "pgmroll: unable to open rolrpt, status "
                   ws-rolrpt-status
               move 8 to return-code
               goback
            end-if.

            write rol-record from rol-title-line.
            move ws-run-mm   to rol-date-mm.
            move ws-run-dd   to rol-date-dd.
            move ws-run-yyyy to rol-date-yyyy.
            write rol-record from rol-date-line.
            move spaces to rol-record.
            write rol-record.

            write rol-record from rol-heading-line.
            perform 5100-write-one-detail
                varying ws-roll-index from 1 by 1
                until ws-roll-index > ws-roll-count.
            if ws-history-count = 0
               move "no month to roll up" to rol-note-text
               write rol-record from rol-note-line
            end-if.

            move spaces to rol-record.
            write rol-record.
            perform 5200-write-one-month
                varying ws-month-index from 1 by 1
                until ws-month-index > ws-month-count.

            move ws-archived-count to rol-archived.
            move ws-kept-count     to rol-kept.
            move ws-mtdarch-name   to rol-arch-name.
            write rol-record from rol-master-line.

            if ws-bad-line-count > 0
               move spaces to rol-note-text
               string "records archived but left out of the totals "
                      "as unreadable: " ws-bad-line-count
                      delimited by size into rol-note-text
               write rol-record from rol-note-line
            end-if.

            if ws-overflow-count > 0
               move spaces to rol-note-text
               string "records kept on mtdfile past the " ws-roll-max
                      "-entry roll-up table: " ws-overflow-count
                      delimited by size into rol-note-text
               write rol-record from rol-note-line
            end-if.

            close rolrpt.

        5000-write-report-x.
            exit.

        5100-write-one-detail section.
            move wr-month(ws-roll-index) to ws-lookup-month.
            perform 2900-find-month.
            if wm-overflow(ws-month-index) = "y"
               go to 5100-write-one-detail-x
            end-if.

            move wr-month(ws-roll-index)   to rol-month.
            move wr-branch(ws-roll-index)  to rol-branch.
            move wr-profile(ws-roll-index) to rol-profile.
            move wr-days(ws-roll-index)    to rol-days.
            move wr-items(ws-roll-index)   to rol-items.
            move wr-total(ws-roll-index)   to rol-total.
            move wr-high(ws-roll-index)    to rol-high.
            move wr-low(ws-roll-index)     to rol-low.
            write rol-record from rol-detail-line.

        5100-write-one-detail-x.
            exit.

        5200-write-one-month section.
            if wm-records(ws-month-index) = 0
               go to 5200-write-one-month-x
            end-if.

            if wm-overflow(ws-month-index) = "y"
               move spaces to rol-note-text
               string "month " wm-month(ws-month-index)
                      " not rolled, roll-up table full: "
                      wm-records(ws-month-index)
                      " record(s) kept on mtdfile"
                      delimited by size into rol-note-text
               write rol-record from rol-note-line
               go to 5200-write-one-month-x
            end-if.

            move wm-month(ws-month-index) to rol-sum-month.
            if wm-rolled(ws-month-index) = "y"
               move " already rolled " to rol-sum-state
            else
               move " rolled up      " to rol-sum-state
            end-if.
            move wm-records(ws-month-index) to rol-sum-records.
            write rol-record from rol-month-line.

        5200-write-one-month-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - closed months rolled up and trimmed            *
      *     rc 04  - nothing to roll: no closed month still had     *
      *              detail on the master                           *
      *     rc 04  - a closed month would not fit the roll-up       *
      *              table and was kept whole on the master; the    *
      *              next run rolls it, once older months are off   *
      *              (a single month too big for the table stays    *
      *              until ws-roll-max is raised)                   *
      *     rc 08  - a file would not open or copy back (see the    *
      *              console for which)                             *
      ***************************************************************
        8000-set-return-code section.
            if ws-archived-count = 0
               or ws-overflow-count > 0
               move 4 to return-code
            else
               move 0 to return-code
            end-if.

        8000-set-return-code-x.
            exit.
