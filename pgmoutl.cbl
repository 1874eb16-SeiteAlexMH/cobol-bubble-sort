       identification division.

      **************
      *pgmoutl!    *
      **************

       program-id. pgmoutl.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. checks today's sorted
      *                 extract key by key against each key's own
      *                 history on mtdfile -- its average and spread
      *                 over a keyed number of business days -- and
      *                 lists on outrpt every key that moved beyond
      *                 a keyed tolerance, every key never seen
      *                 before, and every regular key missing
      *                 today, ending rc 4 for review when anything
      *                 is listed. the parmfile bands are one range
      *                 for a whole stream; an account that runs at
      *                 40 and shows 4000 sails through them.

       environment division.

       input-output section.

       file-control.
           select srtfile   assign dynamic ws-srtfile-name
                             organization line sequential
                             file status is ws-srtfile-status.

           select mtdfile   assign to "mtdfile"
                             organization line sequential
                             file status is ws-mtdfile-status.

           select mtdprior  assign to "mtdprior"
                             organization line sequential
                             file status is ws-mtdprior-status.

           select outrpt    assign to "outrpt"
                             organization line sequential
                             file status is ws-outrpt-status.

       data division.

       file section.

      * srtfile as pgmsort writes it: header count (and business
      * date), then value in cols 1-5 and item key in cols 6-13,
      * then a "t" trailer -- read here as pgmbrrpt reads it.
       fd  srtfile.
        01 srt-record        pic x(15).
        01 srt-header-record.
           05 srt-header-count pic x(05).
           05 srt-header-date  pic x(08).
           05 filler           pic x(02).
        01 srt-detail-record.
           05 srt-detail-value pic x(05).
           05 srt-detail-key   pic x(08).
           05 filler           pic x(02).
        01 srt-trailer-record.
           05 srt-trailer-flag  pic x(01).
           05 srt-trailer-count pic x(05).
           05 srt-trailer-hash  pic x(09).

       fd  mtdfile.
           copy mtdrec.

      * mtdprior is the latest archive pgmroll cut off mtdfile, in
      * the same layout, so the window still reaches back across a
      * month that has been rolled up.
       fd  mtdprior.
        01 mpr-record        pic x(32).

       fd  outrpt.
        01 otl-record        pic x(80).

       working-storage section.

        01 ws-srtfile-status pic x(02).
           88 ws-srtfile-ok  value "00".

        01 ws-mtdfile-status pic x(02).
           88 ws-mtdfile-ok  value "00".

        01 ws-mtdprior-status pic x(02).
           88 ws-mtdprior-ok value "00".

        01 ws-outrpt-status  pic x(02).
           88 ws-outrpt-ok   value "00".

      * the jcl parm, pgmsort's shape: the stream profile whose
      * extract is checked. no parm keeps the plain name, and the
      * history is matched under "default", as pgmaccum posts a
      * profile-less stream.
        01 ws-command-parm   pic x(30) value spaces.
        01 ws-run-profile    pic x(08) value spaces.
        01 ws-srtfile-name   pic x(40) value "srtfile".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".

        01 ws-trailer-switch pic x(01) value "n".
           88 ws-trailer-found value "y".

      * the two keyed settings: how many business days of history
      * each key is judged against, and how many spreads off its
      * average a value may move before it is listed.
        01 ws-window-days    pic 9(03) value 0.
        01 ws-window-switch  pic x(01) value "n".
           88 ws-window-keyed value "y".
        01 ws-tolerance      pic 9(01) value 0.
        01 ws-tolerance-switch pic x(01) value "n".
           88 ws-tolerance-keyed value "y".
        01 ws-prompt-tries   pic 9(01) value 0.

        01 ws-run-date.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).
        01 ws-business-date  pic 9(08).
        01 ws-window-start   pic 9(08).

      * today's extract, one entry per detail, with what the check
      * made of it: "o" outlier, "n" first seen, "t" too little
      * history to judge, "k" within tolerance.
        01 ws-max-items      pic 9(03) value 500.
        01 ws-item-count     pic 9(03) value 0.
        01 ws-item-index     pic 9(03).
        01 ws-item-table.
           05 ws-item-entry  occurs 500 times.
              10 wi-key         pic x(08).
              10 wi-value       pic s9(05).
              10 wi-state       pic x(01).
                 88 wi-outlier     value "o".
                 88 wi-new-key     value "n".
                 88 wi-thin        value "t".
              10 wi-key-index   pic 9(04).
              10 wi-average     pic s9(07)v99.
              10 wi-spread      pic 9(07)v99.
              10 wi-moved       pic s9(07).
              10 wi-spreads     pic 9(03)v9.

      * each key's history inside the window: observations, the
      * distinct days it posted, and the sums the average and the
      * spread come from.
        01 ws-key-max        pic 9(04) value 2000.
        01 ws-key-count      pic 9(04) value 0.
        01 ws-key-index      pic 9(04).
        01 ws-key-scan       pic 9(04).
        01 ws-key-table.
           05 ws-key-entry   occurs 2000 times.
              10 wk-key         pic x(08).
              10 wk-obs         pic 9(05).
              10 wk-days        pic 9(03).
              10 wk-last-date   pic 9(08).
              10 wk-sum         pic s9(11).
              10 wk-sumsq       pic 9(15).
              10 wk-today-sw    pic x(01).

      * the distinct business days on file inside the window -- a
      * key is regular when it posted on at least half of them.
        01 ws-day-max        pic 9(03) value 300.
        01 ws-day-count      pic 9(03) value 0.
        01 ws-day-scan       pic 9(03).
        01 ws-day-found      pic 9(03).
        01 ws-day-table.
           05 ws-day-date    pic 9(08) occurs 300 times.

        01 ws-min-obs        pic 9(01) value 3.

        01 ws-hist-key       pic x(08).

        01 ws-validate-value  pic x(05).
        01 ws-validate-number pic s9(05).
        01 ws-validate-magnitude pic 9(04).
        01 ws-candidate-value pic 9(05).
        01 ws-validate-switch pic x(01) value "n".
           88 ws-record-valid   value "y".
           88 ws-record-invalid value "n".

        01 ws-variance       pic s9(13)v99.
        01 ws-floor          pic 9(07)v99.
        01 ws-moved-size     pic 9(07).

        01 ws-outlier-count  pic 9(05) value 0.
        01 ws-new-count      pic 9(05) value 0.
        01 ws-missing-count  pic 9(05) value 0.
        01 ws-thin-count     pic 9(05) value 0.
        01 ws-judged-count   pic 9(05) value 0.
        01 ws-history-count  pic 9(07) value 0.
        01 ws-bad-line-count pic 9(05) value 0.
        01 ws-overflow-count pic 9(05) value 0.

        01 otl-title-line.
           05 filler         pic x(34)
                 value "pgmoutl key history outlier report".
           05 filler         pic x(46) value spaces.

        01 otl-date-line.
           05 filler         pic x(10) value "run date: ".
           05 otl-date-mm    pic 99.
           05 filler         pic x(01) value "/".
           05 otl-date-dd    pic 99.
           05 filler         pic x(01) value "/".
           05 otl-date-yyyy  pic 9999.
           05 filler         pic x(60) value spaces.

        01 otl-stream-line.
           05 filler         pic x(09) value "profile: ".
           05 otl-profile    pic x(08).
           05 filler         pic x(17) value "  business date: ".
           05 otl-business-date pic 9(08).
           05 filler         pic x(38) value spaces.

        01 otl-window-line.
           05 filler         pic x(08) value "window: ".
           05 otl-window-days pic zz9.
           05 filler         pic x(20) value " business days from ".
           05 otl-window-start pic 9(08).
           05 filler         pic x(02) value ", ".
           05 otl-days-on-file pic zz9.
           05 filler         pic x(21) value " on file  tolerance: ".
           05 otl-tolerance  pic 9.
           05 filler         pic x(14) value " spread(s)".

        01 otl-section-line.
           05 otl-section-text pic x(80).

        01 otl-outlier-heading.
           05 filler         pic x(10) value "  key".
           05 filler         pic x(08) value "   today".
           05 filler         pic x(12) value "     average".
           05 filler         pic x(12) value "      spread".
           05 filler         pic x(10) value "     moved".
           05 filler         pic x(09) value "  spreads".
           05 filler         pic x(19) value spaces.

        01 otl-outlier-line.
           05 filler         pic x(02) value spaces.
           05 otl-key        pic x(08).
           05 filler         pic x(02) value spaces.
           05 otl-today      pic -----9.
           05 filler         pic x(02) value spaces.
           05 otl-average    pic ------9.99.
           05 filler         pic x(02) value spaces.
           05 otl-spread     pic zzzzzz9.99.
           05 filler         pic x(02) value spaces.
           05 otl-moved      pic -------9.
           05 filler         pic x(04) value spaces.
           05 otl-spreads    pic zz9.9.
           05 filler         pic x(19) value spaces.

        01 otl-new-line.
           05 filler         pic x(02) value spaces.
           05 otl-new-key    pic x(08).
           05 filler         pic x(02) value spaces.
           05 otl-new-value  pic -----9.
           05 filler         pic x(62) value spaces.

        01 otl-missing-line.
           05 filler         pic x(02) value spaces.
           05 otl-miss-key   pic x(08).
           05 filler         pic x(08) value "  days: ".
           05 otl-miss-days  pic zz9.
           05 filler         pic x(04) value " of ".
           05 otl-miss-of    pic zz9.
           05 filler         pic x(12) value "  average: ".
           05 otl-miss-average pic ------9.99.
           05 filler         pic x(30) value spaces.

        01 otl-trailer-line.
           05 filler         pic x(12) value "keys today: ".
           05 otl-tot-today  pic zz9.
           05 filler         pic x(10) value "  judged: ".
           05 otl-tot-judged pic zz9.
           05 filler         pic x(12) value "  outliers: ".
           05 otl-tot-outliers pic zzzz9.
           05 filler         pic x(07) value "  new: ".
           05 otl-tot-new    pic zzzz9.
           05 filler         pic x(11) value "  missing: ".
           05 otl-tot-missing pic zzzz9.
           05 filler         pic x(07) value spaces.

        01 otl-note-line.
           05 otl-note-text  pic x(80).

        copy caldprm.

       procedure division.
        1000-main section.
            display "pgmoutl - key history outlier check".
            display "-----------------------------------".
            accept ws-run-date from date yyyymmdd.
            move ws-run-date to ws-business-date.
            perform 1100-read-run-parameter.
            perform 1200-accept-window.
            perform 1300-accept-tolerance.
            perform 2000-load-sorted-extract.
            perform 2500-compute-window-start.
            perform 3000-load-history.
            perform 4000-judge-extract.
            perform 5000-write-report.
            perform 8000-set-return-code.
            display " ".
            display "pgmoutl: " ws-outlier-count " outlier(s), "
                ws-new-count " new key(s), " ws-missing-count
                " missing key(s).".
            goback.

        1100-read-run-parameter section.
            accept ws-command-parm from command-line.
            inspect ws-command-parm converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".
            unstring ws-command-parm delimited by all " "
                into ws-run-profile.
            if ws-run-profile = spaces
               move "default" to ws-run-profile
            else
               move spaces to ws-srtfile-name
               string "srtfile." delimited by size
                      ws-run-profile delimited by " "
                      into ws-srtfile-name
            end-if.

        1100-read-run-parameter-x.
            exit.

        1200-accept-window section.
            move 0 to ws-prompt-tries.
            perform 1210-accept-one-window
                until ws-window-keyed.

        1200-accept-window-x.
            exit.

        1210-accept-one-window section.
            display "history window in business days (5-250): "
                with no advancing.
            accept ws-window-days.
            if ws-window-days >= 5 and ws-window-days <= 250
               set ws-window-keyed to true
               go to 1210-accept-one-window-x
            end-if.

            add 1 to ws-prompt-tries.
            if ws-prompt-tries >= 3
               display "no usable window keyed - run stopped."
               move 8 to return-code
               goback
            end-if.
            display "not a usable window, try again".

        1210-accept-one-window-x.
            exit.

        1300-accept-tolerance section.
            move 0 to ws-prompt-tries.
            perform 1310-accept-one-tolerance
                until ws-tolerance-keyed.

        1300-accept-tolerance-x.
            exit.

        1310-accept-one-tolerance section.
            display "tolerance in spreads off the average (1-9): "
                with no advancing.
            accept ws-tolerance.
            if ws-tolerance > 0
               set ws-tolerance-keyed to true
               go to 1310-accept-one-tolerance-x
            end-if.

            add 1 to ws-prompt-tries.
            if ws-prompt-tries >= 3
               display "no usable tolerance keyed - run stopped."
               move 8 to return-code
               goback
            end-if.
            display "not a usable tolerance, try again".

        1310-accept-one-tolerance-x.
            exit.

      ***************************************************************
      * 2000-load-sorted-extract reads today's srtfile into the     *
      * item table, taking the business date off its header. the   *
      * job gates this step on pgmsort's rc like every srtfile      *
      * reader, so the extract has already balanced; an unreadable  *
      * value is counted and passed over.                           *
      ***************************************************************
        2000-load-sorted-extract section.
            open input srtfile.
            if not ws-srtfile-ok
               display "pgmoutl: unable to open " ws-srtfile-name
                   ", status " ws-srtfile-status
               move 8 to return-code
               goback
            end-if.

            read srtfile
                at end
                    set ws-file-done to true
            end-read.
            if not ws-file-done
               and srt-header-date is numeric
               move srt-header-date to ws-business-date
            end-if.

            perform 2100-load-one-detail
                until ws-file-done or ws-trailer-found.

            close srtfile.

        2000-load-sorted-extract-x.
            exit.

        2100-load-one-detail section.
            read srtfile
                at end
                    set ws-file-done to true
                    go to 2100-load-one-detail-x
            end-read.

            if srt-trailer-flag = "t"
               set ws-trailer-found to true
               go to 2100-load-one-detail-x
            end-if.

            move srt-detail-value to ws-validate-value.
            perform 2900-parse-one-value.
            if ws-record-invalid
               add 1 to ws-bad-line-count
               go to 2100-load-one-detail-x
            end-if.

            if ws-item-count >= ws-max-items
               add 1 to ws-overflow-count
               go to 2100-load-one-detail-x
            end-if.
            add 1 to ws-item-count.
            initialize ws-item-entry(ws-item-count).
            move srt-detail-key to wi-key(ws-item-count).
            move ws-validate-number to wi-value(ws-item-count).

        2100-load-one-detail-x.
            exit.

      ***************************************************************
      * 2500-compute-window-start asks the shared calendar for the  *
      * business day the keyed window's worth of business days      *
      * before the extract's business date. history from that day   *
      * up to the day before today is what each key is judged       *
      * against. a calendar that cannot answer stops the run.       *
      ***************************************************************
        2500-compute-window-start section.
            move spaces to cld-parameters.
            move ws-run-profile to cld-profile.
            move ws-business-date to cld-date.
            move ws-window-days to cld-days.
            set cld-step-back to true.
            call "pgmcald" using cld-parameters.
            if not cld-answered
               display "pgmoutl: no window start from the calendar, "
                   "return code " cld-return-code
               move 8 to return-code
               goback
            end-if.
            move cld-result-date to ws-window-start.

        2500-compute-window-start-x.
            exit.

        2900-parse-one-value section.
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

        2900-parse-one-value-x.
            exit.

      ***************************************************************
      * 3000-load-history folds the stream's posted values inside   *
      * the window into the key table: first mtdprior, the latest   *
      * month pgmroll archived, when the dd is there, then mtdfile. *
      * a month is on one or the other, never both.                 *
      ***************************************************************
        3000-load-history section.
            open input mtdprior.
            if ws-mtdprior-ok
               move "n" to ws-read-switch
               perform 3100-read-one-prior
                   until ws-file-done
               close mtdprior
            end-if.

            open input mtdfile.
            if not ws-mtdfile-ok
               display "pgmoutl: unable to open mtdfile, status "
                   ws-mtdfile-status
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 3200-read-one-master
                until ws-file-done.

            close mtdfile.

        3000-load-history-x.
            exit.

        3100-read-one-prior section.
            read mtdprior
                at end
                    set ws-file-done to true
                    go to 3100-read-one-prior-x
            end-read.

            move mpr-record to mtd-record.
            perform 3300-fold-one-history.

        3100-read-one-prior-x.
            exit.

        3200-read-one-master section.
            read mtdfile
                at end
                    set ws-file-done to true
                    go to 3200-read-one-master-x
            end-read.

            perform 3300-fold-one-history.

        3200-read-one-master-x.
            exit.

        3300-fold-one-history section.
            if mtd-profile not = ws-run-profile
               go to 3300-fold-one-history-x
            end-if.
            if mtd-date is not numeric
               add 1 to ws-bad-line-count
               go to 3300-fold-one-history-x
            end-if.
            if mtd-date < ws-window-start
               or mtd-date >= ws-business-date
               go to 3300-fold-one-history-x
            end-if.

            move mtd-value to ws-validate-value.
            perform 2900-parse-one-value.
            if ws-record-invalid
               add 1 to ws-bad-line-count
               go to 3300-fold-one-history-x
            end-if.

            perform 3400-note-one-day.

            move mtd-key to ws-hist-key.
            perform 3500-find-key-entry.
            if ws-key-index = 0
               if ws-key-count >= ws-key-max
                  add 1 to ws-overflow-count
                  go to 3300-fold-one-history-x
               end-if
               add 1 to ws-key-count
               move ws-key-count to ws-key-index
               initialize ws-key-entry(ws-key-index)
               move ws-hist-key to wk-key(ws-key-index)
               move "n" to wk-today-sw(ws-key-index)
            end-if.

            add 1 to ws-history-count.
            add 1 to wk-obs(ws-key-index).
            add ws-validate-number to wk-sum(ws-key-index).
            compute wk-sumsq(ws-key-index) = wk-sumsq(ws-key-index)
                + ws-validate-number * ws-validate-number.
            if mtd-date not = wk-last-date(ws-key-index)
               add 1 to wk-days(ws-key-index)
               move mtd-date to wk-last-date(ws-key-index)
            end-if.

        3300-fold-one-history-x.
            exit.

        3400-note-one-day section.
            move 0 to ws-day-found.
            perform 3410-match-one-day
                varying ws-day-scan from 1 by 1
                until ws-day-scan > ws-day-count
                   or ws-day-found > 0.

            if ws-day-found = 0
               and ws-day-count < ws-day-max
               add 1 to ws-day-count
               move mtd-date to ws-day-date(ws-day-count)
            end-if.

        3400-note-one-day-x.
            exit.

        3410-match-one-day section.
            if ws-day-date(ws-day-scan) = mtd-date
               move ws-day-scan to ws-day-found
            end-if.

        3410-match-one-day-x.
            exit.

        3500-find-key-entry section.
            move 0 to ws-key-index.
            perform 3510-match-one-key
                varying ws-key-scan from 1 by 1
                until ws-key-scan > ws-key-count
                   or ws-key-index > 0.

        3500-find-key-entry-x.
            exit.

        3510-match-one-key section.
            if wk-key(ws-key-scan) = ws-hist-key
               move ws-key-scan to ws-key-index
            end-if.

        3510-match-one-key-x.
            exit.

      ***************************************************************
      * 4000-judge-extract sets each of today's values against its  *
      * key's history. a key with no history is new; one with fewer *
      * than three postings in the window is too thin to judge.     *
      * otherwise the spread is the standard deviation of its       *
      * values, floored at a tenth of the average (and at 1) so a   *
      * key that never varies is not listed for moving by a unit,   *
      * and the value is an outlier when it sits more than the      *
      * keyed tolerance of spreads off the average.                 *
      ***************************************************************
        4000-judge-extract section.
            perform 4100-judge-one-item
                varying ws-item-index from 1 by 1
                until ws-item-index > ws-item-count.

        4000-judge-extract-x.
            exit.

        4100-judge-one-item section.
            move wi-key(ws-item-index) to ws-hist-key.
            perform 3500-find-key-entry.
            move ws-key-index to wi-key-index(ws-item-index).

            if ws-key-index = 0
               set wi-new-key(ws-item-index) to true
               add 1 to ws-new-count
               go to 4100-judge-one-item-x
            end-if.

            move "y" to wk-today-sw(ws-key-index).
            if wk-obs(ws-key-index) < ws-min-obs
               set wi-thin(ws-item-index) to true
               add 1 to ws-thin-count
               go to 4100-judge-one-item-x
            end-if.

            add 1 to ws-judged-count.
            compute wi-average(ws-item-index) rounded =
                wk-sum(ws-key-index) / wk-obs(ws-key-index).
            compute ws-variance rounded =
                wk-sumsq(ws-key-index) / wk-obs(ws-key-index)
                - wi-average(ws-item-index)
                  * wi-average(ws-item-index).
            if ws-variance < 0
               move 0 to ws-variance
            end-if.
            compute wi-spread(ws-item-index) rounded =
                ws-variance ** 0.5.

            if wi-average(ws-item-index) < 0
               compute ws-floor = 0 - wi-average(ws-item-index) / 10
            else
               compute ws-floor = wi-average(ws-item-index) / 10
            end-if.
            if ws-floor < 1
               move 1 to ws-floor
            end-if.
            if wi-spread(ws-item-index) < ws-floor
               move ws-floor to wi-spread(ws-item-index)
            end-if.

            compute wi-moved(ws-item-index) rounded =
                wi-value(ws-item-index) - wi-average(ws-item-index).
            if wi-moved(ws-item-index) < 0
               compute ws-moved-size = 0 - wi-moved(ws-item-index)
            else
               move wi-moved(ws-item-index) to ws-moved-size
            end-if.
            compute wi-spreads(ws-item-index) rounded =
                ws-moved-size / wi-spread(ws-item-index)
                on size error
                   move 999.9 to wi-spreads(ws-item-index)
            end-compute.

            if ws-moved-size > ws-tolerance * wi-spread(ws-item-index)
               set wi-outlier(ws-item-index) to true
               add 1 to ws-outlier-count
            else
               move "k" to wi-state(ws-item-index)
            end-if.

        4100-judge-one-item-x.
            exit.

      ***************************************************************
      * 5000-write-report lists the outliers, then the new keys,    *
      * then the regular keys -- posted on at least half the days   *
      * on file in the window -- that are not on today's extract.   *
      ***************************************************************
        5000-write-report section.
            open output outrpt.
            if not ws-outrpt-ok
               display "pgmoutl: unable to open outrpt, status "
                   ws-outrpt-status
               move 8 to return-code
               goback
            end-if.

            write otl-record from otl-title-line.
            move ws-run-mm   to otl-date-mm.
            move ws-run-dd   to otl-date-dd.
            move ws-run-yyyy to otl-date-yyyy.
            write otl-record from otl-date-line.
            move ws-run-profile   to otl-profile.
            move ws-business-date to otl-business-date.
            write otl-record from otl-stream-line.
            move ws-window-days  to otl-window-days.
            move ws-window-start to otl-window-start.
            move ws-day-count    to otl-days-on-file.
            move ws-tolerance    to otl-tolerance.
            write otl-record from otl-window-line.

            move spaces to otl-record.
            write otl-record.
            move "values beyond tolerance of their key's history"
              to otl-section-text.
            write otl-record from otl-section-line.
            if ws-outlier-count = 0
               move "  none" to otl-section-text
               write otl-record from otl-section-line
            else
               write otl-record from otl-outlier-heading
               perform 5100-write-one-outlier
                   varying ws-item-index from 1 by 1
                   until ws-item-index > ws-item-count
            end-if.

            move spaces to otl-record.
            write otl-record.
            move "keys seen for the first time" to otl-section-text.
            write otl-record from otl-section-line.
            if ws-new-count = 0
               move "  none" to otl-section-text
               write otl-record from otl-section-line
            else
               perform 5200-write-one-new-key
                   varying ws-item-index from 1 by 1
                   until ws-item-index > ws-item-count
            end-if.

            move spaces to otl-record.
            write otl-record.
            move "regular keys missing today" to otl-section-text.
            write otl-record from otl-section-line.
            perform 5300-write-one-missing-key
                varying ws-key-index from 1 by 1
                until ws-key-index > ws-key-count.
            if ws-missing-count = 0
               move "  none" to otl-section-text
               write otl-record from otl-section-line
            end-if.

            move spaces to otl-record.
            write otl-record.
            move ws-item-count    to otl-tot-today.
            move ws-judged-count  to otl-tot-judged.
            move ws-outlier-count to otl-tot-outliers.
            move ws-new-count     to otl-tot-new.
            move ws-missing-count to otl-tot-missing.
            write otl-record from otl-trailer-line.

            if ws-thin-count > 0
               move spaces to otl-note-text
               string "keys with too little history to judge: "
                      ws-thin-count
                      delimited by size into otl-note-text
               write otl-record from otl-note-line
            end-if.

            if ws-bad-line-count > 0
               move spaces to otl-note-text
               string "records skipped as unreadable: "
                      ws-bad-line-count
                      delimited by size into otl-note-text
               write otl-record from otl-note-line
            end-if.

            if ws-overflow-count > 0
               move spaces to otl-note-text
               string "records left off, tables full: "
                      ws-overflow-count
                      delimited by size into otl-note-text
               write otl-record from otl-note-line
            end-if.

            close outrpt.

        5000-write-report-x.
            exit.

        5100-write-one-outlier section.
            if not wi-outlier(ws-item-index)
               go to 5100-write-one-outlier-x
            end-if.

            move wi-key(ws-item-index)     to otl-key.
            move wi-value(ws-item-index)   to otl-today.
            move wi-average(ws-item-index) to otl-average.
            move wi-spread(ws-item-index)  to otl-spread.
            move wi-moved(ws-item-index)   to otl-moved.
            move wi-spreads(ws-item-index) to otl-spreads.
            write otl-record from otl-outlier-line.

        5100-write-one-outlier-x.
            exit.

        5200-write-one-new-key section.
            if not wi-new-key(ws-item-index)
               go to 5200-write-one-new-key-x
            end-if.

            move wi-key(ws-item-index)   to otl-new-key.
            move wi-value(ws-item-index) to otl-new-value.
            write otl-record from otl-new-line.

        5200-write-one-new-key-x.
            exit.

        5300-write-one-missing-key section.
            if wk-today-sw(ws-key-index) = "y"
               go to 5300-write-one-missing-key-x
            end-if.
            if ws-day-count < ws-min-obs
               or wk-days(ws-key-index) * 2 < ws-day-count
               go to 5300-write-one-missing-key-x
            end-if.

            add 1 to ws-missing-count.
            move wk-key(ws-key-index)  to otl-miss-key.
            move wk-days(ws-key-index) to otl-miss-days.
            move ws-day-count          to otl-miss-of.
            compute otl-miss-average rounded =
                wk-sum(ws-key-index) / wk-obs(ws-key-index).
            write otl-record from otl-missing-line.

        5300-write-one-missing-key-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - nothing listed, every key within its history   *
      *     rc 04  - review: an outlier, a new key or a missing     *
      *              regular key is listed on outrpt                *
      *     rc 08  - no usable window or tolerance keyed, no window *
      *              start off the calendar, or a file would not    *
      *              open                                           *
      ***************************************************************
        8000-set-return-code section.
            if ws-outlier-count > 0
               or ws-new-count > 0
               or ws-missing-count > 0
               move 4 to return-code
            else
               move 0 to return-code
            end-if.

        8000-set-return-code-x.
            exit.
