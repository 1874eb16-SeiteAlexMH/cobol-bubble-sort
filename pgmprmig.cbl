       identification division.

      **************
      *pgmprmig!   *
      **************

       program-id. pgmprmig.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. the pricing band migration
      *                 report: sets today's prcfile against the
      *                 prior run's, which pgmprice now keeps on
      *                 prcprev, and lists on migrpt every item
      *                 that changed band -- old and new band, old
      *                 and new rank, and how many bands it moved,
      *                 flagging a move of two or more for sign-off
      *                 before the prices go out -- then a band-to-
      *                 band migration matrix and the keys that
      *                 entered or left the priced population. the
      *                 pricing desk was working this out by hand
      *                 every morning.

       environment division.

       input-output section.

       file-control.
           select prcfile   assign dynamic ws-prcfile-name
                             organization line sequential
                             file status is ws-prcfile-status.

           select prcprev   assign dynamic ws-prcprev-name
                             organization line sequential
                             file status is ws-prcprev-status.

           select prcparm   assign to "prcparm"
                             organization line sequential
                             file status is ws-prcparm-status.

           select migrpt    assign to "migrpt"
                             organization line sequential
                             file status is ws-migrpt-status.

       data division.

       file section.

      * prcfile as pgmprice writes it: header count and business
      * date, one detail per item (value, key, band label, rank),
      * then a "t" trailer with count and hash total. prcprev is
      * the prior run's copy, in the same layout.
       fd  prcfile.
        01 prn-record        pic x(28).
        01 prn-header-record.
           05 prn-header-count pic x(05).
           05 prn-header-date  pic x(08).
           05 filler           pic x(15).
        01 prn-detail-record.
           05 prn-detail-value pic x(05).
           05 prn-detail-key   pic x(08).
           05 prn-detail-band  pic x(12).
           05 prn-detail-rank  pic x(03).
        01 prn-trailer-record.
           05 prn-trailer-flag  pic x(01).
           05 filler            pic x(27).

       fd  prcprev.
        01 prp-record        pic x(28).
        01 prp-header-record.
           05 prp-header-count pic x(05).
           05 prp-header-date  pic x(08).
           05 filler           pic x(15).
        01 prp-detail-record.
           05 prp-detail-value pic x(05).
           05 prp-detail-key   pic x(08).
           05 prp-detail-band  pic x(12).
           05 prp-detail-rank  pic x(03).
        01 prp-trailer-record.
           05 prp-trailer-flag  pic x(01).
           05 filler            pic x(27).

       fd  prcparm.
           copy prcrec.

       fd  migrpt.
        01 mig-record        pic x(80).

       working-storage section.

        01 ws-prcfile-status pic x(02).
           88 ws-prcfile-ok  value "00".

        01 ws-prcprev-status pic x(02).
           88 ws-prcprev-ok  value "00".

        01 ws-prcparm-status pic x(02).
           88 ws-prcparm-ok  value "00".

        01 ws-migrpt-status  pic x(02).
           88 ws-migrpt-ok   value "00".

      * the jcl parm, pgmsort's shape: the stream profile whose
      * pricing is compared. no parm keeps the plain names.
        01 ws-command-parm   pic x(30) value spaces.
        01 ws-run-profile    pic x(08) value spaces.
        01 ws-prcfile-name   pic x(40) value "prcfile".
        01 ws-prcprev-name   pic x(40) value "prcprev".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".

        01 ws-prior-switch   pic x(01) value "n".
           88 ws-prior-on-hand value "y".

        01 ws-run-date.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).
        01 ws-today-date     pic x(08) value spaces.
        01 ws-prior-date     pic x(08) value spaces.

      * the bands in prcparm's order (quartiles when no prcparm is
      * on hand, as pgmprice assumes), so a move can be counted in
      * bands. a label on either file that prcparm no longer has
      * is added after them, so it still has a row and a column.
        01 ws-band-max       pic 9(02) value 12.
        01 ws-band-count     pic 9(02) value 0.
        01 ws-parm-bands     pic 9(02) value 0.
        01 ws-band-index     pic 9(02).
        01 ws-band-scan      pic 9(02).
        01 ws-band-label-in  pic x(12).
        01 ws-band-table.
           05 ws-band-entry  occurs 12 times.
              10 wb-label       pic x(12).
              10 wb-cut         pic x(03).
              10 wb-row         occurs 12 times.
                 15 wb-moved-to    pic 9(05).

      * each run's items: key, band (its place in the band table)
      * and rank. a prior item matched by today's is marked so the
      * ones left over are the keys that left.
        01 ws-max-items      pic 9(03) value 500.
        01 ws-today-count    pic 9(03) value 0.
        01 ws-prior-count    pic 9(03) value 0.
        01 ws-item-index     pic 9(03).
        01 ws-item-scan      pic 9(03).
        01 ws-prior-index    pic 9(03).
        01 ws-today-table.
           05 ws-today-entry occurs 500 times.
              10 wt-key         pic x(08).
              10 wt-band        pic 9(02).
              10 wt-rank        pic 9(03).
              10 wt-prior       pic 9(03).
        01 ws-prior-table.
           05 ws-prior-entry occurs 500 times.
              10 wp-key         pic x(08).
              10 wp-band        pic 9(02).
              10 wp-rank        pic 9(03).
              10 wp-matched     pic x(01).

        01 ws-rank-text      pic x(03).
        01 ws-move           pic s9(02).
        01 ws-move-size      pic 9(02).
        01 ws-row-index      pic 9(02).
        01 ws-col-index      pic 9(02).

        01 ws-moved-count    pic 9(05) value 0.
        01 ws-signoff-count  pic 9(05) value 0.
        01 ws-entered-count  pic 9(05) value 0.
        01 ws-left-count     pic 9(05) value 0.
        01 ws-overflow-count pic 9(05) value 0.

        01 mig-title-line.
           05 filler         pic x(31)
                 value "pgmprmig pricing band migration".
           05 filler         pic x(49) value spaces.

        01 mig-date-line.
           05 filler         pic x(10) value "run date: ".
           05 mig-date-mm    pic 99.
           05 filler         pic x(01) value "/".
           05 mig-date-dd    pic 99.
           05 filler         pic x(01) value "/".
           05 mig-date-yyyy  pic 9999.
           05 filler         pic x(60) value spaces.

        01 mig-stream-line.
           05 filler         pic x(09) value "profile: ".
           05 mig-profile    pic x(08).
           05 filler         pic x(13) value "  priced on: ".
           05 mig-today-date pic x(08).
           05 filler         pic x(15) value "  against run: ".
           05 mig-prior-date pic x(08).
           05 filler         pic x(19) value spaces.

        01 mig-section-line.
           05 mig-section-text pic x(80).

        01 mig-legend-line.
           05 filler         pic x(02) value spaces.
           05 mig-leg-number pic z9.
           05 filler         pic x(02) value spaces.
           05 mig-leg-label  pic x(12).
           05 filler         pic x(06) value "  cut ".
           05 mig-leg-cut    pic x(03).
           05 filler         pic x(53) value spaces.

        01 mig-moved-heading.
           05 filler         pic x(12) value "  key".
           05 filler         pic x(14) value "old band".
           05 filler         pic x(14) value "new band".
           05 filler         pic x(10) value "  old rank".
           05 filler         pic x(10) value "  new rank".
           05 filler         pic x(06) value "  move".
           05 filler         pic x(14) value spaces.

        01 mig-moved-line.
           05 filler         pic x(02) value spaces.
           05 mig-key        pic x(08).
           05 filler         pic x(02) value spaces.
           05 mig-old-band   pic x(12).
           05 filler         pic x(02) value spaces.
           05 mig-new-band   pic x(12).
           05 filler         pic x(07) value spaces.
           05 mig-old-rank   pic zz9.
           05 filler         pic x(07) value spaces.
           05 mig-new-rank   pic zz9.
           05 filler         pic x(04) value spaces.
           05 mig-move       pic ++9.
           05 filler         pic x(02) value spaces.
           05 mig-signoff    pic x(12).
           05 filler         pic x(01) value spaces.

        01 mig-matrix-heading.
           05 filler         pic x(12) value "  from \ to".
           05 mig-mh-band    pic zzzzz occurs 12 times.
           05 filler         pic x(08) value spaces.

        01 mig-matrix-line.
           05 filler         pic x(02) value spaces.
           05 mig-mx-number  pic z9.
           05 filler         pic x(08) value spaces.
           05 mig-mx-cell    pic zzzzz occurs 12 times.
           05 filler         pic x(08) value spaces.

        01 mig-population-line.
           05 filler         pic x(02) value spaces.
           05 mig-pop-key    pic x(08).
           05 filler         pic x(02) value spaces.
           05 mig-pop-band   pic x(12).
           05 filler         pic x(08) value "  rank: ".
           05 mig-pop-rank   pic zz9.
           05 filler         pic x(45) value spaces.

        01 mig-trailer-line.
           05 filler         pic x(07) value "today: ".
           05 mig-tot-today  pic zz9.
           05 filler         pic x(09) value "  prior: ".
           05 mig-tot-prior  pic zz9.
           05 filler         pic x(09) value "  moved: ".
           05 mig-tot-moved  pic zz9.
           05 filler         pic x(12) value "  sign-off: ".
           05 mig-tot-signoff pic zz9.
           05 filler         pic x(11) value "  entered: ".
           05 mig-tot-entered pic zz9.
           05 filler         pic x(08) value "  left: ".
           05 mig-tot-left   pic zz9.
           05 filler         pic x(06) value spaces.

        01 mig-note-line.
           05 mig-note-text  pic x(80).

       procedure division.
        1000-main section.
            display "pgmprmig - pricing band migration".
            display "---------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 1100-read-run-parameter.
            perform 2000-load-pricing-bands.
            perform 2500-load-todays-pricing.
            perform 3000-load-prior-pricing.
            if ws-prior-on-hand
               perform 4000-compare-runs
            end-if.
            perform 5000-write-report.
            perform 8000-set-return-code.
            display " ".
            display "pgmprmig: " ws-moved-count " item(s) moved band, "
                ws-signoff-count " need sign-off.".
            goback.

        1100-read-run-parameter section.
            accept ws-command-parm from command-line.
            inspect ws-command-parm converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".
            unstring ws-command-parm delimited by all " "
                into ws-run-profile.
            if ws-run-profile not = spaces
               move spaces to ws-prcfile-name
               string "prcfile." delimited by size
                      ws-run-profile delimited by " "
                      into ws-prcfile-name
               move spaces to ws-prcprev-name
               string "prcprev." delimited by size
                      ws-run-profile delimited by " "
                      into ws-prcprev-name
            end-if.

        1100-read-run-parameter-x.
            exit.

      ***************************************************************
      * 2000-load-pricing-bands takes the band order off prcparm,   *
      * or pgmprice's quartiles when there is none. pgmprice has    *
      * already vetted prcparm; this only needs the order.          *
      ***************************************************************
        2000-load-pricing-bands section.
            open input prcparm.
            if not ws-prcparm-ok
               perform 2200-default-quartile-bands
               move ws-band-count to ws-parm-bands
               go to 2000-load-pricing-bands-x
            end-if.

            move "n" to ws-read-switch.
            perform 2100-load-one-band
                until ws-file-done.

            close prcparm.

            if ws-band-count = 0
               perform 2200-default-quartile-bands
            end-if.
            move ws-band-count to ws-parm-bands.

        2000-load-pricing-bands-x.
            exit.

        2100-load-one-band section.
            read prcparm
                at end
                    set ws-file-done to true
                    go to 2100-load-one-band-x
            end-read.

            if ws-band-count >= ws-band-max
               go to 2100-load-one-band-x
            end-if.

            add 1 to ws-band-count.
            initialize ws-band-entry(ws-band-count).
            move prc-label   to wb-label(ws-band-count).
            move prc-cut-pct to wb-cut(ws-band-count).

        2100-load-one-band-x.
            exit.

        2200-default-quartile-bands section.
            move 4 to ws-band-count.
            initialize ws-band-table.
            move "025" to wb-cut(1).
            move "quartile 1" to wb-label(1).
            move "050" to wb-cut(2).
            move "quartile 2" to wb-label(2).
            move "075" to wb-cut(3).
            move "quartile 3" to wb-label(3).
            move "100" to wb-cut(4).
            move "quartile 4" to wb-label(4).

        2200-default-quartile-bands-x.
            exit.

        2500-load-todays-pricing section.
            open input prcfile.
            if not ws-prcfile-ok
               display "pgmprmig: unable to open " ws-prcfile-name
                   ", status " ws-prcfile-status
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            read prcfile
                at end
                    set ws-file-done to true
            end-read.
            if not ws-file-done
               move prn-header-date to ws-today-date
            end-if.

            perform 2600-load-one-today
                until ws-file-done.

            close prcfile.

        2500-load-todays-pricing-x.
            exit.

        2600-load-one-today section.
            read prcfile
                at end
                    set ws-file-done to true
                    go to 2600-load-one-today-x
            end-read.

            if prn-trailer-flag = "t"
               set ws-file-done to true
               go to 2600-load-one-today-x
            end-if.

            if ws-today-count >= ws-max-items
               add 1 to ws-overflow-count
               go to 2600-load-one-today-x
            end-if.

            add 1 to ws-today-count.
            move prn-detail-key to wt-key(ws-today-count).
            move prn-detail-band to ws-band-label-in.
            perform 2900-find-band.
            move ws-band-index to wt-band(ws-today-count).
            move prn-detail-rank to ws-rank-text.
            perform 2950-read-rank.
            move ws-rank-text to wt-rank(ws-today-count).
            move 0 to wt-prior(ws-today-count).

        2600-load-one-today-x.
            exit.

      ***************************************************************
      * 2900-find-band places a label in the band table, adding it  *
      * after prcparm's bands when prcparm no longer carries it (a  *
      * band renamed or dropped since the prior run).               *
      ***************************************************************
        2900-find-band section.
            move 0 to ws-band-index.
            perform 2910-match-one-band
                varying ws-band-scan from 1 by 1
                until ws-band-scan > ws-band-count
                   or ws-band-index > 0.

            if ws-band-index > 0
               go to 2900-find-band-x
            end-if.

            if ws-band-count >= ws-band-max
               move ws-band-count to ws-band-index
               go to 2900-find-band-x
            end-if.

            add 1 to ws-band-count.
            move ws-band-count to ws-band-index.
            initialize ws-band-entry(ws-band-index).
            move ws-band-label-in to wb-label(ws-band-index).
            move "n/a" to wb-cut(ws-band-index).

        2900-find-band-x.
            exit.

        2910-match-one-band section.
            if wb-label(ws-band-scan) = ws-band-label-in
               move ws-band-scan to ws-band-index
            end-if.

        2910-match-one-band-x.
            exit.

        2950-read-rank section.
            inspect ws-rank-text
                replacing leading spaces by zeros.
            if ws-rank-text is not numeric
               move "000" to ws-rank-text
            end-if.

        2950-read-rank-x.
            exit.

      ***************************************************************
      * 3000-load-prior-pricing reads prcprev. none on hand -- the  *
      * profile's first priced run, or pgmprice not yet keeping    *
      * one -- leaves nothing to compare, which is said on migrpt.  *
      ***************************************************************
        3000-load-prior-pricing section.
            open input prcprev.
            if not ws-prcprev-ok
               display "pgmprmig: no prior pricing on prcprev, status "
                   ws-prcprev-status " - nothing to compare"
               go to 3000-load-prior-pricing-x
            end-if.

            set ws-prior-on-hand to true.
            move "n" to ws-read-switch.
            read prcprev
                at end
                    set ws-file-done to true
            end-read.
            if not ws-file-done
               move prp-header-date to ws-prior-date
            end-if.

            perform 3100-load-one-prior
                until ws-file-done.

            close prcprev.

        3000-load-prior-pricing-x.
            exit.

        3100-load-one-prior section.
            read prcprev
                at end
                    set ws-file-done to true
                    go to 3100-load-one-prior-x
            end-read.

            if prp-trailer-flag = "t"
               set ws-file-done to true
               go to 3100-load-one-prior-x
            end-if.

            if ws-prior-count >= ws-max-items
               add 1 to ws-overflow-count
               go to 3100-load-one-prior-x
            end-if.

            add 1 to ws-prior-count.
            move prp-detail-key to wp-key(ws-prior-count).
            move prp-detail-band to ws-band-label-in.
            perform 2900-find-band.
            move ws-band-index to wp-band(ws-prior-count).
            move prp-detail-rank to ws-rank-text.
            perform 2950-read-rank.
            move ws-rank-text to wp-rank(ws-prior-count).
            move "n" to wp-matched(ws-prior-count).

        3100-load-one-prior-x.
            exit.

      ***************************************************************
      * 4000-compare-runs finds each of today's keys on the prior   *
      * run and counts it into the matrix cell for its old and new  *
      * band. keys on one run only are the entered and the left.    *
      ***************************************************************
        4000-compare-runs section.
            perform 4100-compare-one-item
                varying ws-item-index from 1 by 1
                until ws-item-index > ws-today-count.

            perform 4200-count-one-left
                varying ws-item-scan from 1 by 1
                until ws-item-scan > ws-prior-count.

        4000-compare-runs-x.
            exit.

        4100-compare-one-item section.
            move 0 to ws-prior-index.
            perform 4110-match-one-prior
                varying ws-item-scan from 1 by 1
                until ws-item-scan > ws-prior-count
                   or ws-prior-index > 0.

            move ws-prior-index to wt-prior(ws-item-index).
            if ws-prior-index = 0
               add 1 to ws-entered-count
               go to 4100-compare-one-item-x
            end-if.

            move "y" to wp-matched(ws-prior-index).
            move wp-band(ws-prior-index) to ws-row-index.
            move wt-band(ws-item-index)  to ws-col-index.
            add 1 to wb-moved-to(ws-row-index ws-col-index).

            if ws-row-index = ws-col-index
               go to 4100-compare-one-item-x
            end-if.

            add 1 to ws-moved-count.
            compute ws-move = ws-col-index - ws-row-index.
            if ws-move < -1 or ws-move > 1
               add 1 to ws-signoff-count
            end-if.

        4100-compare-one-item-x.
            exit.

        4110-match-one-prior section.
            if wp-key(ws-item-scan) = wt-key(ws-item-index)
               and wp-matched(ws-item-scan) = "n"
               move ws-item-scan to ws-prior-index
            end-if.

        4110-match-one-prior-x.
            exit.

        4200-count-one-left section.
            if wp-matched(ws-item-scan) = "n"
               add 1 to ws-left-count
            end-if.

        4200-count-one-left-x.
            exit.

        5000-write-report section.
            open output migrpt.
            if not ws-migrpt-ok
               display "pgmprmig: unable to open migrpt, status "
                   ws-migrpt-status
               move 8 to return-code
               goback
            end-if.

            write mig-record from mig-title-line.
            move ws-run-mm   to mig-date-mm.
            move ws-run-dd   to mig-date-dd.
            move ws-run-yyyy to mig-date-yyyy.
            write mig-record from mig-date-line.
            move ws-run-profile to mig-profile.
            move ws-today-date  to mig-today-date.
            move ws-prior-date  to mig-prior-date.
            write mig-record from mig-stream-line.

            if not ws-prior-on-hand
               move spaces to mig-record
               write mig-record
               move "no prior pricing on hand - nothing to compare"
                 to mig-note-text
               write mig-record from mig-note-line
               close migrpt
               go to 5000-write-report-x
            end-if.

            move spaces to mig-record.
            write mig-record.
            move "bands" to mig-section-text.
            write mig-record from mig-section-line.
            perform 5100-write-one-legend
                varying ws-band-index from 1 by 1
                until ws-band-index > ws-band-count.

            move spaces to mig-record.
            write mig-record.
            move "items that moved band" to mig-section-text.
            write mig-record from mig-section-line.
            if ws-moved-count = 0
               move "  none" to mig-section-text
               write mig-record from mig-section-line
            else
               write mig-record from mig-moved-heading
               perform 5200-write-one-moved
                   varying ws-item-index from 1 by 1
                   until ws-item-index > ws-today-count
            end-if.

            move spaces to mig-record.
            write mig-record.
            move spaces to mig-section-text.
            string "migration matrix - rows the prior band, "
                   "columns today's"
                   delimited by size into mig-section-text.
            write mig-record from mig-section-line.
            perform 5300-fill-one-heading-band
                varying ws-col-index from 1 by 1
                until ws-col-index > ws-band-max.
            write mig-record from mig-matrix-heading.
            perform 5400-write-one-matrix-row
                varying ws-row-index from 1 by 1
                until ws-row-index > ws-band-count.

            move spaces to mig-record.
            write mig-record.
            move "keys that entered the priced population"
              to mig-section-text.
            write mig-record from mig-section-line.
            if ws-entered-count = 0
               move "  none" to mig-section-text
               write mig-record from mig-section-line
            else
               perform 5500-write-one-entered
                   varying ws-item-index from 1 by 1
                   until ws-item-index > ws-today-count
            end-if.

            move spaces to mig-record.
            write mig-record.
            move "keys that left the priced population"
              to mig-section-text.
            write mig-record from mig-section-line.
            if ws-left-count = 0
               move "  none" to mig-section-text
               write mig-record from mig-section-line
            else
               perform 5600-write-one-left
                   varying ws-item-scan from 1 by 1
                   until ws-item-scan > ws-prior-count
            end-if.

            move spaces to mig-record.
            write mig-record.
            move ws-today-count   to mig-tot-today.
            move ws-prior-count   to mig-tot-prior.
            move ws-moved-count   to mig-tot-moved.
            move ws-signoff-count to mig-tot-signoff.
            move ws-entered-count to mig-tot-entered.
            move ws-left-count    to mig-tot-left.
            write mig-record from mig-trailer-line.

            if ws-band-count > ws-parm-bands
               move spaces to mig-note-text
               string "band(s) after number " ws-parm-bands
                      " are not on prcparm - renamed or dropped"
                      delimited by size into mig-note-text
               write mig-record from mig-note-line
            end-if.

            if ws-overflow-count > 0
               move spaces to mig-note-text
               string "items left off, tables full: "
                      ws-overflow-count
                      delimited by size into mig-note-text
               write mig-record from mig-note-line
            end-if.

            close migrpt.

        5000-write-report-x.
            exit.

        5100-write-one-legend section.
            move ws-band-index to mig-leg-number.
            move wb-label(ws-band-index) to mig-leg-label.
            move wb-cut(ws-band-index) to mig-leg-cut.
            write mig-record from mig-legend-line.

        5100-write-one-legend-x.
            exit.

      ***************************************************************
      * 5200-write-one-moved lists an item whose band changed. the  *
      * move is counted in bands, up the table positive; two or     *
      * more either way needs the pricing desk's sign-off.          *
      ***************************************************************
        5200-write-one-moved section.
            move wt-prior(ws-item-index) to ws-prior-index.
            if ws-prior-index = 0
               go to 5200-write-one-moved-x
            end-if.
            if wp-band(ws-prior-index) = wt-band(ws-item-index)
               go to 5200-write-one-moved-x
            end-if.

            move wp-band(ws-prior-index) to ws-row-index.
            move wt-band(ws-item-index)  to ws-col-index.
            compute ws-move = ws-col-index - ws-row-index.
            if ws-move < 0
               compute ws-move-size = 0 - ws-move
            else
               move ws-move to ws-move-size
            end-if.

            move wt-key(ws-item-index)  to mig-key.
            move wb-label(ws-row-index) to mig-old-band.
            move wb-label(ws-col-index) to mig-new-band.
            move wp-rank(ws-prior-index) to mig-old-rank.
            move wt-rank(ws-item-index)  to mig-new-rank.
            move ws-move to mig-move.
            if ws-move-size > 1
               move "** sign-off" to mig-signoff
            else
               move spaces to mig-signoff
            end-if.
            write mig-record from mig-moved-line.

        5200-write-one-moved-x.
            exit.

        5300-fill-one-heading-band section.
            if ws-col-index > ws-band-count
               move 0 to mig-mh-band(ws-col-index)
            else
               move ws-col-index to mig-mh-band(ws-col-index)
            end-if.

        5300-fill-one-heading-band-x.
            exit.

        5400-write-one-matrix-row section.
            move ws-row-index to mig-mx-number.
            perform 5410-fill-one-cell
                varying ws-col-index from 1 by 1
                until ws-col-index > ws-band-max.
            write mig-record from mig-matrix-line.

        5400-write-one-matrix-row-x.
            exit.

        5410-fill-one-cell section.
            if ws-col-index > ws-band-count
               move 0 to mig-mx-cell(ws-col-index)
            else
               move wb-moved-to(ws-row-index ws-col-index)
                 to mig-mx-cell(ws-col-index)
            end-if.

        5410-fill-one-cell-x.
            exit.

        5500-write-one-entered section.
            if wt-prior(ws-item-index) not = 0
               go to 5500-write-one-entered-x
            end-if.

            move wt-key(ws-item-index) to mig-pop-key.
            move wt-band(ws-item-index) to ws-band-index.
            move wb-label(ws-band-index) to mig-pop-band.
            move wt-rank(ws-item-index) to mig-pop-rank.
            write mig-record from mig-population-line.

        5500-write-one-entered-x.
            exit.

        5600-write-one-left section.
            if wp-matched(ws-item-scan) not = "n"
               go to 5600-write-one-left-x
            end-if.

            move wp-key(ws-item-scan) to mig-pop-key.
            move wp-band(ws-item-scan) to ws-band-index.
            move wb-label(ws-band-index) to mig-pop-band.
            move wp-rank(ws-item-scan) to mig-pop-rank.
            write mig-record from mig-population-line.

        5600-write-one-left-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - compared; no item moved two bands or more      *
      *              (or no prior run on hand to compare)           *
      *     rc 04  - an item moved two bands or more -- sign-off    *
      *              needed before the prices go out                *
      *     rc 08  - prcfile or migrpt would not open               *
      ***************************************************************
        8000-set-return-code section.
            if ws-signoff-count > 0
               move 4 to return-code
            else
               move 0 to return-code
            end-if.

        8000-set-return-code-x.
            exit.
