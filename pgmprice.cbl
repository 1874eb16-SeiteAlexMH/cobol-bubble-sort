      *                 (srtfile.adjusts and so on) now that each
      *                 profile keeps its own -- no parm keeps the
      *                 plain srtfile, as before.
      * 2026-10-15  as  a priced run appends its control totals to
      *                 ctltot -- the extract as read and prcfile
      *                 as written, each a count and hash -- under
      *                 the business date off srtfile's header, for
      *                 pgmrecn to tie out against pgmsort's.
      * 2026-10-15  as  prcfile is written to the profile's qualified
      *                 name (prcfile.adjusts and so on), like
      *                 srtfile, so each stream's priced items stay
      *                 its own for the gl journal step, and its
      *                 header carries the business date in cols
      *                 6-13 the way srtfile's does.
      * 2026-10-15  as  the prior run's prcfile is kept on prcprev
      *                 (prcprev.adjusts and so on) before today's
      *                 replaces it, so pgmprmig can show which
      *                 items changed band overnight. a rerun of the
      *                 same business day leaves prcprev alone.

       environment division.

                             organization line sequential
                             file status is ws-prcparm-status.

           select prcfile   assign dynamic ws-prcfile-name
                             organization line sequential
                             file status is ws-prcfile-status.

           select prcprev   assign dynamic ws-prcprev-name
                             organization line sequential
                             file status is ws-prcprev-status.

           select prcrpt    assign to "prcrpt"
                             organization line sequential
                             file status is ws-prcrpt-status.

           select ctltot    assign to "ctltot"
                             organization line sequential
                             file status is ws-ctltot-status.

       data division.

       file section.

      * srtfile as pgmsort writes it: header count (and business
      * date), then value in cols 1-5 and item key in cols 6-13,
      * then a "t" trailer with count and hash total -- the same
      * layout 2060 reads on infile, balanced here the same way.
       fd  srtfile.
        01 srt-record        pic x(15).
        01 srt-header-record.
           05 srt-header-count pic x(05).
           05 srt-header-date  pic x(08).
           05 filler           pic x(02).
        01 srt-detail-record.
           05 srt-detail-value pic x(05).
           05 srt-detail-key   pic x(08).
      * one detail per item (value and key as srtfile carries
      * them, then the band label and percentile rank), and a "t"
      * trailer with count and hash total, so a downstream reader
      * balances it the same way everything else balances. the
      * header also carries the business date, as srtfile's does.
       fd  prcfile.
        01 prc-out-record    pic x(28).
        01 prc-out-header-record.
           05 prc-out-header-count pic 9(05).
           05 prc-out-header-date  pic 9(08).
           05 filler               pic x(15).
        01 prc-out-detail-record.
           05 prc-out-value    pic x(05).
           05 prc-out-key      pic x(08).
           05 prc-out-trailer-hash  pic x(09).
           05 filler                pic x(13).

      * prcprev is the prior run's prcfile, copied record for record.
       fd  prcprev.
        01 prv-record        pic x(28).

       fd  prcrpt.
        01 prr-record        pic x(80).

       fd  ctltot.
           copy ctlrec.

       working-storage section.

        01 ws-srtfile-status pic x(02).
        01 ws-prcfile-status pic x(02).
           88 ws-prcfile-ok  value "00".

        01 ws-prcprev-status pic x(02).
           88 ws-prcprev-ok  value "00".

        01 ws-prcrpt-status  pic x(02).
           88 ws-prcrpt-ok   value "00".

        01 ws-ctltot-status  pic x(02).
           88 ws-ctltot-ok   value "00".

      * the jcl parm, pgmsort's shape: the stream profile whose
      * extract this step prices. no parm keeps the plain names,
      * and its control totals go under "default", as pgmaccum
      * files a profile-less stream.
        01 ws-command-parm   pic x(30) value spaces.
        01 ws-run-profile    pic x(08) value spaces.
        01 ws-srtfile-name   pic x(40) value "srtfile".
        01 ws-prcfile-name   pic x(40) value "prcfile".
        01 ws-prcprev-name   pic x(40) value "prcprev".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-extract-done value "y".
        01 ws-trailer-switch pic x(01) value "n".
           88 ws-trailer-found value "y".

        01 ws-keep-switch    pic x(01) value "n".
           88 ws-keep-done    value "y".

        01 ws-balance-switch pic x(01) value "y".
           88 ws-in-balance     value "y".
           88 ws-out-of-balance value "n".
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).
        01 ws-run-time       pic 9(08).

      * the business date the extract belongs to, off srtfile's
      * header; an extract written before the header carried one
      * leaves the run date standing.
        01 ws-business-date  pic 9(08).
        01 ws-prcfile-hash   pic s9(09) value 0.

        01 prr-title-line.
           05 filler         pic x(32)
       procedure division.
        1000-main section.
            accept ws-run-date from date yyyymmdd.
            move ws-run-date to ws-business-date.
            perform 1100-read-run-parameter.
            perform 2000-load-pricing-bands.
            if ws-bands-unusable
            perform 2500-load-sorted-extract.
            if ws-in-balance
               perform 3000-assign-percentile-bands
               perform 3900-keep-prior-pricing
               perform 4000-write-pricing-file
               perform 4500-write-band-summary
               perform 9000-record-control-totals
            end-if.
            perform 8000-set-return-code.
            goback.
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
                at end
                    set ws-extract-done to true
            end-read.
            if not ws-extract-done
               and srt-header-date is numeric
               move srt-header-date to ws-business-date
            end-if.

            perform 2600-load-one-detail
                until ws-extract-done or ws-trailer-found.
        3100-rank-one-item-x.
            exit.

      ***************************************************************
      * 3900-keep-prior-pricing copies the prcfile on hand -- the   *
      * last run's -- onto prcprev before 4000 replaces it, for     *
      * pgmprmig's band migration report. no prcfile yet (a first   *
      * run) keeps nothing. a prcfile already under today's         *
      * business date is a rerun, and prcprev still holds the day   *
      * before, so it is left alone. a prcprev that will not open   *
      * stops the run (rc 8) before prcfile is touched -- pricing   *
      * over it would lose the prior run for good.                  *
      ***************************************************************
        3900-keep-prior-pricing section.
            open input prcfile.
            if not ws-prcfile-ok
               go to 3900-keep-prior-pricing-x
            end-if.

            read prcfile
                at end
                    close prcfile
                    go to 3900-keep-prior-pricing-x
            end-read.

            if prc-out-header-date is numeric
               and prc-out-header-date = ws-business-date
               display "pgmprice: prcfile already holds business "
                   "date " ws-business-date
                   " - prcprev left as it stands"
               close prcfile
               go to 3900-keep-prior-pricing-x
            end-if.

            open output prcprev.
            if not ws-prcprev-ok
               display "pgmprice: unable to open prcprev, status "
                   ws-prcprev-status " - nothing priced"
               close prcfile
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-keep-switch.
            perform 3910-keep-one-record
                until ws-keep-done.

            close prcprev.
            close prcfile.

        3900-keep-prior-pricing-x.
            exit.

        3910-keep-one-record section.
            move prc-out-record to prv-record.
            write prv-record.

            read prcfile
                at end
                    set ws-keep-done to true
            end-read.

        3910-keep-one-record-x.
            exit.

      ***************************************************************
      * 4000-write-pricing-file hands the per-key band assignments  *
      * downstream on prcfile -- the figure no current output       *

            move spaces to prc-out-record.
            move ws-item-count to prc-out-header-count.
            move ws-business-date to prc-out-header-date.
            write prc-out-record.

            move 0 to ws-hash-total.
            perform 4200-format-hash-total.
            move ws-hash-display to prc-out-trailer-hash.
            write prc-out-record.
            move ws-hash-total to ws-prcfile-hash.

            close prcfile.


        8000-set-return-code-x.
            exit.

      ***************************************************************
      * 9000-record-control-totals appends this step's figures to   *
      * ctltot under the profile and the extract's business date:   *
      * "srtin", the srtfile trailer this run balanced against, and *
      * "prcfile", the trailer written on prcfile. pgmrecn ties the *
      * first to pgmsort's srtfile figure and the second to the     *
      * first. a record that cannot be written is shouted about but *
      * does not fail a run that has already priced the day.        *
      ***************************************************************
        9000-record-control-totals section.
            open extend ctltot.
            if not ws-ctltot-ok
               open output ctltot
            end-if.
            if not ws-ctltot-ok
               display "pgmprice: could not record control totals "
                   "on ctltot, status " ws-ctltot-status
               go to 9000-record-control-totals-x
            end-if.

            initialize ctl-record with filler.
            move ws-run-profile to ctl-profile.
            move ws-business-date to ctl-date.
            move "pgmprice" to ctl-step.
            move ws-run-date to ctl-run-date.
            accept ws-run-time from time.
            move ws-run-time to ctl-run-time.

            move "srtin" to ctl-figure.
            move ws-trailer-count to ctl-count.
            move ws-trailer-hash to ctl-hash.
            write ctl-record.

            move "prcfile" to ctl-figure.
            move ws-item-count to ctl-count.
            move ws-prcfile-hash to ctl-hash.
            write ctl-record.

            close ctltot.

        9000-record-control-totals-x.
            exit.
