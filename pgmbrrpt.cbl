      *                 (srtfile.adjusts and so on) now that each
      *                 profile keeps its own -- no parm keeps the
      *                 plain srtfile, as before.
      * 2026-10-15  as  a written report appends its control totals
      *                 to ctltot -- the extract as read and the
      *                 report's grand total, each a count and
      *                 hash -- under the business date off
      *                 srtfile's header, for pgmrecn to tie out
      *                 against pgmsort's.

       environment division.

                             organization line sequential
                             file status is ws-brrpt-status.

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
       fd  brrpt.
        01 brr-record        pic x(80).

       fd  ctltot.
           copy ctlrec.

       working-storage section.

        01 ws-srtfile-status pic x(02).
        01 ws-brrpt-status   pic x(02).
           88 ws-brrpt-ok    value "00".

        01 ws-ctltot-status  pic x(02).
           88 ws-ctltot-ok   value "00".

      * the jcl parm, pgmsort's shape: the stream profile whose
      * extract this report reads. no parm keeps the plain name,
      * and its control totals go under "default", as pgmaccum
      * files a profile-less stream.
        01 ws-command-parm   pic x(30) value spaces.
        01 ws-run-profile    pic x(08) value spaces.
        01 ws-srtfile-name   pic x(40) value "srtfile".
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).
        01 ws-run-time       pic 9(08).

      * the business date the extract belongs to, off srtfile's
      * header; an extract written before the header carried one
      * leaves the run date standing.
        01 ws-business-date  pic 9(08).

        01 brr-title-line.
           05 filler         pic x(28)
       procedure division.
        1000-main section.
            accept ws-run-date from date yyyymmdd.
            move ws-run-date to ws-business-date.
            perform 1100-read-run-parameter.
            perform 2000-load-sorted-extract.
            if ws-in-balance
               perform 3000-accumulate-branches
               perform 4000-write-branch-report
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
                at end
                    set ws-extract-done to true
            end-read.
            if not ws-extract-done
               and srt-header-date is numeric
               move srt-header-date to ws-business-date
            end-if.

            perform 2100-load-one-detail
                until ws-extract-done or ws-trailer-found.

        8000-set-return-code-x.
            exit.

      ***************************************************************
      * 9000-record-control-totals appends this step's figures to   *
      * ctltot under the profile and the extract's business date:   *
      * "srtin", the srtfile trailer this run balanced against, and *
      * "brrpt", the report's grand items and total. pgmrecn ties   *
      * both to pgmsort's srtfile figure -- an item left off the    *
      * report shows there as a break. a record that cannot be      *
      * written is shouted about but does not fail the step.        *
      ***************************************************************
        9000-record-control-totals section.
            open extend ctltot.
            if not ws-ctltot-ok
               open output ctltot
            end-if.
            if not ws-ctltot-ok
               display "pgmbrrpt: could not record control totals "
                   "on ctltot, status " ws-ctltot-status
               go to 9000-record-control-totals-x
            end-if.

            initialize ctl-record with filler.
            move ws-run-profile to ctl-profile.
            move ws-business-date to ctl-date.
            move "pgmbrrpt" to ctl-step.
            move ws-run-date to ctl-run-date.
            accept ws-run-time from time.
            move ws-run-time to ctl-run-time.

            move "srtin" to ctl-figure.
            move ws-trailer-count to ctl-count.
            move ws-trailer-hash to ctl-hash.
            write ctl-record.

            move "brrpt" to ctl-figure.
            move ws-grand-items to ctl-count.
            move ws-grand-total to ctl-hash.
            write ctl-record.

            close ctltot.

        9000-record-control-totals-x.
            exit.
