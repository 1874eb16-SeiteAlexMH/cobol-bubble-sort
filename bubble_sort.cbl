      *                 -- an abend between load and the last output
      *                 step no longer destroys the operator's
      *                 queued corrections.
      * 2026-10-15  as  a completed run appends its control totals
      *                 to ctltot (9100-record-control-totals):
      *                 the infile trailers, the recycled repairs,
      *                 what was accepted, rejected and left behind
      *                 at the ceiling, and the srtfile trailer,
      *                 each as a count and hash, for pgmrecn to tie
      *                 out against the downstream steps. srtfile's
      *                 header now carries the business date in
      *                 cols 6-13 so each reader files its own
      *                 figures under the day the extract is for.
      * 2026-10-15  as  keymast is now an indexed file keyed on the
      *                 item key: 2105-validate-item-key reads each
      *                 detail's key directly instead of scanning a
      *                 table loaded at startup, so the 1000-key
      *                 ceiling (and the run refusal past it) is
      *                 gone.
      * 2026-10-15  as  the business date comes off the calendar
      *                 (pgmcald) instead of being the raw run date:
      *                 the latest business day for the stream on
      *                 or before the run date, so a weekend or
      *                 holiday rerun posts under the business day
      *                 it belongs to. an eight-digit parm word
      *                 (yyyymmdd) overrides it for a late run,
      *                 provided it is a business day for the
      *                 stream and not after the run date. runctl,
      *                 excepthist, the srtfile header and ctltot
      *                 all carry it; auditfile keeps the run date.
      * 2026-10-15  as  each excepthist reject now carries the
      *                 stream profile, and each auditfile line the
      *                 profile and business date alongside the run
      *                 date, so pgmbkout can find a backed-out
      *                 day's records; runctl's backed-out status
      *                 no longer blocks the rerun.

       environment division.

                             file status is ws-dltfile-status.

           select keymast   assign to "keymast"
                             organization indexed
                             access mode random
                             record key is keym-key
                             file status is ws-keymast-status.

           select wrnfile   assign dynamic ws-wrnfile-name
                             organization line sequential
                             file status is ws-runctl-status.

           select ctltot    assign to "ctltot"
                             organization line sequential
                             file status is ws-ctltot-status.

       data division.

       file section.
      * cols 1-5 and item key in cols 6-13, then a "t" trailer with
      * count and hash total) so a downstream step can read and
      * balance it with the same record layouts 2060 uses on infile.
      * the header also carries the run's business date in cols
      * 6-13, which the readers file their control totals under.
       fd  srtfile.
        01 srt-record        pic x(15).
        01 srt-header-record.
           05 srt-header-count pic 9(05).
           05 srt-header-date  pic 9(08).
           05 filler           pic x(02).
        01 srt-detail-record.
           05 srt-detail-value pic x(05).
           05 srt-detail-key   pic x(08).
       fd  runctl.
           copy runcrec.

       fd  ctltot.
           copy ctlrec.

       working-storage section.

        01 sort-status      pic 9 value 0.
           05 wrn-dup-val2   pic -----9.
           05 filler         pic x(41) value spaces.

      * keymast (pgmkeym maintains it) is keyed on the item key and
      * each detail's key is read straight off it during the load.
      * no master on hand means no key checking, the same way a
      * missing parmfile leaves the defaults standing.
        01 ws-keym-load-sw    pic x(01) value "n".
           88 ws-key-master-on-hand value "y".

        01 ws-balance-switch  pic x(01) value "y".
           88 ws-in-balance     value "y".
        01 ws-trailer-count     pic 9(05).
        01 ws-trailer-hash      pic s9(09).

      * the run's control totals for ctltot, each a count and a
      * hash of the signed values: every input file's trailer
      * summed, the recycled repairs, and where all of it went --
      * accepted into the table, rejected, or left unread behind
      * the ceiling -- then the srtfile trailer as written. a
      * value that never parsed hashes as zero, the way the
      * extract job's trailer counts it.
        01 ws-ctltot-status     pic x(02).
           88 ws-ctltot-ok      value "00".
        01 ws-infile-sum-count  pic 9(07) value 0.
        01 ws-infile-sum-hash   pic s9(09) value 0.
        01 ws-recycle-hash      pic s9(09) value 0.
        01 ws-accept-hash       pic s9(09) value 0.
        01 ws-reject-hash       pic s9(09) value 0.
        01 ws-capped-count      pic 9(07) value 0.
        01 ws-capped-hash       pic s9(09) value 0.
        01 ws-srtfile-count     pic 9(07) value 0.
        01 ws-srtfile-hash      pic s9(09) value 0.

        01 exc-detail-line.
           05 exc-seq-no      pic zzzz9.
           05 filler          pic x(02) value spaces.
        01 ws-profile-switch  pic x(01) value "n".
           88 ws-profile-found value "y".

      * the raw jcl parm: first word names the profile, then in
      * either order an optional "override" that lets a deliberate
      * rerun past the run-control check, and an optional yyyymmdd
      * business date for a late run. ws-effective-profile is the
      * id actually in effect once parmfile has spoken (the first
      * record's id when no parm was given), which is what runctl
      * is keyed by.
        01 ws-command-parm    pic x(30) value spaces.
        01 ws-parm-word2      pic x(12) value spaces.
        01 ws-parm-word3      pic x(12) value spaces.
        01 ws-parm-word       pic x(12).
        01 ws-keyed-date      pic x(08) value spaces.

      * the business date the run files everything under: the
      * latest business day for the stream on or before the run
      * date, off the calendar, or the date keyed on the parm.
        01 ws-business-date   pic 9(08).
           copy caldprm.
        01 ws-override-sw     pic x(01) value "n".
           88 ws-override-keyed value "y".
        01 ws-effective-profile pic x(08) value spaces.
           05 aud-status      pic x(10).
           05 filler          pic x(02) value spaces.
           05 aud-reject-count pic zzzz9.
           05 filler          pic x(02) value spaces.
           05 aud-profile     pic x(08).
           05 filler          pic x(01) value spaces.
           05 aud-business-date pic 9(08).
           05 filler          pic x(01) value spaces.
           05 aud-reversal-flag pic x(01) value spaces.
           05 filler          pic x(01) value spaces.

       procedure division.
        1000-main section.
	    perform 5000-write-audit.
	    perform 8000-set-return-code.
	    perform 9000-record-run-control.
	    if sorted and ws-in-balance
	       perform 9100-record-control-totals
	    end-if.
	    goback.

        2000-initialize section.
            move ws-infile-name to ws-source-file(1).
            perform 2010-read-parameters.
            perform 2012-qualify-output-names.
            perform 2007-set-business-date.
            perform 2008-check-run-control.
            perform 2005-load-key-master.

            perform 2090-load-recycled-records.
            perform 2085-check-duplicate-keys.

            if ws-key-master-on-hand
               close keymast
            end-if.
            close exceptfile.
            close excepthist.

	2000-initialize-x.
            exit.

      ***************************************************************
      * 2007-set-business-date asks the calendar for the business   *
      * date this run files under: the latest business day for the *
      * stream on or before the run date -- the run date itself on  *
      * an ordinary day, the friday before for a weekend rerun, the *
      * day before a holiday for a run on it. a date keyed on the  *
      * parm (a late run) must be a business day for the stream and *
      * not after the run date, or the run stops rc 8 rather than   *
      * file a day's work under a day that never was.               *
      ***************************************************************
        2007-set-business-date section.
            if ws-effective-profile = spaces
               move "default" to ws-effective-profile
            end-if.

            move spaces to cld-parameters.
            move ws-effective-profile to cld-profile.

            if ws-keyed-date not = spaces
               move ws-keyed-date to cld-date
               set cld-test-day to true
               call "pgmcald" using cld-parameters
               if not cld-answered
                  or not cld-business-day
                  or cld-date > ws-run-date
                  display "pgmsort: business date " ws-keyed-date
                      " on the parm is not a business day for "
                      ws-effective-profile " up to today - run "
                      "stopped"
                  move 8 to return-code
                  goback
               end-if
               move cld-date to ws-business-date
               display "pgmsort: business date " ws-business-date
                   " keyed on the parm - run files under it"
               go to 2007-set-business-date-x
            end-if.

            move ws-run-date to cld-date.
            set cld-latest-day to true.
            call "pgmcald" using cld-parameters.
            if not cld-answered
               display "pgmsort: no business day on the calendar "
                   "for " ws-effective-profile " within a year of "
                   ws-run-date " - run stopped"
               move 8 to return-code
               goback
            end-if.

            move cld-result-date to ws-business-date.
            if ws-business-date not = ws-run-date
               display "pgmsort: " ws-run-date " is not a business "
                   "day for " ws-effective-profile " - run files "
                   "under " ws-business-date
            end-if.

        2007-set-business-date-x.
            exit.

      ***************************************************************
      * 2008-check-run-control refuses a second run of the same     *
      * profile and business date once runctl carries a completed   *
      * double submission would double-count the day's rejects and  *
      * history. the operator's "override" parm word lets the       *
      * deliberate rerun through (and says so on the console). a    *
      * failed run's record, one pgmbkout has marked backed out, or *
      * no runctl at all, blocks nothing.                           *
      ***************************************************************
        2008-check-run-control section.
            open input runctl.
            if not ws-runctl-ok
               go to 2008-check-run-control-x

            if ws-override-keyed
               display "pgmsort: profile " ws-effective-profile
                   " already completed for " ws-business-date
                   " - override keyed, run proceeds"
            else
               display "pgmsort: profile " ws-effective-profile
                   " already has a completed run for "
                   ws-business-date " on runctl - run refused. rerun "
                   "with the override parm word if deliberate."
               move 8 to return-code
               goback
            end-read.

            if rnc-profile-id = ws-effective-profile
               and rnc-date = ws-business-date
               and rnc-completed
               set ws-prior-run-found to true
            end-if.
            exit.

      ***************************************************************
      * 2005-load-key-master opens the branch/account master        *
      * pgmkeym maintains for keyed reads, so 2105-validate-item-   *
      * key can look each detail's key up directly during the load  *
      * -- however many keys the back office holds. a missing      *
      * keymast skips key checking for the run (and says so). the   *
      * master is closed again once the load is through.            *
      ***************************************************************
        2005-load-key-master section.
            open input keymast.
            end-if.

            set ws-key-master-on-hand to true.

        2005-load-key-master-x.
            exit.

      ***************************************************************
      * 2010-read-parameters picks this run's stream profile off    *
      * parmfile (one record per named stream, keyed by the run     *
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".
            unstring ws-command-parm delimited by all " "
                into ws-run-profile ws-parm-word2 ws-parm-word3.
            move ws-parm-word2 to ws-parm-word.
            perform 2011-take-parm-word.
            move ws-parm-word3 to ws-parm-word.
            perform 2011-take-parm-word.

            open input parmfile.
            if not ws-parmfile-ok
        2010-read-parameters-x.
            exit.

        2011-take-parm-word section.
            if ws-parm-word = "override"
               set ws-override-keyed to true
               go to 2011-take-parm-word-x
            end-if.

            if ws-parm-word(1:8) is numeric
               and ws-parm-word(9:4) = spaces
               move ws-parm-word(1:8) to ws-keyed-date
               go to 2011-take-parm-word-x
            end-if.

            if ws-parm-word not = spaces
               display "pgmsort: parm word " ws-parm-word
                   " not recognised - ignored"
            end-if.

        2011-take-parm-word-x.
            exit.

      ***************************************************************
      * 2012-qualify-output-names points the run's own outputs and  *
      * its comparison/checkpoint state at profile-qualified names  *
                              perform 2105-validate-item-key
                           end-if
                           if ws-record-valid
                              add ws-validate-number
                                to ws-accept-hash
                              move ws-validate-number
                                to array(ws-index)
                              move in-detail-key to array-key(ws-index)

            perform 2080-balance-infile.

            if ws-trailer-found
               add ws-trailer-count to ws-infile-sum-count
               add ws-trailer-hash to ws-infile-sum-hash
            end-if.

        2060-load-array-from-infile-x.
            exit.

                       perform 2075-capture-trailer
                    else
                       add 1 to ws-detail-read-count
                       add 1 to ws-capped-count
                       move in-detail-value to ws-validate-value
                       perform 2100-validate-input
                       if ws-record-valid
                          add ws-validate-number to ws-hash-total
                          add ws-validate-number to ws-capped-hash
                       end-if
                    end-if
            end-read.
      * entry has just slid into it.                                *
      ***************************************************************
        2089-reject-dup-entry section.
            move array(ws-dupj) to ws-validate-number.
            subtract ws-validate-number from ws-accept-hash.
            move array(ws-dupj) to ws-format-number.
            perform 4510-format-detail-value.
            move ws-format-display to ws-validate-value.
            move rcy-value to ws-validate-value.
            move rcy-key   to ws-validate-key.
            perform 2100-validate-input.
            add ws-validate-number to ws-recycle-hash.
            if ws-record-valid
               perform 2105-validate-item-key
            end-if.
            if ws-index > array-size
               move ws-index to array-size
            end-if.
            add ws-validate-number to ws-accept-hash.
            move ws-validate-number to array(ws-index).
            move rcy-key   to array-key(ws-index).
            move ws-source-index to array-source(ws-index).

      ***************************************************************
      * 2105-validate-item-key checks the staged record's key       *
      * (ws-validate-key) with a keyed read of keymast: a key that  *
      * is not on the master, or is retired there, fails the record *
      * the same way a bad value does and the reject chases its     *
      * repair through pgmexrep. no master on hand means no check,  *
      * and a key-less detail (spaces, the pre-key extract layout)  *
               go to 2105-validate-item-key-x
            end-if.

            move ws-validate-key to keym-key.
            read keymast
                invalid key
                    set ws-record-invalid to true
                    move "unknown item key" to ws-reject-reason
                    go to 2105-validate-item-key-x
            end-read.

            if not keym-active
               set ws-record-invalid to true
               move "retired item key" to ws-reject-reason
            end-if.

        2105-validate-item-key-x.
            write exc-record from exc-detail-line.

            initialize exh-record with filler.
            move ws-business-date to exh-date.
            set exh-open to true.
            move ws-source-index to exh-source.
            move ws-read-seq     to exh-seq.
            move ws-validate-value to exh-value.
            move ws-validate-key to exh-key.
            move ws-reject-reason to exh-reason.
            move ws-effective-profile to exh-profile.
            write exh-record.

            add ws-validate-number to ws-reject-hash.

        2110-write-exception-x.
            exit.


            move spaces to srt-record.
            move ws-loaded-count to srt-header-count.
            move ws-business-date to srt-header-date.
            write srt-record.

            move 0 to ws-hash-total.
            perform 4520-format-hash-total.
            move ws-hash-display to srt-trailer-hash.
            write srt-record.
            move ws-loaded-count to ws-srtfile-count.
            move ws-hash-total to ws-srtfile-hash.

            close srtfile.

            end-if.

            move ws-run-date  to aud-date.
            move ws-effective-profile to aud-profile.
            move ws-business-date to aud-business-date.
            accept ws-run-time from time.
            move ws-run-time  to aud-time.
            move ws-loaded-count to aud-item-count.
               display "pgmsort: could not record the run on "
                   "runctl, status " ws-runctl-status
                   " - double-run protection has a gap for "
                   ws-business-date
               go to 9000-record-run-control-x
            end-if.

            initialize rnc-record with filler.
            move ws-effective-profile to rnc-profile-id.
            move ws-business-date to rnc-date.
            accept ws-run-time from time.
            move ws-run-time to rnc-time.
            if sorted and ws-in-balance

        9000-record-run-control-x.
            exit.

      ***************************************************************
      * 9100-record-control-totals appends a completed run's        *
      * figures to ctltot under its profile and business date, for  *
      * pgmrecn to tie out against the steps downstream:            *
      *     infile   - every input file's trailer, summed           *
      *     recycle  - the repairs drained off recycfile            *
      *     accepted - what went into the table and stayed there    *
      *     rejected - what went to exceptfile, duplicates included *
      *     capped   - details left behind at the ceiling           *
      *     srtfile  - the trailer 4500 wrote on the extract        *
      * infile plus recycle must equal accepted plus rejected plus  *
      * capped, and srtfile must equal accepted. like runctl, a     *
      * record that cannot be written is shouted about but does not *
      * fail a run that has already delivered its outputs.          *
      ***************************************************************
        9100-record-control-totals section.
            open extend ctltot.
            if not ws-ctltot-ok
               open output ctltot
            end-if.
            if not ws-ctltot-ok
               display "pgmsort: could not record control totals "
                   "on ctltot, status " ws-ctltot-status
                   " - reconciliation will show "
                   ws-business-date " missing"
               go to 9100-record-control-totals-x
            end-if.

            initialize ctl-record with filler.
            move ws-effective-profile to ctl-profile.
            move ws-business-date to ctl-date.
            move "pgmsort" to ctl-step.
            move ws-run-date to ctl-run-date.
            accept ws-run-time from time.
            move ws-run-time to ctl-run-time.

            move "infile" to ctl-figure.
            move ws-infile-sum-count to ctl-count.
            move ws-infile-sum-hash to ctl-hash.
            write ctl-record.

            move "recycle" to ctl-figure.
            move ws-recycle-count to ctl-count.
            move ws-recycle-hash to ctl-hash.
            write ctl-record.

            move "accepted" to ctl-figure.
            move ws-loaded-count to ctl-count.
            move ws-accept-hash to ctl-hash.
            write ctl-record.

            move "rejected" to ctl-figure.
            move ws-reject-count to ctl-count.
            move ws-reject-hash to ctl-hash.
            write ctl-record.

            move "capped" to ctl-figure.
            move ws-capped-count to ctl-count.
            move ws-capped-hash to ctl-hash.
            write ctl-record.

            move "srtfile" to ctl-figure.
            move ws-srtfile-count to ctl-count.
            move ws-srtfile-hash to ctl-hash.
            write ctl-record.

            close ctltot.

        9100-record-control-totals-x.
            exit.
