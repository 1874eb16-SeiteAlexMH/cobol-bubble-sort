       identification division.

      **************
      *pgmrecn!    *
      **************

       program-id. pgmrecn.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. end-of-day reconciliation
      *                 across the whole job stream: each step
      *                 balances its own input, but nothing proved
      *                 the steps agreed with each other, so a
      *                 skipped step or one run against a stale
      *                 extract only surfaced when a branch
      *                 complained at month end. lines up, per
      *                 stream profile and business date, the
      *                 control totals every step leaves on ctltot
      *                 (infile trailers, accepted, rejected,
      *                 srtfile, prcfile, the brrpt grand total,
      *                 what pgmaccum posted) plus the day's
      *                 records actually on mtdfile, and prints
      *                 one reconciliation page per stream with
      *                 every break called out.
      * 2026-10-15  as  added the gl journal step's figures: what
      *                 pgmglji read off prcfile against what
      *                 pgmprice wrote, and the items journalled
      *                 plus those held in suspense against what
      *                 it read.
      * 2026-10-15  as  a stream whose day pgmbkout has backed out,
      *                 and not yet rerun, is reported as such and
      *                 counted with the streams that did not run.

       environment division.

       input-output section.

       file-control.
           select parmfile  assign to "parmfile"
                             organization line sequential
                             file status is ws-parmfile-status.

           select runctl    assign to "runctl"
                             organization line sequential
                             file status is ws-runctl-status.

           select ctltot    assign to "ctltot"
                             organization line sequential
                             file status is ws-ctltot-status.

           select mtdfile   assign to "mtdfile"
                             organization line sequential
                             file status is ws-mtdfile-status.

           select recnrpt   assign to "recnrpt"
                             organization line sequential
                             file status is ws-recnrpt-status.

       data division.

       file section.

       fd  parmfile.
           copy parmrec.

       fd  runctl.
           copy runcrec.

       fd  ctltot.
           copy ctlrec.

       fd  mtdfile.
           copy mtdrec.

       fd  recnrpt.
        01 rcn-record        pic x(80).

       working-storage section.

        01 ws-parmfile-status pic x(02).
           88 ws-parmfile-ok  value "00".

        01 ws-runctl-status  pic x(02).
           88 ws-runctl-ok   value "00".

        01 ws-ctltot-status  pic x(02).
           88 ws-ctltot-ok   value "00".

        01 ws-mtdfile-status pic x(02).
           88 ws-mtdfile-ok  value "00".

        01 ws-recnrpt-status pic x(02).
           88 ws-recnrpt-ok  value "00".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".

        01 ws-mtd-read-sw    pic x(01) value "n".
           88 ws-mtd-on-hand  value "y".

      * the jcl parm, pgmsort's shape: a stream profile reconciles
      * that stream alone; no parm reconciles every profile on
      * parmfile.
        01 ws-command-parm   pic x(30) value spaces.
        01 ws-run-profile    pic x(08) value spaces.

        01 ws-run-date.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).

      * the business date being reconciled, keyed on sysin as
      * yyyymmdd; spaces takes the latest business day on or before
      * the run date, the day pgmsort stamps a run with.
        01 ws-recon-text     pic x(08).
        01 ws-recon-date.
           05 ws-recon-yyyy  pic 9(04).
           05 ws-recon-mm    pic 9(02).
           05 ws-recon-dd    pic 9(02).

           copy caldprm.

      * the figures a complete day leaves behind, one slot each, in
      * the order the page lists them. the last is not off ctltot
      * at all: it is the day's records as mtdfile holds them now.
        01 ws-slot-names.
           05 filler pic x(08) value "pgmsort".
           05 filler pic x(08) value "infile".
           05 filler pic x(08) value "pgmsort".
           05 filler pic x(08) value "recycle".
           05 filler pic x(08) value "pgmsort".
           05 filler pic x(08) value "accepted".
           05 filler pic x(08) value "pgmsort".
           05 filler pic x(08) value "rejected".
           05 filler pic x(08) value "pgmsort".
           05 filler pic x(08) value "capped".
           05 filler pic x(08) value "pgmsort".
           05 filler pic x(08) value "srtfile".
           05 filler pic x(08) value "pgmprice".
           05 filler pic x(08) value "srtin".
           05 filler pic x(08) value "pgmprice".
           05 filler pic x(08) value "prcfile".
           05 filler pic x(08) value "pgmbrrpt".
           05 filler pic x(08) value "srtin".
           05 filler pic x(08) value "pgmbrrpt".
           05 filler pic x(08) value "brrpt".
           05 filler pic x(08) value "pgmaccum".
           05 filler pic x(08) value "srtin".
           05 filler pic x(08) value "pgmaccum".
           05 filler pic x(08) value "posted".
           05 filler pic x(08) value "pgmglji".
           05 filler pic x(08) value "prcin".
           05 filler pic x(08) value "pgmglji".
           05 filler pic x(08) value "journal".
           05 filler pic x(08) value "pgmglji".
           05 filler pic x(08) value "suspense".
           05 filler pic x(08) value "mtdfile".
           05 filler pic x(08) value "on file".
        01 ws-slot-name-table redefines ws-slot-names.
           05 ws-slot-name   occurs 16 times.
              10 ws-slot-step   pic x(08).
              10 ws-slot-figure pic x(08).
        01 ws-slot-max       pic 9(02) value 16.
        01 ws-slot-mtdfile   pic 9(02) value 16.
        01 ws-slot-index     pic 9(02).
        01 ws-slot-hit       pic 9(02).

      * the checks run on every stream: the figures in slots on the
      * left must add up to the figures in slots on the right, count
      * and hash both. slot 00 is an unused position.
        01 ws-check-values.
           05 filler pic x(40)
                  value "infile+recycle = accept+reject+capped".
           05 filler pic x(10) value "0102030405".
           05 filler pic x(40)
                  value "srtfile written = accepted".
           05 filler pic x(10) value "0600030000".
           05 filler pic x(40)
                  value "pgmprice read = srtfile written".
           05 filler pic x(10) value "0700060000".
           05 filler pic x(40)
                  value "prcfile written = pgmprice read".
           05 filler pic x(10) value "0800070000".
           05 filler pic x(40)
                  value "pgmbrrpt read = srtfile written".
           05 filler pic x(10) value "0900060000".
           05 filler pic x(40)
                  value "brrpt grand total = srtfile written".
           05 filler pic x(10) value "1000060000".
           05 filler pic x(40)
                  value "pgmaccum read = srtfile written".
           05 filler pic x(10) value "1100060000".
           05 filler pic x(40)
                  value "posted to mtdfile = srtfile written".
           05 filler pic x(10) value "1200060000".
           05 filler pic x(40)
                  value "mtdfile for the day = srtfile written".
           05 filler pic x(10) value "1600060000".
           05 filler pic x(40)
                  value "pgmglji read = prcfile written".
           05 filler pic x(10) value "1300080000".
           05 filler pic x(40)
                  value "journal+suspense = pgmglji read".
           05 filler pic x(10) value "1415130000".
        01 ws-check-table redefines ws-check-values.
           05 ws-check-entry occurs 11 times.
              10 ws-check-label pic x(40).
              10 ws-check-slot  pic 9(02) occurs 5 times.
        01 ws-check-max      pic 9(02) value 11.
        01 ws-check-index    pic 9(02).
        01 ws-side-index     pic 9(01).
        01 ws-take-slot      pic 9(02).

        01 ws-check-missing-sw pic x(01) value "n".
           88 ws-check-missing value "y".

        01 ws-left-items     pic 9(07).
        01 ws-left-hash      pic s9(09).
        01 ws-right-items    pic 9(07).
        01 ws-right-hash     pic s9(09).

      * one entry per stream being reconciled: its latest pgmsort
      * outcome off runctl for the date ("c" completed, "f" failed,
      * "n" no run), and the latest of each figure off ctltot.
        01 ws-prof-max       pic 9(02) value 20.
        01 ws-prof-count     pic 9(02) value 0.
        01 ws-prof-index     pic 9(02).
        01 ws-prof-scan      pic 9(02).
        01 ws-prof-hit       pic 9(02).
        01 ws-prof-table.
           05 ws-prof-entry  occurs 20 times.
              10 ws-prof-id     pic x(08).
              10 ws-prof-run    pic x(01).
              10 ws-prof-slot   occurs 16 times.
                 15 ws-slot-found pic x(01).
                 15 ws-slot-items pic 9(07).
                 15 ws-slot-hash  pic s9(09).
        01 ws-lookup-profile pic x(08).

        01 ws-validate-value  pic x(05).
        01 ws-validate-number pic s9(05).
        01 ws-validate-magnitude pic 9(04).
        01 ws-candidate-value pic 9(05).
        01 ws-validate-switch pic x(01) value "n".
           88 ws-record-valid   value "y".
           88 ws-record-invalid value "n".

        01 ws-stream-ok      pic 9(03).
        01 ws-stream-breaks  pic 9(03).
        01 ws-stream-missing pic 9(03).
        01 ws-clean-count    pic 9(03) value 0.
        01 ws-broken-count   pic 9(03) value 0.

        01 rcn-title-line.
           05 filler         pic x(47)
              value "pgmrecn end-of-day control-total reconciliation".
           05 filler         pic x(33) value spaces.

        01 rcn-date-line.
           05 filler         pic x(10) value "run date: ".
           05 rcn-run-mm     pic 99.
           05 filler         pic x(01) value "/".
           05 rcn-run-dd     pic 99.
           05 filler         pic x(01) value "/".
           05 rcn-run-yyyy   pic 9999.
           05 filler         pic x(18) value "   business date: ".
           05 rcn-bus-mm     pic 99.
           05 filler         pic x(01) value "/".
           05 rcn-bus-dd     pic 99.
           05 filler         pic x(01) value "/".
           05 rcn-bus-yyyy   pic 9999.
           05 filler         pic x(32) value spaces.

        01 rcn-stream-line.
           05 filler         pic x(08) value "stream: ".
           05 rcn-profile    pic x(08).
           05 filler         pic x(16) value "   pgmsort run: ".
           05 rcn-run-state  pic x(30).
           05 filler         pic x(18) value spaces.

        01 rcn-section-line.
           05 rcn-section-text pic x(40).
           05 filler         pic x(40) value spaces.

        01 rcn-figure-column-line.
           05 filler         pic x(02) value spaces.
           05 filler         pic x(10) value "step".
           05 filler         pic x(10) value "figure".
           05 filler         pic x(09) value "  count".
           05 filler         pic x(49) value "      hash".

        01 rcn-figure-line.
           05 filler         pic x(02) value spaces.
           05 rcn-fig-step   pic x(08).
           05 filler         pic x(02) value spaces.
           05 rcn-fig-name   pic x(08).
           05 filler         pic x(02) value spaces.
           05 rcn-fig-items  pic zzzzzz9.
           05 filler         pic x(02) value spaces.
           05 rcn-fig-hash   pic ---------9.
           05 filler         pic x(02) value spaces.
           05 rcn-fig-note   pic x(20).
           05 filler         pic x(17) value spaces.

        01 rcn-check-line.
           05 rcn-chk-label  pic x(40).
           05 rcn-chk-result pic x(11).
           05 rcn-chk-items  pic zzzzzz9.
           05 filler         pic x(02) value spaces.
           05 rcn-chk-hash   pic ---------9.
           05 filler         pic x(10) value spaces.

        01 rcn-against-line.
           05 filler         pic x(40) value spaces.
           05 filler         pic x(11) value "  against".
           05 rcn-ag-items   pic zzzzzz9.
           05 filler         pic x(02) value spaces.
           05 rcn-ag-hash    pic ---------9.
           05 filler         pic x(10) value spaces.

        01 rcn-missing-line.
           05 rcn-miss-label pic x(40).
           05 filler         pic x(11) value "** missing".
           05 filler         pic x(29)
                              value "a figure was not recorded".

        01 rcn-stream-trailer-line.
           05 filler         pic x(08) value "checks: ".
           05 rcn-st-checks  pic zz9.
           05 filler         pic x(06) value "  ok: ".
           05 rcn-st-ok      pic zz9.
           05 filler         pic x(10) value "  breaks: ".
           05 rcn-st-breaks  pic zz9.
           05 filler         pic x(11) value "  missing: ".
           05 rcn-st-missing pic zz9.
           05 filler         pic x(33) value spaces.

        01 rcn-summary-line.
           05 filler         pic x(09) value "streams: ".
           05 rcn-sum-streams pic zz9.
           05 filler         pic x(09) value "  clean: ".
           05 rcn-sum-clean  pic zz9.
           05 filler         pic x(15) value "  with breaks: ".
           05 rcn-sum-broken pic zz9.
           05 filler         pic x(38) value spaces.

       procedure division.
        1000-main section.
            display "pgmrecn - end-of-day control-total reconciliation".
            display "-------------------------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 1100-read-run-parameter.
            perform 1200-accept-recon-date.
            perform 2000-load-profiles.
            perform 2100-load-run-control.
            perform 2200-load-control-totals.
            perform 2300-load-month-to-date.
            perform 3000-open-report.
            perform 4000-reconcile-one-stream
                varying ws-prof-index from 1 by 1
                until ws-prof-index > ws-prof-count.
            perform 5000-write-summary.
            perform 8000-set-return-code.
            goback.

        1100-read-run-parameter section.
            accept ws-command-parm from command-line.
            inspect ws-command-parm converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".
            unstring ws-command-parm delimited by all " "
                into ws-run-profile.

        1100-read-run-parameter-x.
            exit.

      ***************************************************************
      * 1200-accept-recon-date takes the business date to reconcile *
      * as yyyymmdd on sysin; spaces, or anything that is not a     *
      * date, takes the latest business day on or before the run   *
      * date off pgmcald (the named stream's calendar with a parm), *
      * so a run on a weekend, a holiday or just past midnight      *
      * reconciles the day pgmsort stamped. a calendar that cannot  *
      * answer leaves the run date.                                 *
      ***************************************************************
        1200-accept-recon-date section.
            display "business date (yyyymmdd, spaces for today): "
                with no advancing.
            accept ws-recon-text.

            if ws-recon-text not = spaces
               and ws-recon-text is numeric
               move ws-recon-text to ws-recon-date
               go to 1200-accept-recon-date-x
            end-if.

            move ws-run-date to ws-recon-date.
            move spaces to cld-parameters.
            move ws-run-profile to cld-profile.
            move ws-run-date to cld-date.
            set cld-latest-day to true.
            call "pgmcald" using cld-parameters.
            if cld-answered
               move cld-result-date to ws-recon-date
            end-if.

        1200-accept-recon-date-x.
            exit.

      ***************************************************************
      * 2000-load-profiles lists the streams to reconcile: the one  *
      * named in the parm, or every profile on parmfile. with       *
      * neither there is nothing to reconcile and the step stops    *
      * rc 8 rather than print an empty report that looks clean.    *
      ***************************************************************
        2000-load-profiles section.
            if ws-run-profile not = spaces
               move ws-run-profile to ws-lookup-profile
               perform 2020-add-one-profile
               go to 2000-load-profiles-x
            end-if.

            open input parmfile.
            if not ws-parmfile-ok
               display "pgmrecn: no parmfile to list the streams "
                   "from and no profile named, status "
                   ws-parmfile-status
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 2010-load-one-profile until ws-file-done.

            close parmfile.

            if ws-prof-count = 0
               display "pgmrecn: parmfile holds no profiles - "
                   "nothing to reconcile"
               move 8 to return-code
               goback
            end-if.

        2000-load-profiles-x.
            exit.

        2010-load-one-profile section.
            read parmfile
                at end
                    set ws-file-done to true
                    go to 2010-load-one-profile-x
            end-read.

            if ws-prof-count >= ws-prof-max
               display "pgmrecn: more than " ws-prof-max
                   " profiles on parmfile - " parm-profile-id
                   " not reconciled"
               go to 2010-load-one-profile-x
            end-if.

            move parm-profile-id to ws-lookup-profile.
            perform 2020-add-one-profile.

        2010-load-one-profile-x.
            exit.

        2020-add-one-profile section.
            add 1 to ws-prof-count.
            initialize ws-prof-entry(ws-prof-count).
            move ws-lookup-profile to ws-prof-id(ws-prof-count).
            move "n" to ws-prof-run(ws-prof-count).
            perform 2030-clear-one-slot
                varying ws-slot-index from 1 by 1
                until ws-slot-index > ws-slot-max.

        2020-add-one-profile-x.
            exit.

        2030-clear-one-slot section.
            move "n" to ws-slot-found(ws-prof-count, ws-slot-index).

        2030-clear-one-slot-x.
            exit.

      ***************************************************************
      * 2100-load-run-control takes each stream's latest pgmsort    *
      * outcome for the date off runctl -- the file only appends,   *
      * so the last record read is the latest. no runctl means no   *
      * stream ran.                                                 *
      ***************************************************************
        2100-load-run-control section.
            open input runctl.
            if not ws-runctl-ok
               go to 2100-load-run-control-x
            end-if.

            move "n" to ws-read-switch.
            perform 2110-scan-one-run until ws-file-done.

            close runctl.

        2100-load-run-control-x.
            exit.

        2110-scan-one-run section.
            read runctl
                at end
                    set ws-file-done to true
                    go to 2110-scan-one-run-x
            end-read.

            if rnc-date not = ws-recon-date
               go to 2110-scan-one-run-x
            end-if.

            move rnc-profile-id to ws-lookup-profile.
            perform 2500-find-profile.
            if ws-prof-hit = 0
               go to 2110-scan-one-run-x
            end-if.

            move rnc-status to ws-prof-run(ws-prof-hit).

        2110-scan-one-run-x.
            exit.

      ***************************************************************
      * 2200-load-control-totals files every ctltot record for the  *
      * date into its stream's slot. a rerun appends again, so the  *
      * latest record for a figure simply overwrites the earlier    *
      * one. no ctltot means no step recorded anything, and every   *
      * figure shows missing.                                       *
      ***************************************************************
        2200-load-control-totals section.
            open input ctltot.
            if not ws-ctltot-ok
               display "pgmrecn: no ctltot on hand, status "
                   ws-ctltot-status " - every figure shows missing"
               go to 2200-load-control-totals-x
            end-if.

            move "n" to ws-read-switch.
            perform 2210-load-one-figure until ws-file-done.

            close ctltot.

        2200-load-control-totals-x.
            exit.

        2210-load-one-figure section.
            read ctltot
                at end
                    set ws-file-done to true
                    go to 2210-load-one-figure-x
            end-read.

            if ctl-date not = ws-recon-date
               go to 2210-load-one-figure-x
            end-if.

            move ctl-profile to ws-lookup-profile.
            perform 2500-find-profile.
            if ws-prof-hit = 0
               go to 2210-load-one-figure-x
            end-if.

            move 0 to ws-slot-hit.
            perform 2600-match-one-slot
                varying ws-slot-index from 1 by 1
                until ws-slot-index > ws-slot-max.
            if ws-slot-hit = 0
               go to 2210-load-one-figure-x
            end-if.

            move "y" to ws-slot-found(ws-prof-hit, ws-slot-hit).
            move ctl-count to ws-slot-items(ws-prof-hit, ws-slot-hit).
            move ctl-hash to ws-slot-hash(ws-prof-hit, ws-slot-hit).

        2210-load-one-figure-x.
            exit.

      ***************************************************************
      * 2300-load-month-to-date counts and hashes the day's records *
      * on mtdfile for each stream -- what the master holds now, so *
      * a doubled repost or a hand-trimmed day shows up even when   *
      * pgmaccum's own figures tie. no master means the figure is   *
      * missing for every stream.                                   *
      ***************************************************************
        2300-load-month-to-date section.
            open input mtdfile.
            if not ws-mtdfile-ok
               go to 2300-load-month-to-date-x
            end-if.

            set ws-mtd-on-hand to true.
            move "n" to ws-read-switch.
            perform 2310-count-one-posting until ws-file-done.

            close mtdfile.

        2300-load-month-to-date-x.
            exit.

        2310-count-one-posting section.
            read mtdfile
                at end
                    set ws-file-done to true
                    go to 2310-count-one-posting-x
            end-read.

            if mtd-date not = ws-recon-date
               go to 2310-count-one-posting-x
            end-if.

            move mtd-profile to ws-lookup-profile.
            perform 2500-find-profile.
            if ws-prof-hit = 0
               go to 2310-count-one-posting-x
            end-if.

            add 1 to ws-slot-items(ws-prof-hit, ws-slot-mtdfile).
            move mtd-value to ws-validate-value.
            perform 2400-parse-one-value.
            add ws-validate-number
              to ws-slot-hash(ws-prof-hit, ws-slot-mtdfile).

        2310-count-one-posting-x.
            exit.

      ***************************************************************
      * 2400-parse-one-value reads the five text columns the same   *
      * way pgmsort's 2100-validate-input does: five digits, or a   *
      * leading sign and four. an unparseable value hashes as zero. *
      ***************************************************************
        2400-parse-one-value section.
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

        2400-parse-one-value-x.
            exit.

        2500-find-profile section.
            move 0 to ws-prof-hit.
            perform 2510-match-one-profile
                varying ws-prof-scan from 1 by 1
                until ws-prof-scan > ws-prof-count
                   or ws-prof-hit > 0.

        2500-find-profile-x.
            exit.

        2510-match-one-profile section.
            if ws-prof-id(ws-prof-scan) = ws-lookup-profile
               move ws-prof-scan to ws-prof-hit
            end-if.

        2510-match-one-profile-x.
            exit.

        2600-match-one-slot section.
            if ws-slot-step(ws-slot-index) = ctl-step
               and ws-slot-figure(ws-slot-index) = ctl-figure
               move ws-slot-index to ws-slot-hit
            end-if.

        2600-match-one-slot-x.
            exit.

        3000-open-report section.
            open output recnrpt.
            if not ws-recnrpt-ok
               display "pgmrecn: unable to open recnrpt, status "
                   ws-recnrpt-status
               move 8 to return-code
               goback
            end-if.

        3000-open-report-x.
            exit.

      ***************************************************************
      * 4000-reconcile-one-stream prints one stream's page: whether *
      * pgmsort completed for the date, every figure the day should *
      * have left behind, then each check with the figures on both  *
      * sides when they break. a figure never recorded means a step *
      * was skipped, refused, or ran against an extract stamped     *
      * with another day -- it shows missing, never as a zero.      *
      ***************************************************************
        4000-reconcile-one-stream section.
            move 0 to ws-stream-ok.
            move 0 to ws-stream-breaks.
            move 0 to ws-stream-missing.

            if ws-mtd-on-hand
               move "y"
                 to ws-slot-found(ws-prof-index, ws-slot-mtdfile)
            end-if.

            perform 4100-write-stream-heading.

            move "control totals recorded" to rcn-section-text.
            write rcn-record from rcn-section-line.
            write rcn-record from rcn-figure-column-line.
            perform 4200-write-one-figure
                varying ws-slot-index from 1 by 1
                until ws-slot-index > ws-slot-max.

            move spaces to rcn-record.
            write rcn-record.
            move "checks" to rcn-section-text.
            write rcn-record from rcn-section-line.
            perform 4300-run-one-check
                varying ws-check-index from 1 by 1
                until ws-check-index > ws-check-max.

            move spaces to rcn-record.
            write rcn-record.
            move ws-check-max      to rcn-st-checks.
            move ws-stream-ok      to rcn-st-ok.
            move ws-stream-breaks  to rcn-st-breaks.
            move ws-stream-missing to rcn-st-missing.
            write rcn-record from rcn-stream-trailer-line.

            if ws-stream-breaks > 0
               or ws-stream-missing > 0
               add 1 to ws-broken-count
               display "pgmrecn: stream " ws-prof-id(ws-prof-index)
                   " does not tie for " ws-recon-date " - "
                   ws-stream-breaks " break(s), "
                   ws-stream-missing " missing"
            else
               add 1 to ws-clean-count
            end-if.

        4000-reconcile-one-stream-x.
            exit.

        4100-write-stream-heading section.
            if ws-prof-index > 1
               move spaces to rcn-record
               write rcn-record
            end-if.
            write rcn-record from rcn-title-line.
            move ws-run-mm     to rcn-run-mm.
            move ws-run-dd     to rcn-run-dd.
            move ws-run-yyyy   to rcn-run-yyyy.
            move ws-recon-mm   to rcn-bus-mm.
            move ws-recon-dd   to rcn-bus-dd.
            move ws-recon-yyyy to rcn-bus-yyyy.
            write rcn-record from rcn-date-line.

      * a stream whose latest pgmsort run did not complete counts
      * as a break of its own, whatever its figures say.
            move ws-prof-id(ws-prof-index) to rcn-profile.
            evaluate ws-prof-run(ws-prof-index)
                when "c"
                    move "completed" to rcn-run-state
                when "f"
                    move "** failed" to rcn-run-state
                    add 1 to ws-stream-breaks
                when "b"
                    move "** backed out" to rcn-run-state
                    add 1 to ws-stream-missing
                when other
                    move "** no run on runctl" to rcn-run-state
                    add 1 to ws-stream-missing
            end-evaluate.
            write rcn-record from rcn-stream-line.
            move spaces to rcn-record.
            write rcn-record.

        4100-write-stream-heading-x.
            exit.

        4200-write-one-figure section.
            move ws-slot-step(ws-slot-index)   to rcn-fig-step.
            move ws-slot-figure(ws-slot-index) to rcn-fig-name.
            move ws-slot-items(ws-prof-index, ws-slot-index)
              to rcn-fig-items.
            move ws-slot-hash(ws-prof-index, ws-slot-index)
              to rcn-fig-hash.
            if ws-slot-found(ws-prof-index, ws-slot-index) = "y"
               move spaces to rcn-fig-note
            else
               move "** not recorded" to rcn-fig-note
            end-if.
            write rcn-record from rcn-figure-line.

        4200-write-one-figure-x.
            exit.

      ***************************************************************
      * 4300-run-one-check adds up the check's left-hand slots and  *
      * its right-hand slots and compares count and hash. any slot  *
      * not recorded makes the check missing rather than a break.   *
      ***************************************************************
        4300-run-one-check section.
            move 0 to ws-left-items.
            move 0 to ws-left-hash.
            move 0 to ws-right-items.
            move 0 to ws-right-hash.
            move "n" to ws-check-missing-sw.

            perform 4310-take-one-slot
                varying ws-side-index from 1 by 1
                until ws-side-index > 5.

            if ws-check-missing
               add 1 to ws-stream-missing
               move ws-check-label(ws-check-index) to rcn-miss-label
               write rcn-record from rcn-missing-line
               go to 4300-run-one-check-x
            end-if.

            move ws-check-label(ws-check-index) to rcn-chk-label.
            move ws-left-items to rcn-chk-items.
            move ws-left-hash  to rcn-chk-hash.

            if ws-left-items = ws-right-items
               and ws-left-hash = ws-right-hash
               add 1 to ws-stream-ok
               move "ok" to rcn-chk-result
               write rcn-record from rcn-check-line
               go to 4300-run-one-check-x
            end-if.

            add 1 to ws-stream-breaks.
            move "** break" to rcn-chk-result.
            write rcn-record from rcn-check-line.
            move ws-right-items to rcn-ag-items.
            move ws-right-hash  to rcn-ag-hash.
            write rcn-record from rcn-against-line.

        4300-run-one-check-x.
            exit.

      * positions 1 and 2 of a check are its left-hand side, 3 to 5
      * its right-hand side.
        4310-take-one-slot section.
            move ws-check-slot(ws-check-index, ws-side-index)
              to ws-take-slot.
            if ws-take-slot = 0
               go to 4310-take-one-slot-x
            end-if.

            if ws-slot-found(ws-prof-index, ws-take-slot) not = "y"
               set ws-check-missing to true
               go to 4310-take-one-slot-x
            end-if.

            if ws-side-index <= 2
               add ws-slot-items(ws-prof-index, ws-take-slot)
                 to ws-left-items
               add ws-slot-hash(ws-prof-index, ws-take-slot)
                 to ws-left-hash
            else
               add ws-slot-items(ws-prof-index, ws-take-slot)
                 to ws-right-items
               add ws-slot-hash(ws-prof-index, ws-take-slot)
                 to ws-right-hash
            end-if.

        4310-take-one-slot-x.
            exit.

        5000-write-summary section.
            move spaces to rcn-record.
            write rcn-record.
            move ws-prof-count   to rcn-sum-streams.
            move ws-clean-count  to rcn-sum-clean.
            move ws-broken-count to rcn-sum-broken.
            write rcn-record from rcn-summary-line.

            close recnrpt.

            display "pgmrecn: " ws-prof-count " stream(s) reconciled "
                "for " ws-recon-date ", " ws-broken-count
                " with breaks.".

        5000-write-summary-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - every stream ties for the business date        *
      *     rc 08  - no stream to reconcile, or recnrpt would not   *
      *              open                                           *
      *     rc 12  - a stream has a break or a missing figure --    *
      *              chase the step the page points at              *
      ***************************************************************
        8000-set-return-code section.
            if ws-broken-count > 0
               move 12 to return-code
            else
               move 0 to return-code
            end-if.

        8000-set-return-code-x.
            exit.
