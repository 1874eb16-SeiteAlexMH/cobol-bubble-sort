      *                 qualified name (srtfile.adjusts and so on)
      *                 now that each stream keeps its own -- no
      *                 parm keeps the plain srtfile, as before.
      * 2026-10-15  as  the day is posted under the business date
      *                 pgmsort stamps in srtfile's header (the run
      *                 date still stands for an extract without
      *                 one), so a post that runs past midnight
      *                 lands on the right day, and a completed
      *                 post appends its control totals to ctltot
      *                 -- the extract as read and what was posted,
      *                 each a count and hash -- for pgmrecn to tie
      *                 out against pgmsort's.
      * 2026-10-15  as  a business date in a month pgmmstmt has
      *                 closed on the mthclose register refuses the
      *                 post rc 8, as pgmbkout refuses a back-out:
      *                 the month has gone out on its statement and
      *                 pgmroll takes it off the master into the
      *                 history, so a late post there would never
      *                 be counted anywhere.

       environment division.

                             organization line sequential
                             file status is ws-mtdfile-status.

           select ctltot    assign to "ctltot"
                             organization line sequential
                             file status is ws-ctltot-status.

           select mthclose  assign to "mthclose"
                             organization line sequential
                             file status is ws-mthclose-status.

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
       fd  mtdfile.
           copy mtdrec.

       fd  ctltot.
           copy ctlrec.

       fd  mthclose.
           copy mclrec.

       working-storage section.

        01 ws-srtfile-status pic x(02).
        01 ws-mtdfile-status pic x(02).
           88 ws-mtdfile-ok  value "00".

        01 ws-ctltot-status  pic x(02).
           88 ws-ctltot-ok   value "00".

        01 ws-mthclose-status pic x(02).
           88 ws-mthclose-ok  value "00".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-extract-done value "y".

        01 ws-posted-switch  pic x(01) value "n".
           88 ws-already-posted value "y".

        01 ws-mcl-read-sw    pic x(01) value "n".
           88 ws-mcl-scan-done value "y".
        01 ws-closed-switch  pic x(01) value "n".
           88 ws-month-closed value "y".
        01 ws-closed-on      pic 9(08) value 0.

      * the jcl parm, pgmsort's shape: first word is the stream
      * profile this extract belongs to on the master, an optional
      * second word "override" lets a deliberate repost through.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).
        01 ws-run-time       pic 9(08).

      * the business date the day is posted under, off srtfile's
      * header; an extract written before the header carried one
      * leaves the run date standing.
        01 ws-business-date  pic 9(08).
        01 ws-business-month pic 9(06).
        01 ws-posted-hash    pic s9(09) value 0.

       procedure division.
        1000-main section.
            accept ws-run-date from date yyyymmdd.
            move ws-run-date to ws-business-date.
            perform 2000-read-run-parameter.
            perform 2500-load-sorted-extract.
            if ws-in-balance
               perform 2950-check-month-open
               perform 3000-check-master-for-day
               perform 4000-post-to-master
               perform 9000-record-control-totals
            end-if.
            perform 8000-set-return-code.
            goback.
                at end
                    set ws-extract-done to true
            end-read.
            if not ws-extract-done
               and srt-header-date is numeric
               move srt-header-date to ws-business-date
            end-if.

            perform 2600-load-one-detail
                until ws-extract-done or ws-trailer-found.
        2900-parse-one-value-x.
            exit.

      ***************************************************************
      * 2950-check-month-open refuses the post when the business    *
      * date's month is on pgmmstmt's mthclose register: the        *
      * month's statement has gone out, and pgmroll archives a      *
      * closed month's detail without summing it again, so a day    *
      * posted there now would be lost to the history. no register  *
      * means no month has been closed yet.                         *
      ***************************************************************
        2950-check-month-open section.
            move ws-business-date(1:6) to ws-business-month.
            open input mthclose.
            if not ws-mthclose-ok
               go to 2950-check-month-open-x
            end-if.

            perform 2960-check-one-close
                until ws-mcl-scan-done or ws-month-closed.

            close mthclose.

            if ws-month-closed
               display "pgmaccum: month " ws-business-month
                   " was closed by pgmmstmt on " ws-closed-on
                   " - post refused for profile " ws-run-profile
                   " on " ws-business-date "."
               move 8 to return-code
               goback
            end-if.

        2950-check-month-open-x.
            exit.

        2960-check-one-close section.
            read mthclose
                at end
                    set ws-mcl-scan-done to true
                    go to 2960-check-one-close-x
            end-read.

            if mcl-month = ws-business-month
               move mcl-close-date to ws-closed-on
               set ws-month-closed to true
            end-if.

        2960-check-one-close-x.
            exit.

      ***************************************************************
      * 3000-check-master-for-day refuses to post a profile and     *
      * business date the master already holds -- the master only   *

            if ws-override-keyed
               display "pgmaccum: profile " ws-run-profile
                   " already posted for " ws-business-date
                   " - override keyed, posting again. clear the"
               display "old records off mtdfile or the day "
                   "counts twice."
            else
               display "pgmaccum: profile " ws-run-profile
                   " is already on the master for "
                   ws-business-date
                   " - post refused. rerun with the override "
                   "parm word if deliberate."
               move 8 to return-code
            end-read.

            if mtd-profile = ws-run-profile
               and mtd-date = ws-business-date
               set ws-already-posted to true
               set ws-mtd-scan-done to true
            end-if.

            display "pgmaccum: posted " ws-item-count
                " item(s) for profile " ws-run-profile
                " on " ws-business-date ".".

        4000-post-to-master-x.
            exit.

        4100-post-one-item section.
            initialize mtd-record with filler.
            move ws-business-date to mtd-date.
            move ws-run-profile to mtd-profile.
            move ws-item-key(ws-item-index) to mtd-key.
            move ws-item-text(ws-item-index) to mtd-value.
            write mtd-record.

            move ws-item-text(ws-item-index) to ws-validate-value.
            perform 2900-parse-one-value.
            add ws-validate-number to ws-posted-hash.

        4100-post-one-item-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - extract posted to the master                   *
      *     rc 08  - a file would not open, the profile and date    *
      *              were already posted, or the date falls in a    *
      *              month already closed (nothing written)         *
      *     rc 12  - srtfile failed trailer balancing, post         *
      *              refused (chase the pgmsort step)               *
      ***************************************************************

        8000-set-return-code-x.
            exit.

      ***************************************************************
      * 9000-record-control-totals appends this step's figures to   *
      * ctltot under the profile and the business date posted:      *
      * "srtin", the srtfile trailer this run balanced against, and *
      * "posted", the records appended to mtdfile. pgmrecn ties     *
      * both to pgmsort's srtfile figure, and re-reads the master   *
      * itself for the day. a record that cannot be written is      *
      * shouted about but does not fail a post already made.        *
      ***************************************************************
        9000-record-control-totals section.
            open extend ctltot.
            if not ws-ctltot-ok
               open output ctltot
            end-if.
            if not ws-ctltot-ok
               display "pgmaccum: could not record control totals "
                   "on ctltot, status " ws-ctltot-status
               go to 9000-record-control-totals-x
            end-if.

            initialize ctl-record with filler.
            move ws-run-profile to ctl-profile.
            move ws-business-date to ctl-date.
            move "pgmaccum" to ctl-step.
            move ws-run-date to ctl-run-date.
            accept ws-run-time from time.
            move ws-run-time to ctl-run-time.

            move "srtin" to ctl-figure.
            move ws-trailer-count to ctl-count.
            move ws-trailer-hash to ctl-hash.
            write ctl-record.

            move "posted" to ctl-figure.
            move ws-item-count to ctl-count.
            move ws-posted-hash to ctl-hash.
            write ctl-record.

            close ctltot.

        9000-record-control-totals-x.
            exit.
