       identification division.

      **************
      *pgmbkout!   *
      **************

       program-id. pgmbkout.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. controlled back-out of one
      *                 stream's posted business day, for the day
      *                 that balanced but was wrong (the extract
      *                 job sent the wrong file): the day's mtdfile
      *                 records come off the master, its completed
      *                 runctl entry is marked backed out so a
      *                 normal rerun goes through without the
      *                 override, its auditfile line and excepthist
      *                 rejects are flagged reversed, and bkorpt
      *                 lists every record touched. a day in a
      *                 month pgmmstmt has closed is refused whole
      *                 -- its statement has already gone out.

       environment division.

       input-output section.

       file-control.
           select mthclose   assign to "mthclose"
                             organization line sequential
                             file status is ws-mthclose-status.

           select mtdfile    assign to "mtdfile"
                             organization line sequential
                             file status is ws-mtdfile-status.

           select mtdwork    assign to "mtdwork"
                             organization line sequential
                             file status is ws-mtdwork-status.

           select runctl     assign to "runctl"
                             organization line sequential
                             file status is ws-runctl-status.

           select runcwork   assign to "runcwork"
                             organization line sequential
                             file status is ws-runcwork-status.

           select auditfile  assign to "auditfile"
                             organization line sequential
                             file status is ws-auditfile-status.

           select auditwork  assign to "auditwork"
                             organization line sequential
                             file status is ws-auditwork-status.

           select excepthist assign to "excepthist"
                             organization line sequential
                             file status is ws-excepthist-status.

           select histwork   assign to "histwork"
                             organization line sequential
                             file status is ws-histwork-status.

           select bkorpt     assign to "bkorpt"
                             organization line sequential
                             file status is ws-bkorpt-status.

       data division.

       file section.

       fd  mthclose.
           copy mclrec.

       fd  mtdfile.
           copy mtdrec.

       fd  mtdwork.
        01 mwk-record        pic x(32).

       fd  runctl.
           copy runcrec.

       fd  runcwork.
        01 rwk-record        pic x(32).

      * auditfile lines as pgmsort's 5000-write-audit lays them out:
      * the run date and figures, then the stream profile, the
      * business date and the reversal flag this program sets.
       fd  auditfile.
        01 aud-in-record.
           05 ain-date        pic x(08).
           05 filler          pic x(02).
           05 ain-time        pic x(08).
           05 filler          pic x(02).
           05 ain-items       pic x(04).
           05 filler          pic x(02).
           05 ain-passes      pic x(05).
           05 filler          pic x(02).
           05 ain-swaps       pic x(06).
           05 filler          pic x(02).
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

       fd  auditwork.
        01 awk-record        pic x(80).

       fd  excepthist.
           copy exchrec.

       fd  histwork.
        01 hwk-record        pic x(68).

       fd  bkorpt.
        01 bko-record        pic x(80).

       working-storage section.

        01 ws-mthclose-status pic x(02).
           88 ws-mthclose-ok  value "00".

        01 ws-mtdfile-status pic x(02).
           88 ws-mtdfile-ok  value "00".

        01 ws-mtdwork-status pic x(02).
           88 ws-mtdwork-ok  value "00".

        01 ws-runctl-status  pic x(02).
           88 ws-runctl-ok   value "00".

        01 ws-runcwork-status pic x(02).
           88 ws-runcwork-ok  value "00".

        01 ws-auditfile-status pic x(02).
           88 ws-auditfile-ok  value "00".

        01 ws-auditwork-status pic x(02).
           88 ws-auditwork-ok  value "00".

        01 ws-excepthist-status pic x(02).
           88 ws-excepthist-ok  value "00".

        01 ws-histwork-status pic x(02).
           88 ws-histwork-ok  value "00".

        01 ws-bkorpt-status  pic x(02).
           88 ws-bkorpt-ok   value "00".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".

        01 ws-closed-switch  pic x(01) value "n".
           88 ws-month-closed value "y".
        01 ws-closed-on      pic 9(08) value 0.

      * the jcl parm, pgmsort's shape: the stream profile, then the
      * business date (yyyymmdd) to back out. both are required.
        01 ws-command-parm   pic x(30) value spaces.
        01 ws-bko-profile    pic x(08) value spaces.
        01 ws-bko-date-text  pic x(08) value spaces.
        01 ws-bko-date       pic 9(08) value 0.
        01 ws-bko-month      pic 9(06).

        01 ws-run-date.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).

        01 ws-mtd-removed    pic 9(05) value 0.
        01 ws-mtd-kept       pic 9(07) value 0.
        01 ws-runs-marked    pic 9(05) value 0.
        01 ws-audit-flagged  pic 9(05) value 0.
        01 ws-rejects-flagged pic 9(05) value 0.
        01 ws-touched-count  pic 9(07) value 0.

        01 bko-title-line.
           05 filler         pic x(30)
                              value "pgmbkout business-day back-out".
           05 filler         pic x(50) value spaces.

        01 bko-date-line.
           05 filler         pic x(10) value "run date: ".
           05 bko-date-mm    pic 99.
           05 filler         pic x(01) value "/".
           05 bko-date-dd    pic 99.
           05 filler         pic x(01) value "/".
           05 bko-date-yyyy  pic 9999.
           05 filler         pic x(60) value spaces.

        01 bko-day-line.
           05 filler         pic x(09) value "profile: ".
           05 bko-profile    pic x(08).
           05 filler         pic x(17) value "  business date: ".
           05 bko-bus-date   pic 9(08).
           05 filler         pic x(38) value spaces.

        01 bko-section-line.
           05 bko-section-text pic x(80).

        01 bko-mtd-line.
           05 filler         pic x(06) value "  key ".
           05 bmd-key        pic x(08).
           05 filler         pic x(08) value "  value ".
           05 bmd-value      pic x(05).
           05 filler         pic x(53) value spaces.

        01 bko-run-line.
           05 filler         pic x(11) value "  run time ".
           05 brn-time       pic 9(08).
           05 filler         pic x(09) value "  status ".
           05 brn-status     pic x(01).
           05 filler         pic x(05) value "  rc ".
           05 brn-rc         pic 9(02).
           05 filler         pic x(44) value spaces.

        01 bko-audit-line.
           05 filler         pic x(06) value "  run ".
           05 bau-date       pic x(08).
           05 filler         pic x(01) value spaces.
           05 bau-time       pic x(08).
           05 filler         pic x(09) value "  items ".
           05 bau-items      pic x(04).
           05 filler         pic x(10) value "  rejects ".
           05 bau-rejects    pic x(05).
           05 filler         pic x(02) value spaces.
           05 bau-status     pic x(10).
           05 filler         pic x(17) value spaces.

        01 bko-reject-line.
           05 filler         pic x(09) value "  source ".
           05 bej-source     pic x(01).
           05 filler         pic x(05) value " seq ".
           05 bej-seq        pic 9(05).
           05 filler         pic x(07) value " value ".
           05 bej-value      pic x(05).
           05 filler         pic x(05) value " key ".
           05 bej-key        pic x(08).
           05 filler         pic x(05) value " was ".
           05 bej-status     pic x(01).
           05 filler         pic x(02) value spaces.
           05 bej-reason     pic x(20).
           05 filler         pic x(07) value spaces.

        01 bko-none-line.
           05 filler         pic x(08) value "  none".
           05 filler         pic x(72) value spaces.

        01 bko-trailer-line.
           05 filler         pic x(09) value "removed: ".
           05 bko-tot-mtd    pic zzzz9.
           05 filler         pic x(09) value "  runs: ".
           05 bko-tot-runs   pic zzzz9.
           05 filler         pic x(16) value "  audit lines: ".
           05 bko-tot-audit  pic zzzz9.
           05 filler         pic x(12) value "  rejects: ".
           05 bko-tot-rejects pic zzzz9.
           05 filler         pic x(14) value spaces.

        01 bko-note-line.
           05 bko-note-text  pic x(80).

       procedure division.
        1000-main section.
            display "pgmbkout - business-day back-out".
            display "--------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 2000-read-run-parameter.
            perform 2100-check-month-open.
            perform 2200-open-report.
            perform 3000-remove-master-records.
            perform 4000-mark-run-control.
            perform 5000-reverse-audit-lines.
            perform 6000-reverse-rejects.
            perform 7000-write-trailer.
            perform 8000-set-return-code.
            display " ".
            display "profile " ws-bko-profile " business date "
                ws-bko-date ": " ws-touched-count
                " record(s) backed out.".
            goback.

      ***************************************************************
      * 2000-read-run-parameter takes the profile and business date *
      * off the parm. this program changes four files; a missing   *
      * or unreadable date stops it rc 8 before it touches any.     *
      ***************************************************************
        2000-read-run-parameter section.
            accept ws-command-parm from command-line.
            inspect ws-command-parm converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".
            unstring ws-command-parm delimited by all " "
                into ws-bko-profile ws-bko-date-text.

            if ws-bko-profile = spaces
               or ws-bko-date-text is not numeric
               display "pgmbkout: the parm must name the profile and "
                   "the business date, e.g. 'adjusts 20261014'"
               display "nothing was changed."
               move 8 to return-code
               goback
            end-if.

            move ws-bko-date-text to ws-bko-date.
            move ws-bko-date(1:6) to ws-bko-month.

        2000-read-run-parameter-x.
            exit.

      ***************************************************************
      * 2100-check-month-open refuses the whole back-out when the   *
      * business date's month is on pgmmstmt's mthclose register:  *
      * the month-end statement has gone out on those figures, and  *
      * taking a day off the master now would leave the statement   *
      * and the master telling two stories. no register means no    *
      * month has been closed yet.                                  *
      ***************************************************************
        2100-check-month-open section.
            open input mthclose.
            if not ws-mthclose-ok
               go to 2100-check-month-open-x
            end-if.

            move "n" to ws-read-switch.
            perform 2110-check-one-close
                until ws-file-done or ws-month-closed.

            close mthclose.

            if ws-month-closed
               display "pgmbkout: month " ws-bko-month
                   " was closed by pgmmstmt on " ws-closed-on
                   " - back-out refused."
               display "nothing was changed."
               move 8 to return-code
               goback
            end-if.

        2100-check-month-open-x.
            exit.

        2110-check-one-close section.
            read mthclose
                at end
                    set ws-file-done to true
                    go to 2110-check-one-close-x
            end-read.

            if mcl-month = ws-bko-month
               move mcl-close-date to ws-closed-on
               set ws-month-closed to true
            end-if.

        2110-check-one-close-x.
            exit.

        2200-open-report section.
            open output bkorpt.
            if not ws-bkorpt-ok
               display "pgmbkout: unable to open bkorpt, status "
                   ws-bkorpt-status
               display "nothing was changed."
               move 8 to return-code
               goback
            end-if.

            write bko-record from bko-title-line.
            move ws-run-mm   to bko-date-mm.
            move ws-run-dd   to bko-date-dd.
            move ws-run-yyyy to bko-date-yyyy.
            write bko-record from bko-date-line.
            move ws-bko-profile to bko-profile.
            move ws-bko-date    to bko-bus-date.
            write bko-record from bko-day-line.

        2200-open-report-x.
            exit.

      ***************************************************************
      * 3000-remove-master-records streams mtdfile once through the *
      * work file, leaving behind every record pgmaccum posted for  *
      * the profile and date (each listed on bkorpt), and copies    *
      * the rest back over the live master -- pgmhouse's trim, so   *
      * the master's size is never a limit. with the day gone,      *
      * pgmaccum posts the rerun without the override.              *
      ***************************************************************
        3000-remove-master-records section.
            move spaces to bko-section-text.
            write bko-record from bko-section-line.
            move "mtdfile - records removed" to bko-section-text.
            write bko-record from bko-section-line.

            open input mtdfile.
            if not ws-mtdfile-ok
               display "pgmbkout: no mtdfile on hand, status "
                   ws-mtdfile-status " - nothing to remove there"
               write bko-record from bko-none-line
               go to 3000-remove-master-records-x
            end-if.

            open output mtdwork.
            if not ws-mtdwork-ok
               display "pgmbkout: unable to open mtdwork, status "
                   ws-mtdwork-status
               close mtdfile
               close bkorpt
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 3100-sift-one-master-record
                until ws-file-done.

            close mtdfile.
            close mtdwork.

            if ws-mtd-removed = 0
               write bko-record from bko-none-line
               go to 3000-remove-master-records-x
            end-if.

            perform 3200-copy-work-back-to-master.

        3000-remove-master-records-x.
            exit.

        3100-sift-one-master-record section.
            read mtdfile
                at end
                    set ws-file-done to true
                    go to 3100-sift-one-master-record-x
            end-read.

            if mtd-profile = ws-bko-profile
               and mtd-date = ws-bko-date
               add 1 to ws-mtd-removed
               move mtd-key   to bmd-key
               move mtd-value to bmd-value
               write bko-record from bko-mtd-line
            else
               add 1 to ws-mtd-kept
               write mwk-record from mtd-record
            end-if.

        3100-sift-one-master-record-x.
            exit.

        3200-copy-work-back-to-master section.
            open input mtdwork.
            open output mtdfile.
            if not ws-mtdwork-ok or not ws-mtdfile-ok
               display "pgmbkout: could not rewrite mtdfile "
                   "from mtdwork - master without the day is "
                   "on mtdwork, do not delete it"
               close bkorpt
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 3210-copy-one-master-record
                until ws-file-done.

            close mtdwork.
            close mtdfile.

        3200-copy-work-back-to-master-x.
            exit.

        3210-copy-one-master-record section.
            read mtdwork
                at end
                    set ws-file-done to true
                    go to 3210-copy-one-master-record-x
            end-read.
            write mtd-record from mwk-record.

        3210-copy-one-master-record-x.
            exit.

      ***************************************************************
      * 4000-mark-run-control flips each completed runctl entry for *
      * the profile and date to "b", backed out. pgmsort's double-  *
      * run check only counts completed entries, so the rerun goes  *
      * through as an ordinary run; pgmaudit and pgmrecn see the    *
      * stream as not run until it does. the entry itself stays --  *
      * runctl is the record of what ran.                           *
      ***************************************************************
        4000-mark-run-control section.
            move spaces to bko-section-text.
            write bko-record from bko-section-line.
            move "runctl - runs marked backed out" to bko-section-text.
            write bko-record from bko-section-line.

            open input runctl.
            if not ws-runctl-ok
               display "pgmbkout: no runctl on hand, status "
                   ws-runctl-status " - nothing to mark there"
               write bko-record from bko-none-line
               go to 4000-mark-run-control-x
            end-if.

            open output runcwork.
            if not ws-runcwork-ok
               display "pgmbkout: unable to open runcwork, status "
                   ws-runcwork-status
               close runctl
               close bkorpt
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 4100-sift-one-run
                until ws-file-done.

            close runctl.
            close runcwork.

            if ws-runs-marked = 0
               write bko-record from bko-none-line
               go to 4000-mark-run-control-x
            end-if.

            perform 4200-copy-work-back-to-runctl.

        4000-mark-run-control-x.
            exit.

        4100-sift-one-run section.
            read runctl
                at end
                    set ws-file-done to true
                    go to 4100-sift-one-run-x
            end-read.

            if rnc-profile-id = ws-bko-profile
               and rnc-date = ws-bko-date
               and rnc-completed
               add 1 to ws-runs-marked
               move rnc-time        to brn-time
               move rnc-status      to brn-status
               move rnc-return-code to brn-rc
               write bko-record from bko-run-line
               set rnc-backed-out to true
            end-if.
            write rwk-record from rnc-record.

        4100-sift-one-run-x.
            exit.

        4200-copy-work-back-to-runctl section.
            open input runcwork.
            open output runctl.
            if not ws-runcwork-ok or not ws-runctl-ok
               display "pgmbkout: could not rewrite runctl "
                   "from runcwork - marked run control is "
                   "on runcwork, do not delete it"
               close bkorpt
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 4210-copy-one-run
                until ws-file-done.

            close runcwork.
            close runctl.

        4200-copy-work-back-to-runctl-x.
            exit.

        4210-copy-one-run section.
            read runcwork
                at end
                    set ws-file-done to true
                    go to 4210-copy-one-run-x
            end-read.
            write rnc-record from rwk-record.

        4210-copy-one-run-x.
            exit.

      ***************************************************************
      * 5000-reverse-audit-lines flags the day's auditfile lines    *
      * (profile and business date as pgmsort wrote them) reversed, *
      * which takes them off pgmaudit's trend; the line stays for   *
      * the history. a line already flagged is left as it is.       *
      ***************************************************************
        5000-reverse-audit-lines section.
            move spaces to bko-section-text.
            write bko-record from bko-section-line.
            move "auditfile - lines flagged reversed"
              to bko-section-text.
            write bko-record from bko-section-line.

            open input auditfile.
            if not ws-auditfile-ok
               display "pgmbkout: no auditfile on hand, status "
                   ws-auditfile-status " - nothing to flag there"
               write bko-record from bko-none-line
               go to 5000-reverse-audit-lines-x
            end-if.

            open output auditwork.
            if not ws-auditwork-ok
               display "pgmbkout: unable to open auditwork, status "
                   ws-auditwork-status
               close auditfile
               close bkorpt
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 5100-sift-one-audit-line
                until ws-file-done.

            close auditfile.
            close auditwork.

            if ws-audit-flagged = 0
               write bko-record from bko-none-line
               go to 5000-reverse-audit-lines-x
            end-if.

            perform 5200-copy-work-back-to-audit.

        5000-reverse-audit-lines-x.
            exit.

        5100-sift-one-audit-line section.
            read auditfile
                at end
                    set ws-file-done to true
                    go to 5100-sift-one-audit-line-x
            end-read.

            if ain-profile = ws-bko-profile
               and ain-business-date = ws-bko-date-text
               and not ain-reversed
               add 1 to ws-audit-flagged
               move ain-date    to bau-date
               move ain-time    to bau-time
               move ain-items   to bau-items
               move ain-rejects to bau-rejects
               move ain-status  to bau-status
               write bko-record from bko-audit-line
               set ain-reversed to true
            end-if.
            write awk-record from aud-in-record.

        5100-sift-one-audit-line-x.
            exit.

        5200-copy-work-back-to-audit section.
            open input auditwork.
            open output auditfile.
            if not ws-auditwork-ok or not ws-auditfile-ok
               display "pgmbkout: could not rewrite auditfile "
                   "from auditwork - flagged history is "
                   "on auditwork, do not delete it"
               close bkorpt
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 5210-copy-one-audit-line
                until ws-file-done.

            close auditwork.
            close auditfile.

        5200-copy-work-back-to-audit-x.
            exit.

        5210-copy-one-audit-line section.
            read auditwork
                at end
                    set ws-file-done to true
                    go to 5210-copy-one-audit-line-x
            end-read.
            write aud-in-record from awk-record.

        5210-copy-one-audit-line-x.
            exit.

      ***************************************************************
      * 6000-reverse-rejects flips the day's excepthist rejects for *
      * the profile to "v", reversed, whatever state pgmexrep left  *
      * them in: an open one drops out of the repair cycle (the     *
      * rerun rejects afresh whatever is still wrong), and each is  *
      * listed on bkorpt with the state it had.                     *
      ***************************************************************
        6000-reverse-rejects section.
            move spaces to bko-section-text.
            write bko-record from bko-section-line.
            move "excepthist - rejects flagged reversed"
              to bko-section-text.
            write bko-record from bko-section-line.

            open input excepthist.
            if not ws-excepthist-ok
               display "pgmbkout: no excepthist on hand, status "
                   ws-excepthist-status " - nothing to flag there"
               write bko-record from bko-none-line
               go to 6000-reverse-rejects-x
            end-if.

            open output histwork.
            if not ws-histwork-ok
               display "pgmbkout: unable to open histwork, status "
                   ws-histwork-status
               close excepthist
               close bkorpt
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 6100-sift-one-reject
                until ws-file-done.

            close excepthist.
            close histwork.

            if ws-rejects-flagged = 0
               write bko-record from bko-none-line
               go to 6000-reverse-rejects-x
            end-if.

            perform 6200-copy-work-back-to-history.

        6000-reverse-rejects-x.
            exit.

        6100-sift-one-reject section.
            read excepthist
                at end
                    set ws-file-done to true
                    go to 6100-sift-one-reject-x
            end-read.

            if exh-profile = ws-bko-profile
               and exh-date = ws-bko-date
               and not exh-reversed
               add 1 to ws-rejects-flagged
               move exh-source to bej-source
               move exh-seq    to bej-seq
               move exh-value  to bej-value
               move exh-key    to bej-key
               move exh-status to bej-status
               move exh-reason to bej-reason
               write bko-record from bko-reject-line
               set exh-reversed to true
            end-if.
            write hwk-record from exh-record.

        6100-sift-one-reject-x.
            exit.

        6200-copy-work-back-to-history section.
            open input histwork.
            open output excepthist.
            if not ws-histwork-ok or not ws-excepthist-ok
               display "pgmbkout: could not rewrite excepthist "
                   "from histwork - flagged history is "
                   "on histwork, do not delete it"
               close bkorpt
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 6210-copy-one-reject
                until ws-file-done.

            close histwork.
            close excepthist.

        6200-copy-work-back-to-history-x.
            exit.

        6210-copy-one-reject section.
            read histwork
                at end
                    set ws-file-done to true
                    go to 6210-copy-one-reject-x
            end-read.
            write exh-record from hwk-record.

        6210-copy-one-reject-x.
            exit.

        7000-write-trailer section.
            compute ws-touched-count = ws-mtd-removed
                                     + ws-runs-marked
                                     + ws-audit-flagged
                                     + ws-rejects-flagged.

            move spaces to bko-record.
            write bko-record.
            move ws-mtd-removed     to bko-tot-mtd.
            move ws-runs-marked     to bko-tot-runs.
            move ws-audit-flagged   to bko-tot-audit.
            move ws-rejects-flagged to bko-tot-rejects.
            write bko-record from bko-trailer-line.

            if ws-touched-count = 0
               move spaces to bko-note-text
               string "nothing on file for that profile and date - "
                      "already backed out, or never posted"
                      delimited by size into bko-note-text
               write bko-record from bko-note-line
            else
               if ws-runs-marked = 0
                  move spaces to bko-note-text
                  string "no completed run was on runctl for the "
                         "day - check the date before rerunning"
                         delimited by size into bko-note-text
                  write bko-record from bko-note-line
               end-if
            end-if.

            close bkorpt.

        7000-write-trailer-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - the day was backed out, rerun it as normal     *
      *     rc 04  - nothing on file for the profile and date       *
      *              (already backed out, or never posted)          *
      *     rc 08  - the parm was unusable, the month is closed, or *
      *              a file would not open or copy back (nothing    *
      *              changed, or see the console for the work file) *
      ***************************************************************
        8000-set-return-code section.
            if ws-touched-count = 0
               move 4 to return-code
            else
               move 0 to return-code
            end-if.

        8000-set-return-code-x.
            exit.
