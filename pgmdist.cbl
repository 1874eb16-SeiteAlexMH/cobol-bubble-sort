       identification division.

      **************
      *pgmdist!    *
      **************

       program-id. pgmdist.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. bursts a branch report --
      *                 brrpt, mstfile, any report laid out in
      *                 "branch xx" sections -- into one output per
      *                 branch (the leading two characters of the
      *                 item key), each carrying the report's own
      *                 title lines, and routes each to the
      *                 recipients operations keep on distlist, by
      *                 print destination or file transfer. dstrpt
      *                 lists every branch sent, to whom and how
      *                 many pages, and flags a branch on the report
      *                 with nobody on file. replaces splitting the
      *                 printout by hand every morning; the recap
      *                 and trailer lines, which carry every
      *                 branch's figures, go to no branch.

       environment division.

       input-output section.

       file-control.
           select rptin     assign dynamic ws-rptin-name
                             organization line sequential
                             file status is ws-rptin-status.

           select distlist  assign to "distlist"
                             organization line sequential
                             file status is ws-distlist-status.

           select brnout    assign dynamic ws-brnout-name
                             organization line sequential
                             file status is ws-brnout-status.

           select routes    assign to "routes"
                             organization line sequential
                             file status is ws-routes-status.

           select dstrpt    assign to "dstrpt"
                             organization line sequential
                             file status is ws-dstrpt-status.

       data division.

       file section.

       fd  rptin.
        01 rpt-record        pic x(80).

       fd  distlist.
           copy dstrec.

       fd  brnout.
        01 brn-record        pic x(80).

      * routes is the hand-off to the print and file-transfer step
      * that follows: one line per recipient of one branch's pages,
      * the method and destination off distlist and the burst file
      * to send.
       fd  routes.
        01 rte-record.
           05 rte-method     pic x(01).
           05 filler         pic x(01).
           05 rte-destination pic x(24).
           05 filler         pic x(01).
           05 rte-file-name  pic x(40).
           05 filler         pic x(01).
           05 rte-pages      pic 9(03).
           05 filler         pic x(01).
           05 rte-run-date   pic 9(08).

       fd  dstrpt.
        01 dsr-record        pic x(80).

       working-storage section.

        01 ws-rptin-status   pic x(02).
           88 ws-rptin-ok    value "00".

        01 ws-distlist-status pic x(02).
           88 ws-distlist-ok value "00".

        01 ws-brnout-status  pic x(02).
           88 ws-brnout-ok   value "00".

        01 ws-routes-status  pic x(02).
           88 ws-routes-ok   value "00".

        01 ws-dstrpt-status  pic x(02).
           88 ws-dstrpt-ok   value "00".

      * the jcl parm: the report to burst (its dd name, brrpt,
      * mstfile and so on), then an optional qualifier -- the
      * stream profile for brrpt -- carried into the burst names.
        01 ws-command-parm   pic x(30) value spaces.
        01 ws-report-name    pic x(08) value spaces.
        01 ws-qualifier      pic x(08) value spaces.
        01 ws-rptin-name     pic x(40) value spaces.
        01 ws-brnout-name    pic x(40) value spaces.
        01 ws-name-stem      pic x(40) value spaces.

        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".

        01 ws-problem-switch pic x(01) value "n".
           88 ws-file-problem value "y".

        01 ws-open-switch    pic x(01) value "n".
           88 ws-branch-open  value "y".

      * where in the report the line being read falls: the title
      * lines ahead of the first branch, a branch's section, the
      * recap and trailer after the last one, or a section with
      * no burst file to go to.
        01 ws-phase-switch   pic x(01) value "h".
           88 ws-in-heading   value "h".
           88 ws-in-branch    value "b".
           88 ws-in-summary   value "s".
           88 ws-in-skipped   value "x".

        01 ws-head-max       pic 9(02) value 10.
        01 ws-head-count     pic 9(02) value 0.
        01 ws-head-index     pic 9(02).
        01 ws-head-table.
           05 ws-head-line   pic x(80) occurs 10 times.

        01 ws-page-lines     pic 9(03) value 60.
        01 ws-pending-blanks pic 9(03) value 0.

        01 ws-branch-max     pic 9(02) value 50.
        01 ws-branch-count   pic 9(02) value 0.
        01 ws-branch-index   pic 9(02).
        01 ws-branch-scan    pic 9(02).
        01 ws-branch-table.
           05 ws-branch-entry occurs 50 times.
              10 wd-code        pic x(02).
              10 wd-file-name   pic x(40).
              10 wd-lines       pic 9(05).
              10 wd-pages       pic 9(03).
              10 wd-routed      pic 9(03).
              10 wd-failed      pic x(01).

        01 ws-list-max       pic 9(03) value 200.
        01 ws-list-count     pic 9(03) value 0.
        01 ws-list-index     pic 9(03).
        01 ws-list-line-no   pic 9(05) value 0.
        01 ws-list-table.
           05 ws-list-entry  occurs 200 times.
              10 wl-branch      pic x(02).
              10 wl-report      pic x(08).
              10 wl-method      pic x(01).
              10 wl-destination pic x(24).
              10 wl-recipient   pic x(30).

        01 ws-held-lines     pic 9(05) value 0.
        01 ws-unsent-lines   pic 9(05) value 0.
        01 ws-sent-count     pic 9(02) value 0.
        01 ws-unrouted-count pic 9(02) value 0.
        01 ws-failed-count   pic 9(02) value 0.
        01 ws-route-count    pic 9(05) value 0.

        01 ws-run-date.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).

        01 dsr-title-line.
           05 filler         pic x(27)
                              value "pgmdist report distribution".
           05 filler         pic x(53) value spaces.

        01 dsr-date-line.
           05 filler         pic x(10) value "run date: ".
           05 dsr-date-mm    pic 99.
           05 filler         pic x(01) value "/".
           05 dsr-date-dd    pic 99.
           05 filler         pic x(01) value "/".
           05 dsr-date-yyyy  pic 9999.
           05 filler         pic x(60) value spaces.

        01 dsr-report-line.
           05 filler         pic x(14) value "report burst: ".
           05 dsr-report     pic x(08).
           05 filler         pic x(15) value "  burst files: ".
           05 dsr-stem       pic x(32).
           05 filler         pic x(11) value spaces.

        01 dsr-heading-line.
           05 filler         pic x(06) value "  br".
           05 filler         pic x(07) value "pages".
           05 filler         pic x(10) value "via".
           05 filler         pic x(25) value "destination".
           05 filler         pic x(32) value "recipient".

        01 dsr-detail-line.
           05 filler         pic x(02) value spaces.
           05 dsr-branch     pic x(02).
           05 filler         pic x(02) value spaces.
           05 dsr-pages      pic zz9.
           05 filler         pic x(04) value spaces.
           05 dsr-method     pic x(10).
           05 dsr-destination pic x(24).
           05 filler         pic x(01) value spaces.
           05 dsr-recipient  pic x(30).
           05 filler         pic x(02) value spaces.

        01 dsr-unrouted-line.
           05 filler         pic x(02) value spaces.
           05 dsr-un-branch  pic x(02).
           05 filler         pic x(02) value spaces.
           05 dsr-un-pages   pic zz9.
           05 filler         pic x(04) value spaces.
           05 filler         pic x(44)
                 value "** no recipient on distlist - not sent".
           05 filler         pic x(23) value spaces.

        01 dsr-trailer-line.
           05 filler         pic x(16) value "branches burst: ".
           05 dsr-tot-branches pic z9.
           05 filler         pic x(08) value "  sent: ".
           05 dsr-tot-sent   pic z9.
           05 filler         pic x(16) value "  no recipient: ".
           05 dsr-tot-unrouted pic z9.
           05 filler         pic x(10) value "  routes: ".
           05 dsr-tot-routes pic zzzz9.
           05 filler         pic x(19) value spaces.

        01 dsr-note-line.
           05 dsr-note-text  pic x(80).

       procedure division.
        1000-main section.
            display "pgmdist - branch report distribution".
            display "------------------------------------".
            accept ws-run-date from date yyyymmdd.
            perform 1100-read-run-parameter.
            perform 2000-load-distribution-list.
            perform 3000-burst-report.
            perform 4000-route-branches.
            perform 8000-set-return-code.
            display " ".
            display "pgmdist: " ws-branch-count " branch(es) burst off "
                ws-report-name ", " ws-unrouted-count
                " with no recipient.".
            goback.

        1100-read-run-parameter section.
            accept ws-command-parm from command-line.
            inspect ws-command-parm converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".
            unstring ws-command-parm delimited by all " "
                into ws-report-name ws-qualifier.

            if ws-report-name = spaces
               display "pgmdist: the parm must name the report to "
                   "burst (brrpt, mstfile, ...)"
               move 8 to return-code
               goback
            end-if.

            move ws-report-name to ws-rptin-name.
            move spaces to ws-name-stem.
            if ws-qualifier = spaces
               string ws-report-name delimited by " "
                      "." delimited by size
                      into ws-name-stem
            else
               string ws-report-name delimited by " "
                      "." delimited by size
                      ws-qualifier delimited by " "
                      "." delimited by size
                      into ws-name-stem
            end-if.

        1100-read-run-parameter-x.
            exit.

      ***************************************************************
      * 2000-load-distribution-list reads operations' distlist into *
      * the list table. comment and blank lines are passed over; a  *
      * line with no usable method is shouted about and ignored --  *
      * its branch then shows on dstrpt as having no recipient,     *
      * which is where it gets noticed. no distlist, no run: every  *
      * branch would be flagged and nothing sent.                   *
      ***************************************************************
        2000-load-distribution-list section.
            open input distlist.
            if not ws-distlist-ok
               display "pgmdist: unable to open distlist, status "
                   ws-distlist-status
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 2100-load-one-recipient
                until ws-file-done.

            close distlist.

        2000-load-distribution-list-x.
            exit.

        2100-load-one-recipient section.
            read distlist
                at end
                    set ws-file-done to true
                    go to 2100-load-one-recipient-x
            end-read.

            add 1 to ws-list-line-no.
            if dst-record = spaces
               or dst-record(1:1) = "*"
               go to 2100-load-one-recipient-x
            end-if.

            inspect dst-branch converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".
            inspect dst-report converting
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             to "abcdefghijklmnopqrstuvwxyz".
            inspect dst-method converting "PT" to "pt".

            if not dst-print and not dst-transfer
               display "pgmdist: distlist line " ws-list-line-no
                   " has no usable method (p or t) - ignored"
               go to 2100-load-one-recipient-x
            end-if.

            if ws-list-count >= ws-list-max
               display "pgmdist: more than " ws-list-max
                   " recipients on distlist - line " ws-list-line-no
                   " left off"
               go to 2100-load-one-recipient-x
            end-if.

            add 1 to ws-list-count.
            move dst-branch      to wl-branch(ws-list-count).
            move dst-report      to wl-report(ws-list-count).
            move dst-method      to wl-method(ws-list-count).
            move dst-destination to wl-destination(ws-list-count).
            move dst-recipient   to wl-recipient(ws-list-count).

        2100-load-one-recipient-x.
            exit.

      ***************************************************************
      * 3000-burst-report streams the report a line at a time. the  *
      * lines ahead of the first "branch xx" heading are the title  *
      * and are kept to head every burst file; each heading opens   *
      * that branch's file and its section follows into it. the    *
      * first "branch..." line that is not a heading -- brrpt's     *
      * recap, the "branches:" trailer -- ends the last section:    *
      * from there on the lines total every branch and go nowhere.  *
      ***************************************************************
        3000-burst-report section.
            open input rptin.
            if not ws-rptin-ok
               display "pgmdist: unable to open " ws-report-name
                   ", status " ws-rptin-status
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 3100-route-one-line
                until ws-file-done.

            perform 3400-close-branch-file.
            close rptin.

        3000-burst-report-x.
            exit.

        3100-route-one-line section.
            read rptin
                at end
                    set ws-file-done to true
                    go to 3100-route-one-line-x
            end-read.

            if rpt-record(1:7) = "branch "
               and rpt-record(8:2) not = spaces
               and rpt-record(10:71) = spaces
               perform 3200-start-branch
               go to 3100-route-one-line-x
            end-if.

            if rpt-record(1:6) = "branch"
               and not ws-in-heading
               perform 3400-close-branch-file
               set ws-in-summary to true
            end-if.

            if ws-in-heading
               if ws-head-count < ws-head-max
                  add 1 to ws-head-count
                  move rpt-record to ws-head-line(ws-head-count)
               end-if
               go to 3100-route-one-line-x
            end-if.

            if ws-in-summary
               add 1 to ws-held-lines
               go to 3100-route-one-line-x
            end-if.

            if ws-in-skipped
               add 1 to ws-unsent-lines
               go to 3100-route-one-line-x
            end-if.

      *     a blank line is held until something follows it in the
      *     same section, so no burst file ends on the spacing that
      *     led into the next branch.
            if rpt-record = spaces
               add 1 to ws-pending-blanks
               go to 3100-route-one-line-x
            end-if.

            perform 3300-write-branch-line
                until ws-pending-blanks = 0.
            move rpt-record to brn-record.
            write brn-record.
            add 1 to wd-lines(ws-branch-index).

        3100-route-one-line-x.
            exit.

        3200-start-branch section.
            perform 3400-close-branch-file.
            set ws-in-skipped to true.

            move 0 to ws-branch-index.
            perform 3210-match-one-branch
                varying ws-branch-scan from 1 by 1
                until ws-branch-scan > ws-branch-count
                   or ws-branch-index > 0.

            if ws-branch-index = 0
               if ws-branch-count >= ws-branch-max
                  display "pgmdist: more than " ws-branch-max
                      " branches on " ws-report-name " - branch "
                      rpt-record(8:2) " not burst"
                  add 1 to ws-unsent-lines
                  go to 3200-start-branch-x
               end-if
               add 1 to ws-branch-count
               move ws-branch-count to ws-branch-index
               initialize ws-branch-entry(ws-branch-index)
               move rpt-record(8:2) to wd-code(ws-branch-index)
               move spaces to ws-brnout-name
               string ws-name-stem delimited by " "
                      rpt-record(8:2) delimited by size
                      into ws-brnout-name
               move ws-brnout-name to wd-file-name(ws-branch-index)
               move "n" to wd-failed(ws-branch-index)
               open output brnout
               if not ws-brnout-ok
                  move "y" to wd-failed(ws-branch-index)
                  add 1 to ws-failed-count
               end-if
            else
               if wd-failed(ws-branch-index) = "y"
                  add 1 to ws-unsent-lines
                  go to 3200-start-branch-x
               end-if
               move wd-file-name(ws-branch-index) to ws-brnout-name
               open extend brnout
            end-if.

            if not ws-brnout-ok
               display "pgmdist: unable to open " ws-brnout-name
                   ", status " ws-brnout-status
               set ws-file-problem to true
               add 1 to ws-unsent-lines
               go to 3200-start-branch-x
            end-if.

            set ws-branch-open to true.
            set ws-in-branch to true.
            perform 3220-write-one-heading
                varying ws-head-index from 1 by 1
                until ws-head-index > ws-head-count.
            move rpt-record to brn-record.
            write brn-record.
            add 1 to wd-lines(ws-branch-index).

        3200-start-branch-x.
            exit.

        3210-match-one-branch section.
            if wd-code(ws-branch-scan) = rpt-record(8:2)
               move ws-branch-scan to ws-branch-index
            end-if.

        3210-match-one-branch-x.
            exit.

        3220-write-one-heading section.
            move ws-head-line(ws-head-index) to brn-record.
            write brn-record.
            add 1 to wd-lines(ws-branch-index).

        3220-write-one-heading-x.
            exit.

        3300-write-branch-line section.
            move spaces to brn-record.
            write brn-record.
            add 1 to wd-lines(ws-branch-index).
            subtract 1 from ws-pending-blanks.

        3300-write-branch-line-x.
            exit.

        3400-close-branch-file section.
            move 0 to ws-pending-blanks.
            if not ws-branch-open
               go to 3400-close-branch-file-x
            end-if.

            close brnout.
            move "n" to ws-open-switch.
            compute wd-pages(ws-branch-index) =
                (wd-lines(ws-branch-index) + ws-page-lines - 1)
                / ws-page-lines.

        3400-close-branch-file-x.
            exit.

      ***************************************************************
      * 4000-route-branches writes a routes line for every          *
      * recipient of every burst branch -- an entry for the branch  *
      * naming this report, or naming none -- and lists each on     *
      * dstrpt. a branch with nobody on file is flagged there; its  *
      * burst file is still written, for operations to send on. a   *
      * branch whose burst file would not open is never routed --   *
      * there is no file to send -- and is counted in a note.       *
      ***************************************************************
        4000-route-branches section.
            open extend routes.
            if not ws-routes-ok
               open output routes
            end-if.
            if not ws-routes-ok
               display "pgmdist: unable to open routes, status "
                   ws-routes-status " - nothing sent"
               move 8 to return-code
               goback
            end-if.

            open output dstrpt.
            if not ws-dstrpt-ok
               display "pgmdist: unable to open dstrpt, status "
                   ws-dstrpt-status
               close routes
               move 8 to return-code
               goback
            end-if.

            write dsr-record from dsr-title-line.
            move ws-run-mm   to dsr-date-mm.
            move ws-run-dd   to dsr-date-dd.
            move ws-run-yyyy to dsr-date-yyyy.
            write dsr-record from dsr-date-line.
            move ws-report-name to dsr-report.
            move spaces to dsr-stem.
            string ws-name-stem delimited by " "
                   "<branch>" delimited by size
                   into dsr-stem.
            write dsr-record from dsr-report-line.
            move spaces to dsr-record.
            write dsr-record.

            if ws-branch-count = 0
               move "no branch sections found on the report"
                 to dsr-note-text
               write dsr-record from dsr-note-line
            else
               write dsr-record from dsr-heading-line
            end-if.

            perform 4100-route-one-branch
                varying ws-branch-index from 1 by 1
                until ws-branch-index > ws-branch-count.

            move spaces to dsr-record.
            write dsr-record.
            move ws-branch-count   to dsr-tot-branches.
            move ws-sent-count     to dsr-tot-sent.
            move ws-unrouted-count to dsr-tot-unrouted.
            move ws-route-count    to dsr-tot-routes.
            write dsr-record from dsr-trailer-line.

            if ws-held-lines > 0
               move spaces to dsr-note-text
               string "recap and trailer lines sent to no branch: "
                      ws-held-lines
                      delimited by size into dsr-note-text
               write dsr-record from dsr-note-line
            end-if.

            if ws-unsent-lines > 0
               move spaces to dsr-note-text
               string "lines not burst (file would not open or too "
                      "many branches): " ws-unsent-lines
                      delimited by size into dsr-note-text
               write dsr-record from dsr-note-line
            end-if.

            if ws-failed-count > 0
               move spaces to dsr-note-text
               string "branches not routed, burst file would not "
                      "open: " ws-failed-count
                      delimited by size into dsr-note-text
               write dsr-record from dsr-note-line
            end-if.

            close routes.
            close dstrpt.

        4000-route-branches-x.
            exit.

        4100-route-one-branch section.
            if wd-failed(ws-branch-index) = "y"
               go to 4100-route-one-branch-x
            end-if.

            perform 4200-match-one-recipient
                varying ws-list-index from 1 by 1
                until ws-list-index > ws-list-count.

            if wd-routed(ws-branch-index) > 0
               add 1 to ws-sent-count
               go to 4100-route-one-branch-x
            end-if.

            add 1 to ws-unrouted-count.
            move wd-code(ws-branch-index)  to dsr-un-branch.
            move wd-pages(ws-branch-index) to dsr-un-pages.
            write dsr-record from dsr-unrouted-line.

        4100-route-one-branch-x.
            exit.

        4200-match-one-recipient section.
            if wl-branch(ws-list-index) not = wd-code(ws-branch-index)
               go to 4200-match-one-recipient-x
            end-if.
            if wl-report(ws-list-index) not = spaces
               and wl-report(ws-list-index) not = ws-report-name
               go to 4200-match-one-recipient-x
            end-if.

            add 1 to wd-routed(ws-branch-index).
            add 1 to ws-route-count.

            move spaces to rte-record.
            move wl-method(ws-list-index)      to rte-method.
            move wl-destination(ws-list-index) to rte-destination.
            move wd-file-name(ws-branch-index) to rte-file-name.
            move wd-pages(ws-branch-index)     to rte-pages.
            move ws-run-date                   to rte-run-date.
            write rte-record.

            move wd-code(ws-branch-index)  to dsr-branch.
            move wd-pages(ws-branch-index) to dsr-pages.
            if wl-method(ws-list-index) = "p"
               move "print" to dsr-method
            else
               move "transfer" to dsr-method
            end-if.
            move wl-destination(ws-list-index) to dsr-destination.
            move wl-recipient(ws-list-index)   to dsr-recipient.
            write dsr-record from dsr-detail-line.

        4200-match-one-recipient-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - every branch burst and sent                    *
      *     rc 04  - a branch on the report has no recipient on     *
      *              distlist (its burst file is written, see       *
      *              dstrpt), or the report had no branch sections  *
      *     rc 08  - no parm, or a file would not open              *
      ***************************************************************
        8000-set-return-code section.
            if ws-file-problem
               move 8 to return-code
               go to 8000-set-return-code-x
            end-if.

            if ws-unrouted-count > 0
               or ws-branch-count = 0
               move 4 to return-code
            else
               move 0 to return-code
            end-if.

        8000-set-return-code-x.
            exit.
