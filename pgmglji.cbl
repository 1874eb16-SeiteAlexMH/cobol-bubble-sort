       identification division.

      **************
      *pgmglji!    *
      **************

       program-id. pgmglji.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. the general-ledger journal
      *                 interface off the priced extract: reads the
      *                 stream's prcfile, balances it against its
      *                 trailer, maps each item's branch (the
      *                 leading two characters of the key) to a gl
      *                 cost centre and its pricing band to a debit
      *                 and a credit account off glmap, and writes
      *                 glfile -- a batch header, one debit and one
      *                 credit line per branch and band, and a
      *                 control trailer the gl load checks -- so
      *                 nobody keys the day's totals into the
      *                 ledger by hand any more. an item whose
      *                 branch or band is not mapped is held on the
      *                 suspense report instead, and the journal is
      *                 proved (debits equal credits, journalled
      *                 plus suspense equals the extract) before a
      *                 byte of it is written.

       environment division.

       input-output section.

       file-control.
           select prcfile   assign dynamic ws-prcfile-name
                             organization line sequential
                             file status is ws-prcfile-status.

           select glmap     assign to "glmap"
                             organization line sequential
                             file status is ws-glmap-status.

           select glfile    assign dynamic ws-glfile-name
                             organization line sequential
                             file status is ws-glfile-status.

           select glsusp    assign to "glsusp"
                             organization line sequential
                             file status is ws-glsusp-status.

           select ctltot    assign to "ctltot"
                             organization line sequential
                             file status is ws-ctltot-status.

       data division.

       file section.

      * prcfile as pgmprice writes it: header count and business
      * date, one detail per item (value, key, band label, rank),
      * then a "t" trailer with count and hash total.
       fd  prcfile.
        01 prc-record        pic x(28).
        01 prc-header-record.
           05 prc-header-count pic x(05).
           05 prc-header-date  pic x(08).
           05 filler           pic x(15).
        01 prc-detail-record.
           05 prc-detail-value pic x(05).
           05 prc-detail-key   pic x(08).
           05 prc-detail-band  pic x(12).
           05 prc-detail-rank  pic x(03).
        01 prc-trailer-record.
           05 prc-trailer-flag  pic x(01).
           05 prc-trailer-count pic x(05).
           05 prc-trailer-hash  pic x(09).
           05 filler            pic x(13).

       fd  glmap.
           copy glmrec.

      * glfile is the journal the gl load picks up: an "h" batch
      * header (stream profile, business date, when it was made),
      * "d" lines each posting an amount to one account and cost
      * centre as a debit or a credit, and a "t" control trailer
      * with the line count, debit and credit totals and the
      * number of items journalled. amounts are unsigned -- the
      * debit/credit flag carries the direction.
       fd  glfile.
        01 gj-record          pic x(80).
        01 gj-header-record.
           05 gjh-type        pic x(01).
           05 gjh-profile     pic x(08).
           05 gjh-business-date pic 9(08).
           05 gjh-made-date   pic 9(08).
           05 gjh-made-time   pic 9(08).
           05 filler          pic x(47).
        01 gj-detail-record.
           05 gjd-type        pic x(01).
           05 gjd-line-no     pic 9(05).
           05 gjd-account     pic x(10).
           05 gjd-cost-centre pic x(06).
           05 gjd-dc-flag     pic x(01).
           05 gjd-amount      pic 9(11).
           05 gjd-branch      pic x(02).
           05 gjd-band        pic x(12).
           05 gjd-items       pic 9(05).
           05 filler          pic x(27).
        01 gj-trailer-record.
           05 gjt-type        pic x(01).
           05 gjt-line-count  pic 9(07).
           05 gjt-debit-total pic 9(11).
           05 gjt-credit-total pic 9(11).
           05 gjt-item-count  pic 9(07).
           05 filler          pic x(43).

       fd  glsusp.
        01 gls-record        pic x(80).

       fd  ctltot.
           copy ctlrec.

       working-storage section.

        01 ws-prcfile-status pic x(02).
           88 ws-prcfile-ok  value "00".

        01 ws-glmap-status   pic x(02).
           88 ws-glmap-ok    value "00".

        01 ws-glfile-status  pic x(02).
           88 ws-glfile-ok   value "00".

        01 ws-glsusp-status  pic x(02).
           88 ws-glsusp-ok   value "00".

        01 ws-ctltot-status  pic x(02).
           88 ws-ctltot-ok   value "00".

      * the jcl parm, pgmsort's shape: the stream profile whose
      * priced items are journalled. no parm keeps the plain names,
      * and the journal, suspense and control totals go under
      * "default", as pgmaccum files a profile-less stream.
        01 ws-command-parm   pic x(30) value spaces.
        01 ws-run-profile    pic x(08) value spaces.
        01 ws-prcfile-name   pic x(40) value "prcfile".
        01 ws-glfile-name    pic x(40) value "glfile".

        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".

        01 ws-trailer-switch pic x(01) value "n".
           88 ws-trailer-found value "y".

        01 ws-balance-switch pic x(01) value "y".
           88 ws-in-balance     value "y".
           88 ws-out-of-balance value "n".

        01 ws-proof-switch   pic x(01) value "y".
           88 ws-journal-proved  value "y".
           88 ws-journal-refused value "n".

      * the mapping off glmap: branches to cost centres, bands to
      * their debit and credit accounts.
        01 ws-brmap-max      pic 9(03) value 100.
        01 ws-brmap-count    pic 9(03) value 0.
        01 ws-brmap-scan     pic 9(03).
        01 ws-brmap-hit      pic 9(03).
        01 ws-brmap-table.
           05 ws-brmap-entry occurs 100 times.
              10 ws-brmap-branch pic x(02).
              10 ws-brmap-centre pic x(06).

        01 ws-bdmap-max      pic 9(02) value 20.
        01 ws-bdmap-count    pic 9(02) value 0.
        01 ws-bdmap-scan     pic 9(02).
        01 ws-bdmap-hit      pic 9(02).
        01 ws-bdmap-table.
           05 ws-bdmap-entry occurs 20 times.
              10 ws-bdmap-band   pic x(12).
              10 ws-bdmap-debit  pic x(10).
              10 ws-bdmap-credit pic x(10).

      * the priced items, as read. ws-item-state says where each
      * one went: "j" journalled, "s" held in suspense.
        01 ws-max-items      pic 9(03) value 500.
        01 ws-item-count     pic 9(03) value 0.
        01 ws-item-index     pic 9(03).
        01 ws-item-table.
           05 ws-item-entry  occurs 500 times.
              10 ws-item-key    pic x(08).
              10 ws-item-value  pic s9(05).
              10 ws-item-band   pic x(12).
              10 ws-item-state  pic x(01).
              10 ws-item-reason pic x(20).

      * one journal pair per branch and band: the branch's cost
      * centre and the band's accounts, the items and their net.
        01 ws-agg-max        pic 9(03) value 500.
        01 ws-agg-count      pic 9(03) value 0.
        01 ws-agg-index      pic 9(03).
        01 ws-agg-scan       pic 9(03).
        01 ws-agg-table.
           05 ws-agg-entry   occurs 500 times.
              10 ws-agg-branch  pic x(02).
              10 ws-agg-band    pic x(12).
              10 ws-agg-centre  pic x(06).
              10 ws-agg-debit   pic x(10).
              10 ws-agg-credit  pic x(10).
              10 ws-agg-items   pic 9(05).
              10 ws-agg-total   pic s9(09).

        01 ws-detail-read-count pic 9(05) value 0.
        01 ws-hash-total        pic s9(09) value 0.
        01 ws-trailer-count     pic 9(05).
        01 ws-trailer-hash      pic s9(09).
        01 ws-hash-magnitude    pic 9(08).
        01 ws-hash-edited       pic -zzzzzzz9.
        01 ws-hash-edited2      pic -zzzzzzz9.

        01 ws-validate-value  pic x(05).
        01 ws-validate-number pic s9(05).
        01 ws-validate-magnitude pic 9(04).
        01 ws-candidate-value pic 9(05).
        01 ws-validate-switch pic x(01) value "n".
           88 ws-record-valid   value "y".
           88 ws-record-invalid value "n".

        01 ws-journal-items  pic 9(05) value 0.
        01 ws-journal-net    pic s9(09) value 0.
        01 ws-suspense-items pic 9(05) value 0.
        01 ws-suspense-net   pic s9(09) value 0.
        01 ws-proof-items    pic 9(05).
        01 ws-proof-net      pic s9(09).

        01 ws-line-count     pic 9(07) value 0.
        01 ws-debit-total    pic 9(11) value 0.
        01 ws-credit-total   pic 9(11) value 0.
        01 ws-post-amount    pic 9(11).
        01 ws-post-debit     pic x(10).
        01 ws-post-credit    pic x(10).

        01 ws-run-date.
           05 ws-run-yyyy    pic 9(04).
           05 ws-run-mm      pic 9(02).
           05 ws-run-dd      pic 9(02).
        01 ws-run-time       pic 9(08).

      * the business date the priced items belong to, off
      * prcfile's header; a file without one leaves the run date.
        01 ws-business-date  pic 9(08).

        01 gls-title-line.
           05 filler         pic x(31)
                              value "pgmglji gl journal suspense".
           05 filler         pic x(49) value spaces.

        01 gls-date-line.
           05 filler         pic x(10) value "run date: ".
           05 gls-date-mm    pic 99.
           05 filler         pic x(01) value "/".
           05 gls-date-dd    pic 99.
           05 filler         pic x(01) value "/".
           05 gls-date-yyyy  pic 9999.
           05 filler         pic x(11) value "   stream: ".
           05 gls-profile    pic x(08).
           05 filler         pic x(18) value "   business date: ".
           05 gls-bus-date   pic 9(08).
           05 filler         pic x(15) value spaces.

        01 gls-column-line.
           05 filler         pic x(04) value spaces.
           05 filler         pic x(10) value "item key".
           05 filler         pic x(09) value "   value".
           05 filler         pic x(02) value spaces.
           05 filler         pic x(14) value "band".
           05 filler         pic x(41) value "held because".

        01 gls-detail-line.
           05 filler         pic x(04) value spaces.
           05 gls-key        pic x(08).
           05 filler         pic x(02) value spaces.
           05 gls-value      pic ------9.
           05 filler         pic x(04) value spaces.
           05 gls-band       pic x(12).
           05 filler         pic x(02) value spaces.
           05 gls-reason     pic x(20).
           05 filler         pic x(21) value spaces.

        01 gls-control-line.
           05 gls-ctl-label  pic x(24).
           05 filler         pic x(07) value "items: ".
           05 gls-ctl-items  pic zzzz9.
           05 filler         pic x(09) value "  total: ".
           05 gls-ctl-total  pic ---------9.
           05 filler         pic x(25) value spaces.

        01 gls-journal-line.
           05 filler         pic x(15) value "journal lines: ".
           05 gls-jnl-lines  pic zzzzzz9.
           05 filler         pic x(10) value "  debits: ".
           05 gls-jnl-debit  pic zzzzzzzzzz9.
           05 filler         pic x(11) value "  credits: ".
           05 gls-jnl-credit pic zzzzzzzzzz9.
           05 filler         pic x(15) value spaces.

        01 gls-note-line.
           05 gls-note-text  pic x(80).

       procedure division.
        1000-main section.
            accept ws-run-date from date yyyymmdd.
            move ws-run-date to ws-business-date.
            perform 1100-read-run-parameter.
            perform 2000-load-account-map.
            perform 2500-load-priced-extract.
            if ws-in-balance
               perform 3000-classify-items
               perform 3500-prove-journal
               if ws-journal-proved
                  perform 4000-write-journal
               end-if
               perform 4500-write-suspense-report
               if ws-journal-proved
                  perform 9000-record-control-totals
               end-if
            end-if.
            perform 8000-set-return-code.
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
               move spaces to ws-prcfile-name
               string "prcfile." delimited by size
                      ws-run-profile delimited by " "
                      into ws-prcfile-name
               move spaces to ws-glfile-name
               string "glfile." delimited by size
                      ws-run-profile delimited by " "
                      into ws-glfile-name
            end-if.

        1100-read-run-parameter-x.
            exit.

      ***************************************************************
      * 2000-load-account-map reads glmap into the branch and band  *
      * tables. no mapping file means nothing can be journalled,    *
      * and the step stops rc 8 rather than send every item to      *
      * suspense.                                                   *
      ***************************************************************
        2000-load-account-map section.
            open input glmap.
            if not ws-glmap-ok
               display "pgmglji: unable to open glmap, status "
                   ws-glmap-status " - no journal written"
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            perform 2100-load-one-mapping until ws-file-done.

            close glmap.

        2000-load-account-map-x.
            exit.

        2100-load-one-mapping section.
            read glmap
                at end
                    set ws-file-done to true
                    go to 2100-load-one-mapping-x
            end-read.

            evaluate true
                when glm-branch-map
                    if ws-brmap-count >= ws-brmap-max
                       display "pgmglji: more than " ws-brmap-max
                           " branches on glmap - branch "
                           glm-branch " left unmapped"
                    else
                       add 1 to ws-brmap-count
                       move glm-branch
                         to ws-brmap-branch(ws-brmap-count)
                       move glm-cost-centre
                         to ws-brmap-centre(ws-brmap-count)
                    end-if
                when glm-band-map
                    if ws-bdmap-count >= ws-bdmap-max
                       display "pgmglji: more than " ws-bdmap-max
                           " bands on glmap - band "
                           glm-band " left unmapped"
                    else
                       add 1 to ws-bdmap-count
                       move glm-band
                         to ws-bdmap-band(ws-bdmap-count)
                       move glm-debit-account
                         to ws-bdmap-debit(ws-bdmap-count)
                       move glm-credit-account
                         to ws-bdmap-credit(ws-bdmap-count)
                    end-if
                when other
                    display "pgmglji: glmap record of unknown type "
                        glm-type " ignored"
            end-evaluate.

        2100-load-one-mapping-x.
            exit.

      ***************************************************************
      * 2500-load-priced-extract reads prcfile into the item table  *
      * and reconciles the details read against the trailer's      *
      * count and hash, exactly as pgmsort's 2080-balance-infile    *
      * does on infile -- a journal built off a short or doubled    *
      * file would post the wrong day to the ledger.                *
      ***************************************************************
        2500-load-priced-extract section.
            open input prcfile.
            if not ws-prcfile-ok
               display "pgmglji: unable to open prcfile, status "
                   ws-prcfile-status
               move 8 to return-code
               goback
            end-if.

            move "n" to ws-read-switch.
            read prcfile
                at end
                    set ws-file-done to true
            end-read.
            if not ws-file-done
               and prc-header-date is numeric
               move prc-header-date to ws-business-date
            end-if.

            perform 2600-load-one-item
                until ws-file-done or ws-trailer-found.

            close prcfile.

            perform 2800-balance-extract.

        2500-load-priced-extract-x.
            exit.

        2600-load-one-item section.
            read prcfile
                at end
                    set ws-file-done to true
                    go to 2600-load-one-item-x
            end-read.

            if prc-trailer-flag = "t"
               perform 2700-capture-trailer
               go to 2600-load-one-item-x
            end-if.

            add 1 to ws-detail-read-count.
            move prc-detail-value to ws-validate-value.
            perform 2900-parse-one-value.
            if ws-record-invalid
               go to 2600-load-one-item-x
            end-if.

            add ws-validate-number to ws-hash-total.
            if ws-item-count >= ws-max-items
               go to 2600-load-one-item-x
            end-if.
            add 1 to ws-item-count.
            move prc-detail-key  to ws-item-key(ws-item-count).
            move ws-validate-number
              to ws-item-value(ws-item-count).
            move prc-detail-band to ws-item-band(ws-item-count).
            move spaces to ws-item-state(ws-item-count).
            move spaces to ws-item-reason(ws-item-count).

        2600-load-one-item-x.
            exit.

        2700-capture-trailer section.
            set ws-trailer-found to true.
            move 0 to ws-trailer-count.
            move 0 to ws-trailer-hash.
            if prc-trailer-count is numeric
               move prc-trailer-count to ws-trailer-count
            end-if.
            if prc-trailer-hash is numeric
               move prc-trailer-hash to ws-trailer-hash
            else
               if prc-trailer-hash(1:1) = "-"
                  and prc-trailer-hash(2:8) is numeric
                  move prc-trailer-hash(2:8) to ws-hash-magnitude
                  compute ws-trailer-hash = 0 - ws-hash-magnitude
               end-if
            end-if.

        2700-capture-trailer-x.
            exit.

        2800-balance-extract section.
            if not ws-trailer-found
               set ws-out-of-balance to true
               display "pgmglji: prcfile has no trailer record, "
                   "cannot balance - journal refused"
               go to 2800-balance-extract-x
            end-if.

            if ws-trailer-count not = ws-detail-read-count
               set ws-out-of-balance to true
               display "pgmglji: prcfile out of balance - trailer "
                   "count " ws-trailer-count " vs "
                   ws-detail-read-count " details read"
            end-if.

            if ws-trailer-hash not = ws-hash-total
               set ws-out-of-balance to true
               move ws-trailer-hash to ws-hash-edited
               move ws-hash-total to ws-hash-edited2
               display "pgmglji: prcfile out of balance - trailer "
                   "hash " ws-hash-edited " vs " ws-hash-edited2
                   " computed"
            end-if.

        2800-balance-extract-x.
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
      * 3000-classify-items maps every priced item: a branch and a  *
      * band both on glmap joins its branch-and-band journal pair;  *
      * either one missing holds the item in suspense with the      *
      * reason, to be journalled by hand once the mapping is added. *
      ***************************************************************
        3000-classify-items section.
            perform 3100-classify-one-item
                varying ws-item-index from 1 by 1
                until ws-item-index > ws-item-count.

        3000-classify-items-x.
            exit.

        3100-classify-one-item section.
            move 0 to ws-brmap-hit.
            perform 3200-match-one-branch
                varying ws-brmap-scan from 1 by 1
                until ws-brmap-scan > ws-brmap-count
                   or ws-brmap-hit > 0.

            move 0 to ws-bdmap-hit.
            perform 3300-match-one-band
                varying ws-bdmap-scan from 1 by 1
                until ws-bdmap-scan > ws-bdmap-count
                   or ws-bdmap-hit > 0.

            if ws-brmap-hit = 0
               and ws-bdmap-hit = 0
               move "no branch or band"
                 to ws-item-reason(ws-item-index)
            else
            if ws-brmap-hit = 0
               move "no branch mapping"
                 to ws-item-reason(ws-item-index)
            else
            if ws-bdmap-hit = 0
               move "no band mapping"
                 to ws-item-reason(ws-item-index)
            end-if
            end-if
            end-if.

            if ws-brmap-hit = 0
               or ws-bdmap-hit = 0
               move "s" to ws-item-state(ws-item-index)
               add 1 to ws-suspense-items
               add ws-item-value(ws-item-index) to ws-suspense-net
               go to 3100-classify-one-item-x
            end-if.

            perform 3400-add-to-journal-pair.

        3100-classify-one-item-x.
            exit.

        3200-match-one-branch section.
            if ws-brmap-branch(ws-brmap-scan) =
                   ws-item-key(ws-item-index)(1:2)
               move ws-brmap-scan to ws-brmap-hit
            end-if.

        3200-match-one-branch-x.
            exit.

        3300-match-one-band section.
            if ws-bdmap-band(ws-bdmap-scan) =
                   ws-item-band(ws-item-index)
               move ws-bdmap-scan to ws-bdmap-hit
            end-if.

        3300-match-one-band-x.
            exit.

        3400-add-to-journal-pair section.
            move 0 to ws-agg-index.
            perform 3410-match-one-pair
                varying ws-agg-scan from 1 by 1
                until ws-agg-scan > ws-agg-count
                   or ws-agg-index > 0.

            if ws-agg-index = 0
               if ws-agg-count >= ws-agg-max
                  move "s" to ws-item-state(ws-item-index)
                  move "journal pairs full"
                    to ws-item-reason(ws-item-index)
                  add 1 to ws-suspense-items
                  add ws-item-value(ws-item-index)
                    to ws-suspense-net
                  go to 3400-add-to-journal-pair-x
               end-if
               add 1 to ws-agg-count
               move ws-agg-count to ws-agg-index
               move ws-item-key(ws-item-index)(1:2)
                 to ws-agg-branch(ws-agg-index)
               move ws-item-band(ws-item-index)
                 to ws-agg-band(ws-agg-index)
               move ws-brmap-centre(ws-brmap-hit)
                 to ws-agg-centre(ws-agg-index)
               move ws-bdmap-debit(ws-bdmap-hit)
                 to ws-agg-debit(ws-agg-index)
               move ws-bdmap-credit(ws-bdmap-hit)
                 to ws-agg-credit(ws-agg-index)
               move 0 to ws-agg-items(ws-agg-index)
               move 0 to ws-agg-total(ws-agg-index)
            end-if.

            move "j" to ws-item-state(ws-item-index).
            add 1 to ws-agg-items(ws-agg-index).
            add ws-item-value(ws-item-index)
              to ws-agg-total(ws-agg-index).
            add 1 to ws-journal-items.
            add ws-item-value(ws-item-index) to ws-journal-net.

        3400-add-to-journal-pair-x.
            exit.

        3410-match-one-pair section.
            if ws-agg-branch(ws-agg-scan) =
                   ws-item-key(ws-item-index)(1:2)
               and ws-agg-band(ws-agg-scan) =
                   ws-item-band(ws-item-index)
               move ws-agg-scan to ws-agg-index
            end-if.

        3410-match-one-pair-x.
            exit.

      ***************************************************************
      * 3500-prove-journal checks the journal before any of it is   *
      * written: the items journalled plus the items in suspense    *
      * must account for every item read, count and net value, and  *
      * the debit lines must total the credit lines. either failing *
      * refuses the journal outright (rc 12) -- the gl never sees   *
      * an unbalanced batch.                                        *
      ***************************************************************
        3500-prove-journal section.
            compute ws-proof-items =
                ws-journal-items + ws-suspense-items.
            compute ws-proof-net =
                ws-journal-net + ws-suspense-net.
            if ws-proof-items not = ws-detail-read-count
               or ws-proof-net not = ws-hash-total
               set ws-journal-refused to true
               display "pgmglji: journalled plus suspense items do "
                   "not account for prcfile - journal refused"
            end-if.

            move 0 to ws-line-count.
            move 0 to ws-debit-total.
            move 0 to ws-credit-total.
            perform 3600-total-one-pair
                varying ws-agg-index from 1 by 1
                until ws-agg-index > ws-agg-count.

            if ws-debit-total not = ws-credit-total
               set ws-journal-refused to true
               display "pgmglji: journal debits " ws-debit-total
                   " vs credits " ws-credit-total
                   " - journal refused"
            end-if.

        3500-prove-journal-x.
            exit.

        3600-total-one-pair section.
            if ws-agg-total(ws-agg-index) = 0
               go to 3600-total-one-pair-x
            end-if.

            perform 4200-set-pair-direction.
            add 2 to ws-line-count.
            add ws-post-amount to ws-debit-total.
            add ws-post-amount to ws-credit-total.

        3600-total-one-pair-x.
            exit.

      ***************************************************************
      * 4000-write-journal writes the proved journal to glfile: the *
      * batch header, a debit and a credit line per branch and band *
      * with a non-zero net, and the control trailer.               *
      ***************************************************************
        4000-write-journal section.
            open output glfile.
            if not ws-glfile-ok
               display "pgmglji: unable to open glfile, status "
                   ws-glfile-status
               move 8 to return-code
               goback
            end-if.

            move spaces to gj-record.
            move "h" to gjh-type.
            move ws-run-profile to gjh-profile.
            move ws-business-date to gjh-business-date.
            move ws-run-date to gjh-made-date.
            accept ws-run-time from time.
            move ws-run-time to gjh-made-time.
            write gj-record.

            move 0 to ws-line-count.
            perform 4100-write-one-pair
                varying ws-agg-index from 1 by 1
                until ws-agg-index > ws-agg-count.

            move spaces to gj-record.
            move "t" to gjt-type.
            move ws-line-count to gjt-line-count.
            move ws-debit-total to gjt-debit-total.
            move ws-credit-total to gjt-credit-total.
            move ws-journal-items to gjt-item-count.
            write gj-record.

            close glfile.

            display "pgmglji: " ws-line-count " journal line(s) for "
                ws-journal-items " item(s) written for "
                ws-business-date ".".

        4000-write-journal-x.
            exit.

        4100-write-one-pair section.
            if ws-agg-total(ws-agg-index) = 0
               go to 4100-write-one-pair-x
            end-if.

            perform 4200-set-pair-direction.

            move spaces to gj-record.
            move "d" to gjd-type.
            add 1 to ws-line-count.
            move ws-line-count to gjd-line-no.
            move ws-post-debit to gjd-account.
            move ws-agg-centre(ws-agg-index) to gjd-cost-centre.
            move "d" to gjd-dc-flag.
            move ws-post-amount to gjd-amount.
            move ws-agg-branch(ws-agg-index) to gjd-branch.
            move ws-agg-band(ws-agg-index) to gjd-band.
            move ws-agg-items(ws-agg-index) to gjd-items.
            write gj-record.

            add 1 to ws-line-count.
            move ws-line-count to gjd-line-no.
            move ws-post-credit to gjd-account.
            move "c" to gjd-dc-flag.
            write gj-record.

        4100-write-one-pair-x.
            exit.

      * a net credit balance (negative values outweigh positive)
      * posts the other way round: the band's credit account is
      * debited and its debit account credited with the magnitude.
        4200-set-pair-direction section.
            if ws-agg-total(ws-agg-index) < 0
               compute ws-post-amount = 0 - ws-agg-total(ws-agg-index)
               move ws-agg-credit(ws-agg-index) to ws-post-debit
               move ws-agg-debit(ws-agg-index)  to ws-post-credit
            else
               move ws-agg-total(ws-agg-index) to ws-post-amount
               move ws-agg-debit(ws-agg-index)  to ws-post-debit
               move ws-agg-credit(ws-agg-index) to ws-post-credit
            end-if.

        4200-set-pair-direction-x.
            exit.

      ***************************************************************
      * 4500-write-suspense-report lists every item held back for   *
      * want of a mapping, then the control lines proving the day:  *
      * read, journalled, held, and the journal's own totals -- or  *
      * the refusal, when the journal could not be proved.          *
      ***************************************************************
        4500-write-suspense-report section.
            open output glsusp.
            if not ws-glsusp-ok
               display "pgmglji: unable to open glsusp, status "
                   ws-glsusp-status
               move 8 to return-code
               goback
            end-if.

            write gls-record from gls-title-line.
            move ws-run-mm        to gls-date-mm.
            move ws-run-dd        to gls-date-dd.
            move ws-run-yyyy      to gls-date-yyyy.
            move ws-run-profile   to gls-profile.
            move ws-business-date to gls-bus-date.
            write gls-record from gls-date-line.
            write gls-record from gls-column-line.

            if ws-suspense-items = 0
               move "no items held in suspense today"
                 to gls-note-text
               write gls-record from gls-note-line
            end-if.

            perform 4600-write-one-suspense-item
                varying ws-item-index from 1 by 1
                until ws-item-index > ws-item-count.

            move spaces to gls-record.
            write gls-record.
            move "read off prcfile" to gls-ctl-label.
            move ws-detail-read-count to gls-ctl-items.
            move ws-hash-total to gls-ctl-total.
            write gls-record from gls-control-line.
            move "journalled" to gls-ctl-label.
            move ws-journal-items to gls-ctl-items.
            move ws-journal-net to gls-ctl-total.
            write gls-record from gls-control-line.
            move "held in suspense" to gls-ctl-label.
            move ws-suspense-items to gls-ctl-items.
            move ws-suspense-net to gls-ctl-total.
            write gls-record from gls-control-line.

            if ws-journal-proved
               move ws-line-count   to gls-jnl-lines
               move ws-debit-total  to gls-jnl-debit
               move ws-credit-total to gls-jnl-credit
               write gls-record from gls-journal-line
            else
               move "journal could not be proved - nothing written"
                 to gls-note-text
               write gls-record from gls-note-line
            end-if.

            close glsusp.

        4500-write-suspense-report-x.
            exit.

        4600-write-one-suspense-item section.
            if ws-item-state(ws-item-index) not = "s"
               go to 4600-write-one-suspense-item-x
            end-if.

            move ws-item-key(ws-item-index)    to gls-key.
            move ws-item-value(ws-item-index)  to gls-value.
            move ws-item-band(ws-item-index)   to gls-band.
            move ws-item-reason(ws-item-index) to gls-reason.
            write gls-record from gls-detail-line.

        4600-write-one-suspense-item-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - journal written, every item mapped             *
      *     rc 04  - journal written, but items were held on the    *
      *              suspense report (map them and journal by hand) *
      *     rc 08  - a file would not open (nothing written)        *
      *     rc 12  - prcfile failed trailer balancing, or the       *
      *              journal could not be proved -- nothing written *
      ***************************************************************
        8000-set-return-code section.
            if ws-out-of-balance
               or ws-journal-refused
               move 12 to return-code
            else
            if ws-suspense-items > 0
               move 4 to return-code
            else
               move 0 to return-code
            end-if
            end-if.

        8000-set-return-code-x.
            exit.

      ***************************************************************
      * 9000-record-control-totals appends this step's figures to   *
      * ctltot under the profile and the business date: "prcin",   *
      * the prcfile trailer balanced against, "journal", the items  *
      * posted to glfile and their net, and "suspense", the items   *
      * held back. pgmrecn ties the first to pgmprice's prcfile     *
      * figure and the other two, together, to the first.           *
      ***************************************************************
        9000-record-control-totals section.
            open extend ctltot.
            if not ws-ctltot-ok
               open output ctltot
            end-if.
            if not ws-ctltot-ok
               display "pgmglji: could not record control totals "
                   "on ctltot, status " ws-ctltot-status
               go to 9000-record-control-totals-x
            end-if.

            initialize ctl-record with filler.
            move ws-run-profile to ctl-profile.
            move ws-business-date to ctl-date.
            move "pgmglji" to ctl-step.
            move ws-run-date to ctl-run-date.
            accept ws-run-time from time.
            move ws-run-time to ctl-run-time.

            move "prcin" to ctl-figure.
            move ws-trailer-count to ctl-count.
            move ws-trailer-hash to ctl-hash.
            write ctl-record.

            move "journal" to ctl-figure.
            move ws-journal-items to ctl-count.
            move ws-journal-net to ctl-hash.
            write ctl-record.

            move "suspense" to ctl-figure.
            move ws-suspense-items to ctl-count.
            move ws-suspense-net to ctl-hash.
            write ctl-record.

            close ctltot.

        9000-record-control-totals-x.
            exit.
