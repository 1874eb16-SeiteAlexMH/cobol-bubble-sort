      *                 file and copied back, so the trim handles a
      *                 history of any size, which is exactly the
      *                 day the in-core repair transaction bows out.
      * 2026-10-15  as  retention is now counted in business days
      *                 off the shared calendar (pgmcald) rather
      *                 than calendar days, so a run of holidays no
      *                 longer eats into the window; the month-table
      *                 walk back is gone, the calendar does it.
      * 2026-10-15  as  excepthist records are 68 bytes now that
      *                 they carry the stream profile, and rejects
      *                 pgmbkout has reversed age out to the archive
      *                 with the repaired and cancelled ones.

       environment division.

           copy exchrec.

       fd  histwork.
        01 hwk-record        pic x(68).

       fd  exharch.
        01 xar-record        pic x(68).

      * auditfile lines as pgmsort's 5000-write-audit lays them out;
      * only the date column matters here, the rest rides through.
        01 ws-audarch-name   pic x(40).

        01 ws-retention-days pic 9(03) value 0.

        01 ws-keyed-switch   pic x(01) value "n".
           88 ws-retention-keyed value "y".
           05 ws-run-dd      pic 9(02).

      * the cutoff below which repaired/cancelled history records
      * and audit lines move to archive: the business day the keyed
      * retention's worth of business days before the run date,
      * off the shared calendar.
        01 ws-cutoff-date    pic 9(08).

           copy caldprm.

        01 ws-hist-kept      pic 9(05) value 0.
        01 ws-hist-archived  pic 9(05) value 0.
        01 hsk-cutoff-line.
           05 filler         pic x(11) value "retention: ".
           05 hsk-ret-days   pic zz9.
           05 filler         pic x(31)
                              value " business day(s), cutoff date ".
           05 hsk-cut-date   pic 9(08).
           05 filler         pic x(27) value spaces.

        01 hsk-detail-line.
           05 filler         pic x(02) value spaces.

      ***************************************************************
      * 2000-accept-retention keeps prompting until the operator    *
      * keys a usable retention in business days (1-999); an        *
      * answer that will not read comes through as zero and is      *
      * refused. three unusable answers stop the run (rc 8) -- a    *
      * batch submission with a bad or missing sysin line must not  *
      * sit on the prompt all night.                                *
      * the cutoff is that many business days before the run date;  *
      * anything repaired/cancelled (excepthist) or dated           *
      * (auditfile) before the cutoff moves to this week's archive. *
      ***************************************************************
        2000-accept-retention section.
            perform 2010-accept-one-retention
            exit.

        2010-accept-one-retention section.
            display "retention in business days (1-999): "
                with no advancing.
            accept ws-retention-days.
            if ws-retention-days > 0
            exit.

      ***************************************************************
      * 2100-compute-cutoff-date asks the shared calendar for the   *
      * business day the keyed retention's worth of business days   *
      * before the run date -- weekends and holidays do not count   *
      * against the window. a calendar that cannot answer stops the *
      * run (rc 8) before anything moves.                           *
      ***************************************************************
        2100-compute-cutoff-date section.
            move spaces to cld-parameters.
            move ws-run-date to cld-date.
            move ws-retention-days to cld-days.
            set cld-step-back to true.
            call "pgmcald" using cld-parameters.
            if not cld-answered
               display "pgmhouse: no cutoff date from the calendar, "
                   "return code " cld-return-code
               display "nothing was changed."
               move 8 to return-code
               goback
            end-if.
            move cld-result-date to ws-cutoff-date.

        2100-compute-cutoff-date-x.
            exit.

        2200-build-archive-names section.

      ***************************************************************
      * 3000-trim-exception-history streams excepthist once: each   *
      * repaired, cancelled or reversed record dated before the     *
      * cutoff goes onto the dated archive, everything else (open   *
      * rejects whatever their age, and anything inside the window) *
      * onto the work file, which is then copied back over the live *
      * file. streaming, not the in-core table pgmexrep uses, so a  *
      * history past pgmexrep's 500-record limit is exactly what    *
      * this can still trim.                                        *
                    go to 3100-sift-one-history-record-x
            end-read.

            if (exh-repaired or exh-cancelled or exh-reversed)
               and exh-date < ws-cutoff-date
               add 1 to ws-hist-archived
               write xar-record from exh-record
