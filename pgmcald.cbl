       identification division.

      **************
      *pgmcald!    *
      **************

       program-id. pgmcald.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. the business-day calendar
      *                 routine every batch program calls instead
      *                 of working from the raw run date: is a date
      *                 a business day for a stream, the latest
      *                 business day on or before a date, a date so
      *                 many business days back, and the number of
      *                 business days in a month. reads calendar
      *                 (copybook calrec) once, on the first call,
      *                 and holds it for the rest of the step --
      *                 holidays, weekend working days, and the
      *                 streams that do not run on certain days.
      *                 plain calendar arithmetic throughout, the
      *                 way pgmhouse always did its cutoff.

       environment division.

       input-output section.

       file-control.
           select calendar  assign to "calendar"
                             organization line sequential
                             file status is ws-calendar-status.

       data division.

       file section.

       fd  calendar.
           copy calrec.

       working-storage section.

        01 ws-calendar-status pic x(02).
           88 ws-calendar-ok  value "00".

        01 ws-load-switch    pic x(01) value "n".
           88 ws-calendar-loaded value "y".
        01 ws-hand-switch    pic x(01) value "n".
           88 ws-calendar-on-hand value "y".
        01 ws-read-switch    pic x(01) value "n".
           88 ws-file-done    value "y".
        01 ws-line-count     pic 9(05) value 0.

      * the calendar, as read: holidays, weekend working days, and
      * stream exceptions (a date or a weekday a stream skips).
        01 ws-hol-max        pic 9(03) value 400.
        01 ws-hol-count      pic 9(03) value 0.
        01 ws-hol-scan       pic 9(03).
        01 ws-hol-table.
           05 ws-hol-date    pic 9(08) occurs 400 times.

        01 ws-wrk-max        pic 9(03) value 100.
        01 ws-wrk-count      pic 9(03) value 0.
        01 ws-wrk-scan       pic 9(03).
        01 ws-wrk-table.
           05 ws-wrk-date    pic 9(08) occurs 100 times.

        01 ws-exc-max        pic 9(03) value 200.
        01 ws-exc-count      pic 9(03) value 0.
        01 ws-exc-scan       pic 9(03).
        01 ws-exc-table.
           05 ws-exc-entry   occurs 200 times.
              10 ws-exc-profile pic x(08).
              10 ws-exc-date    pic 9(08).
              10 ws-exc-weekday pic 9(01).

      * the day being looked at, split for the arithmetic.
        01 ws-day-date.
           05 ws-day-yyyy    pic 9(04).
           05 ws-day-mm      pic 9(02).
           05 ws-day-dd      pic 9(02).
        01 ws-day-number     redefines ws-day-date pic 9(08).

        01 ws-day-switch     pic x(01).
           88 ws-business-day value "y".
        01 ws-weekday        pic 9(01).
        01 ws-days-left      pic 9(05).
        01 ws-tries          pic 9(03).
        01 ws-month-end      pic 9(02).

        01 ws-month-table.
           05 filler pic x(24) value "312831303130313130313031".
        01 ws-month-days redefines ws-month-table.
           05 ws-days-in-month pic 9(02) occurs 12 times.
        01 ws-month-length   pic 9(02).
        01 ws-leap-work      pic 9(04).
        01 ws-leap-rem       pic 9(04).

      * zeller's congruence: the month counted from march, so
      * january and february belong to the year before.
        01 ws-z-month        pic 9(02).
        01 ws-z-year         pic 9(04).
        01 ws-z-century      pic 9(02).
        01 ws-z-year-of-cent pic 9(02).
        01 ws-z-sum          pic 9(05).
        01 ws-z-term         pic 9(05).
        01 ws-z-quot         pic 9(05).
        01 ws-z-rem          pic 9(01).

       linkage section.

           copy caldprm.

       procedure division using cld-parameters.
        1000-main section.
            if not ws-calendar-loaded
               perform 2000-load-calendar
            end-if.

            move spaces to cld-business-sw.
            move 0 to cld-result-date.
            if ws-calendar-on-hand
               move 0 to cld-return-code
            else
               move 4 to cld-return-code
            end-if.

            move cld-date to ws-day-date.
            if cld-date is not numeric
               move 8 to cld-return-code
               goback
            end-if.
            perform 3000-check-date.
            if cld-refused
               goback
            end-if.

            evaluate true
                when cld-test-day
                    perform 4000-test-business-day
                    if ws-business-day
                       set cld-business-day to true
                    else
                       move "n" to cld-business-sw
                    end-if
                when cld-latest-day
                    perform 5000-find-latest-business-day
                when cld-step-back
                    perform 5100-step-back-business-days
                when cld-month-days
                    perform 5200-count-month-business-days
                when other
                    move 8 to cld-return-code
            end-evaluate.

            goback.

      ***************************************************************
      * 2000-load-calendar reads calendar into the three tables on  *
      * the first call. no calendar on hand is not an error: every  *
      * weekday is a business day and every answer says so with    *
      * return code 04. a line that will not read, or one past its  *
      * table, is shown on the console and left out. cal-weekday is *
      * only read on a stream exception, so a holiday or working    *
      * day keyed without it still counts.                          *
      ***************************************************************
        2000-load-calendar section.
            set ws-calendar-loaded to true.
            open input calendar.
            if not ws-calendar-ok
               display "pgmcald: no calendar on hand, status "
                   ws-calendar-status
                   " - weekends only are non-business days"
               go to 2000-load-calendar-x
            end-if.

            set ws-calendar-on-hand to true.
            perform 2100-load-one-calendar-line until ws-file-done.

            close calendar.

        2000-load-calendar-x.
            exit.

        2100-load-one-calendar-line section.
            read calendar
                at end
                    set ws-file-done to true
                    go to 2100-load-one-calendar-line-x
            end-read.

            add 1 to ws-line-count.

            if cal-date is not numeric
               or (cal-exception and cal-weekday is not numeric)
               display "pgmcald: calendar line " ws-line-count
                   " unreadable - left out"
               go to 2100-load-one-calendar-line-x
            end-if.

            evaluate true
                when cal-holiday
                    if ws-hol-count >= ws-hol-max
                       display "pgmcald: more than " ws-hol-max
                           " holidays on calendar - " cal-date
                           " left out"
                    else
                       add 1 to ws-hol-count
                       move cal-date to ws-hol-date(ws-hol-count)
                    end-if
                when cal-working
                    if ws-wrk-count >= ws-wrk-max
                       display "pgmcald: more than " ws-wrk-max
                           " working days on calendar - " cal-date
                           " left out"
                    else
                       add 1 to ws-wrk-count
                       move cal-date to ws-wrk-date(ws-wrk-count)
                    end-if
                when cal-exception
                    if ws-exc-count >= ws-exc-max
                       display "pgmcald: more than " ws-exc-max
                           " stream exceptions on calendar - "
                           cal-profile " left out"
                    else
                       add 1 to ws-exc-count
                       move cal-profile
                         to ws-exc-profile(ws-exc-count)
                       inspect ws-exc-profile(ws-exc-count)
                           converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                   to "abcdefghijklmnopqrstuvwxyz"
                       move cal-date to ws-exc-date(ws-exc-count)
                       move cal-weekday
                         to ws-exc-weekday(ws-exc-count)
                    end-if
                when other
                    display "pgmcald: calendar line " ws-line-count
                        " of unknown type " cal-type " - left out"
            end-evaluate.

        2100-load-one-calendar-line-x.
            exit.

      ***************************************************************
      * 3000-check-date refuses (return code 08) a cld-date that is *
      * not a real yyyymmdd date.                                   *
      ***************************************************************
        3000-check-date section.
            if ws-day-yyyy < 1900
               or ws-day-mm < 1 or ws-day-mm > 12
               or ws-day-dd < 1
               move 8 to cld-return-code
               go to 3000-check-date-x
            end-if.

            perform 6100-set-month-length.
            if ws-day-dd > ws-month-length
               move 8 to cld-return-code
            end-if.

        3000-check-date-x.
            exit.

      ***************************************************************
      * 4000-test-business-day decides ws-day-date for the stream   *
      * in cld-profile: a working-day record makes it a business    *
      * day outright; otherwise saturday, sunday and a holiday are  *
      * not. either way, the stream's own exceptions -- the date,   *
      * or its weekday -- take it back out.                         *
      ***************************************************************
        4000-test-business-day section.
            move "y" to ws-day-switch.
            perform 6000-compute-weekday.

            perform 4100-match-one-working-day
                varying ws-wrk-scan from 1 by 1
                until ws-wrk-scan > ws-wrk-count
                   or ws-day-switch = "w".

            if ws-day-switch not = "w"
               if ws-weekday > 5
                  move "n" to ws-day-switch
               else
                  perform 4200-match-one-holiday
                      varying ws-hol-scan from 1 by 1
                      until ws-hol-scan > ws-hol-count
                         or ws-day-switch = "n"
               end-if
            end-if.

            if ws-day-switch = "n"
               go to 4000-test-business-day-x
            end-if.
            move "y" to ws-day-switch.

            if cld-profile = spaces
               go to 4000-test-business-day-x
            end-if.

            perform 4300-match-one-exception
                varying ws-exc-scan from 1 by 1
                until ws-exc-scan > ws-exc-count
                   or ws-day-switch = "n".

        4000-test-business-day-x.
            exit.

        4100-match-one-working-day section.
            if ws-wrk-date(ws-wrk-scan) = ws-day-number
               move "w" to ws-day-switch
            end-if.

        4100-match-one-working-day-x.
            exit.

        4200-match-one-holiday section.
            if ws-hol-date(ws-hol-scan) = ws-day-number
               move "n" to ws-day-switch
            end-if.

        4200-match-one-holiday-x.
            exit.

        4300-match-one-exception section.
            if ws-exc-profile(ws-exc-scan) not = cld-profile
               go to 4300-match-one-exception-x
            end-if.

            if ws-exc-date(ws-exc-scan) = ws-day-number
               move "n" to ws-day-switch
               go to 4300-match-one-exception-x
            end-if.

            if ws-exc-date(ws-exc-scan) = 0
               and ws-exc-weekday(ws-exc-scan) = ws-weekday
               move "n" to ws-day-switch
            end-if.

        4300-match-one-exception-x.
            exit.

      ***************************************************************
      * 5000-find-latest-business-day walks back from cld-date,     *
      * cld-date itself first, to the first business day. a stream  *
      * excepted out of every weekday would walk forever, so a year *
      * without one refuses the call (return code 08).              *
      ***************************************************************
        5000-find-latest-business-day section.
            move 0 to ws-tries.
            perform 4000-test-business-day.
            perform 5010-back-to-business-day
                until ws-business-day or cld-refused.
            if not cld-refused
               move ws-day-number to cld-result-date
            end-if.

        5000-find-latest-business-day-x.
            exit.

        5010-back-to-business-day section.
            add 1 to ws-tries.
            if ws-tries > 366
               move 8 to cld-return-code
               go to 5010-back-to-business-day-x
            end-if.

            perform 6200-back-up-one-day.
            perform 4000-test-business-day.

        5010-back-to-business-day-x.
            exit.

      ***************************************************************
      * 5100-step-back-business-days counts cld-days business days  *
      * back from cld-date: one business day back from a monday is  *
      * the friday before, a holiday in between not counting.       *
      ***************************************************************
        5100-step-back-business-days section.
            move cld-days to ws-days-left.
            perform 5110-step-back-one-business-day
                until ws-days-left = 0 or cld-refused.
            if not cld-refused
               move ws-day-number to cld-result-date
            end-if.

        5100-step-back-business-days-x.
            exit.

        5110-step-back-one-business-day section.
            move 0 to ws-tries.
            perform 6200-back-up-one-day.
            perform 4000-test-business-day.
            perform 5010-back-to-business-day
                until ws-business-day or cld-refused.
            subtract 1 from ws-days-left.

        5110-step-back-one-business-day-x.
            exit.

      ***************************************************************
      * 5200-count-month-business-days runs the first to the last   *
      * day of cld-date's month and counts the business days.       *
      ***************************************************************
        5200-count-month-business-days section.
            move 0 to cld-days.
            perform 6100-set-month-length.
            move ws-month-length to ws-month-end.
            perform 5210-count-one-day
                varying ws-day-dd from 1 by 1
                until ws-day-dd > ws-month-end.

        5200-count-month-business-days-x.
            exit.

        5210-count-one-day section.
            perform 4000-test-business-day.
            if ws-business-day
               add 1 to cld-days
            end-if.

        5210-count-one-day-x.
            exit.

      ***************************************************************
      * 6000-compute-weekday sets ws-weekday for ws-day-date, 1     *
      * monday to 7 sunday, by zeller's congruence (which counts 0  *
      * as saturday, 1 as sunday, 2 as monday and so on).           *
      ***************************************************************
        6000-compute-weekday section.
            move ws-day-mm to ws-z-month.
            move ws-day-yyyy to ws-z-year.
            if ws-z-month < 3
               add 12 to ws-z-month
               subtract 1 from ws-z-year
            end-if.
            divide ws-z-year by 100 giving ws-z-century
                remainder ws-z-year-of-cent.

            compute ws-z-term = 13 * (ws-z-month + 1).
            divide ws-z-term by 5 giving ws-z-term.
            move ws-z-term to ws-z-sum.
            add ws-day-dd to ws-z-sum.
            add ws-z-year-of-cent to ws-z-sum.
            divide ws-z-year-of-cent by 4 giving ws-z-term.
            add ws-z-term to ws-z-sum.
            divide ws-z-century by 4 giving ws-z-term.
            add ws-z-term to ws-z-sum.
            compute ws-z-term = 5 * ws-z-century.
            add ws-z-term to ws-z-sum.

            divide ws-z-sum by 7 giving ws-z-quot
                remainder ws-z-rem.
            compute ws-z-sum = ws-z-rem + 5.
            divide ws-z-sum by 7 giving ws-z-quot
                remainder ws-z-rem.
            compute ws-weekday = ws-z-rem + 1.

        6000-compute-weekday-x.
            exit.

        6100-set-month-length section.
            move ws-days-in-month(ws-day-mm) to ws-month-length.
            if ws-day-mm not = 2
               go to 6100-set-month-length-x
            end-if.

            divide ws-day-yyyy by 4
                giving ws-leap-work remainder ws-leap-rem.
            if ws-leap-rem = 0
               move 29 to ws-month-length
            end-if.
            divide ws-day-yyyy by 100
                giving ws-leap-work remainder ws-leap-rem.
            if ws-leap-rem = 0
               move 28 to ws-month-length
            end-if.
            divide ws-day-yyyy by 400
                giving ws-leap-work remainder ws-leap-rem.
            if ws-leap-rem = 0
               move 29 to ws-month-length
            end-if.

        6100-set-month-length-x.
            exit.

        6200-back-up-one-day section.
            if ws-day-dd > 1
               subtract 1 from ws-day-dd
               go to 6200-back-up-one-day-x
            end-if.

            if ws-day-mm = 1
               move 12 to ws-day-mm
               subtract 1 from ws-day-yyyy
            else
               subtract 1 from ws-day-mm
            end-if.
            perform 6100-set-month-length.
            move ws-month-length to ws-day-dd.

        6200-back-up-one-day-x.
            exit.
