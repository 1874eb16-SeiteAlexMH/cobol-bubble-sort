      *                 keyed one at a time. a missing or empty
      *                 corrfile leaves the interactive screen in
      *                 charge, as before, for the one-offs.
      * 2026-10-15  as  the history's stream profile is carried
      *                 through the rewrite, and rejects pgmbkout
      *                 has reversed ("v") stay out of the repair
      *                 cycle along with everything else not open.

       environment division.

              10 ws-hist-key         pic x(08).
              10 ws-hist-reason      pic x(20).
              10 ws-hist-repair-date pic 9(08).
              10 ws-hist-profile     pic x(08).

        01 ws-open-count     pic 9(03) value 0.
        01 ws-repair-count   pic 9(03) value 0.
            move exh-value  to ws-hist-value(ws-hist-count).
            move exh-key    to ws-hist-key(ws-hist-count).
            move exh-reason to ws-hist-reason(ws-hist-count).
            move exh-profile to ws-hist-profile(ws-hist-count).
            move exh-repair-date
              to ws-hist-repair-date(ws-hist-count).

            move ws-hist-value(ws-hist-index)  to exh-value.
            move ws-hist-key(ws-hist-index)    to exh-key.
            move ws-hist-reason(ws-hist-index) to exh-reason.
            move ws-hist-profile(ws-hist-index) to exh-profile.
            move ws-hist-repair-date(ws-hist-index)
              to exh-repair-date.
            write exh-record.
