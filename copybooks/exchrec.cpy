      * unlike exceptfile (rewritten every run), this history file  *
      * is only ever appended to or rewritten in full by pgmexrep,  *
      * so yesterday's unrepaired rejects survive today's run.      *
      * each record carries the stream profile whose run rejected   *
      * it; pgmbkout flips a backed-out day's rejects to "v" so     *
      * they drop out of the repair cycle -- the rerun rejects      *
      * afresh whatever is still wrong.                             *
      ***************************************************************
       01  exh-record.
           05 exh-date           pic 9(08).
               88 exh-open       value "o".
               88 exh-repaired   value "r".
               88 exh-cancelled  value "c".
               88 exh-reversed   value "v".
           05 exh-source         pic x(01).
           05 exh-seq            pic 9(05).
           05 exh-value          pic x(05).
           05 exh-key            pic x(08).
           05 exh-reason         pic x(20).
           05 exh-repair-date    pic 9(08).
           05 exh-profile        pic x(08).
           05 filler             pic x(04).
