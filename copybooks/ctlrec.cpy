      ***************************************************************
      * ctlrec - shared control-totals record layout.               *
      *                                                              *
      * appended to ctltot by every step of the daily stream once   *
      * it has balanced its own input and written its output: one   *
      * record per figure (a count and a hash total), keyed by the  *
      * stream profile, the business date the figures belong to     *
      * (the date pgmsort stamps in srtfile's header), the step and *
      * the figure's name. pgmsort records its infile trailers, the *
      * recycled repairs, what it accepted, rejected and left       *
      * behind at the ceiling, and the srtfile trailer it wrote;    *
      * each srtfile reader records the extract as it read it and   *
      * what it produced off it. pgmrecn lines them up per profile  *
      * and date and prints the breaks. a rerun simply appends      *
      * again -- the latest record for a figure is the one that     *
      * counts.                                                     *
      ***************************************************************
       01  ctl-record.
           05 ctl-profile        pic x(08).
           05 ctl-date           pic 9(08).
           05 ctl-step           pic x(08).
           05 ctl-figure         pic x(08).
           05 ctl-count          pic 9(07).
           05 ctl-hash           pic s9(09) sign leading separate.
           05 ctl-run-date       pic 9(08).
           05 ctl-run-time       pic 9(08).
           05 filler             pic x(05).
