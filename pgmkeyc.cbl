       identification division.

      **************
      *pgmkeyc!    *
      **************

       program-id. pgmkeyc.
       author. alexandre seite.

      * modification history
      * ---------------------------------------------------------
      * 2026-10-15  as  first version. one-time conversion of the
      *                 branch/account key master from the old
      *                 sequential keymast (read here as keymseq)
      *                 to the indexed keymast keyed on the item
      *                 key that pgmsort, pgmkeym and pgmappr now
      *                 read and update by key. every record is
      *                 carried across byte for byte, in whatever
      *                 order it came; a blank or doubled key is
      *                 reported and left behind. a keymast that
      *                 already holds keys is never overwritten, so
      *                 running the step twice does no harm.

       environment division.

       input-output section.

       file-control.
           select keymseq    assign to "keymseq"
                             organization line sequential
                             file status is ws-keymseq-status.

           select keymast    assign to "keymast"
                             organization indexed
                             access mode dynamic
                             record key is keym-key
                             file status is ws-keymast-status.

       data division.

       file section.

      * the master as pgmappr wrote it before the conversion: the
      * same keymrec layout, one line per key.
       fd  keymseq.
           copy keymrec replacing leading ==keym-== by ==kseq-==.

       fd  keymast.
           copy keymrec.

       working-storage section.

        01 ws-keymseq-status   pic x(02).
           88 ws-keymseq-ok    value "00".

        01 ws-keymast-status   pic x(02).
           88 ws-keymast-ok    value "00".

        01 ws-read-switch      pic x(01) value "n".
           88 ws-file-done     value "y".

        01 ws-read-count       pic 9(07) value 0.
        01 ws-loaded-count     pic 9(07) value 0.
        01 ws-blank-count      pic 9(07) value 0.
        01 ws-double-count     pic 9(07) value 0.
        01 ws-active-count     pic 9(07) value 0.
        01 ws-retired-count    pic 9(07) value 0.

       procedure division.
        1000-main section.
            display "pgmkeyc - key master conversion to indexed".
            display "------------------------------------------".
            perform 2000-check-new-master.
            perform 3000-open-files.
            perform 4000-convert-one-key until ws-file-done.
            close keymseq.
            close keymast.
            perform 5000-display-summary.
            perform 8000-set-return-code.
            goback.

      ***************************************************************
      * 2000-check-new-master makes sure the indexed keymast holds  *
      * no keys yet. one that does has already been converted (and  *
      * maintained since, perhaps), and opening it for output would *
      * throw every key away -- the step stops rc 8 instead.        *
      ***************************************************************
        2000-check-new-master section.
            open input keymast.
            if not ws-keymast-ok
               go to 2000-check-new-master-x
            end-if.

            read keymast next record
                at end
                    close keymast
                    go to 2000-check-new-master-x
            end-read.

            close keymast.
            display "pgmkeyc: keymast already holds keys - it has been"
            display "converted before. nothing was changed."
            move 8 to return-code.
            goback.

        2000-check-new-master-x.
            exit.

        3000-open-files section.
            open input keymseq.
            if not ws-keymseq-ok
               display "pgmkeyc: unable to open keymseq, status "
                   ws-keymseq-status
               move 8 to return-code
               goback
            end-if.

            open output keymast.
            if not ws-keymast-ok
               display "pgmkeyc: unable to open keymast, status "
                   ws-keymast-status
               close keymseq
               move 8 to return-code
               goback
            end-if.

        3000-open-files-x.
            exit.

      ***************************************************************
      * 4000-convert-one-key carries one key across. the old master *
      * was never kept in key order, so each is written by key; a   *
      * blank key, or one already written, is reported and left    *
      * off the new master for the back office to look at.          *
      ***************************************************************
        4000-convert-one-key section.
            read keymseq
                at end
                    set ws-file-done to true
                    go to 4000-convert-one-key-x
            end-read.

            add 1 to ws-read-count.

            if kseq-key = spaces
               add 1 to ws-blank-count
               display "pgmkeyc: record " ws-read-count
                   " has no item key - left off keymast"
               go to 4000-convert-one-key-x
            end-if.

            move kseq-record to keym-record.
            write keym-record
                invalid key
                    add 1 to ws-double-count
                    display "pgmkeyc: key " kseq-key
                        " is on the old master twice - record "
                        ws-read-count " left off keymast"
                    go to 4000-convert-one-key-x
            end-write.

            add 1 to ws-loaded-count.
            if keym-active
               add 1 to ws-active-count
            else
               add 1 to ws-retired-count
            end-if.

        4000-convert-one-key-x.
            exit.

        5000-display-summary section.
            display " ".
            display ws-read-count   " record(s) read off keymseq".
            display ws-loaded-count " key(s) loaded to keymast ("
                ws-active-count " active, " ws-retired-count
                " retired)".
            if ws-blank-count > 0
               display ws-blank-count
                   " record(s) without a key left behind"
            end-if.
            if ws-double-count > 0
               display ws-double-count
                   " doubled key(s) left behind"
            end-if.

        5000-display-summary-x.
            exit.

      ***************************************************************
      * 8000-set-return-code, same shape as pgmsort's contract:     *
      *     rc 00  - every record converted                         *
      *     rc 04  - converted, but blank or doubled keys were left *
      *              behind (listed on the console)                 *
      *     rc 08  - a file would not open, or keymast already held *
      *              keys (nothing changed)                         *
      ***************************************************************
        8000-set-return-code section.
            if ws-blank-count > 0 or ws-double-count > 0
               move 4 to return-code
            else
               move 0 to return-code
            end-if.

        8000-set-return-code-x.
            exit.
