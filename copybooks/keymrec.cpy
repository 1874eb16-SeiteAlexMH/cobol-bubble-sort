      * one record per item key (branch/account) the back office    *
      * recognises. maintained by pgmkeym's operator transaction    *
      * (add a key, retire a key -- retired keys keep their record  *
      * and dates so an old report can still be chased), applied    *
      * only once a second operator approves the change through     *
      * pgmappr (chgrec carries the before and after images), and   *
      * read by key in pgmsort's 2105-validate-item-key during the  *
      * load: a detail whose key is not on file, or is retired, is  *
      * rejected to exceptfile/excepthist like any other bad        *
      * record and goes through the normal pgmexrep repair cycle.   *
      * a missing keymast skips the check entirely, the way a       *
      * missing parmfile leaves the defaults standing. keymast is   *
      * an indexed file keyed on keym-key (pgmkeyc converted the    *
      * old sequential master once, reading it as keymseq).         *
      ***************************************************************
       01  keym-record.
           05 keym-key           pic x(08).
