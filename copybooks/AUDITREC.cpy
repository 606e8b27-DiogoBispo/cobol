      * defaults) the run actually used, so it can be seen afterwards
      * which settings produced a given day's output. Programs with
      * no tunables leave it as spaces; records written before the
      * field existed read back as spaces. A run that refuses its
      * input batch on the header/trailer controls (RC 16) carries
      * the file name and the reason there instead.
      ******************************************************************
       01  AUDIT-REG.
           05 AUDIT-PROGRAMA        PIC X(14).
