      * One batch-window alert per step per breach, for operators
      * to watch.  TYPE is LATE (ended after its deadline), OVERMAX
      * (ran longer than its maximum elapsed time), OVERAVG (ran
      * more than the set percentage over its average) or NOEND
      * (started and never wrote an end record).  ACTUAL and LIMIT
      * are seconds: elapsed time for OVERMAX and OVERAVG, seconds
      * past the stream's start-date midnight for LATE.
       01  SLAA-RECORD.
           05  SLAA-RUN-DATE           PIC 9(8).
           05  SLAA-STEP-NAME          PIC X(8).
           05  SLAA-TYPE               PIC X(8).
           05  SLAA-ACTUAL-SECS        PIC 9(9).
           05  SLAA-LIMIT-SECS         PIC 9(9).
