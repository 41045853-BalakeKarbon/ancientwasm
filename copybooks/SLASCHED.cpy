      * Batch-window schedule, one record per step.  END-DAY and
      * END-TIME give the latest allowed end: END-DAY 0 is the date
      * the stream started, 1 the day after, END-TIME is HHMM.
      * MAX-ELAPSED is the longest the step may run, in seconds.
      * OVER-PCT is how far over its 30-night average the step may
      * run before it is flagged; blank means 50.  Any other blank
      * field turns that check off for the step.
       01  SLAS-RECORD.
           05  SLAS-STEP-NAME          PIC X(8).
           05  SLAS-END-DAY            PIC 9(1).
           05  SLAS-END-TIME           PIC 9(4).
           05  SLAS-MAX-ELAPSED        PIC 9(6).
           05  SLAS-OVER-PCT           PIC 9(3).
