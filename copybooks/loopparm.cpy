      * demo1 also honors the optional STEP (process every Nth
      * index; blank means 1) and TARGET (the RETURNI1 value the
      * match test compares against; blank means the historic 5).
      * Short old-style records leave both blank.  PART puts the
      * range in one of demo1's partitions when the nightly stream
      * runs it as several jobs at once; blank is partition 1, and
      * with every range in partition 1 demo1 runs as one job.
       01  LOOP-PARM-RECORD.
           05  LOOP-PARM-LOW           PIC 9(9).
           05  LOOP-PARM-HIGH          PIC 9(9).
           05  LOOP-PARM-STEP          PIC 9(4).
           05  LOOP-PARM-TARGET        PIC 9(9).
           05  LOOP-PARM-PART          PIC 9(2).
