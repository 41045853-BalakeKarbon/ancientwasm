      * Source record for the exception queue, written by the nightly
      * driver just before the queue step and emptied again straight
      * after it.  One flag per source report: Y the step that writes
      * it ran tonight and the report on disk is tonight's, N it was
      * skipped or failed and the report is an old one, which the
      * queue must not post from.  An empty or missing file means
      * every source is read, as on a run by hand.
       01  EXQ-SRC-RECORD.
           05  EXQ-SRC-EX2EXC          PIC X(1).
           05  EXQ-SRC-FEEDLREJ        PIC X(1).
           05  EXQ-SRC-DEMOEDIT        PIC X(1).
           05  EXQ-SRC-JSVERRPT        PIC X(1).
           05  EXQ-SRC-DRIFTRPT        PIC X(1).
           05  EXQ-SRC-RECONRPT        PIC X(1).
