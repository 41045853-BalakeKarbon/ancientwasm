      * Registry of month-end master snapshots, one record per
      * master per close, appended close over close.  CLOSE-NUM is
      * 1 for the first close of a month and counts up with every
      * reopen; FUNCTION is the card function that made the
      * snapshot.  RECORD-COUNT is the number of records copied.
       01  SNAP-RECORD.
           05  SNAP-MONTH              PIC 9(6).
           05  SNAP-CLOSE-NUM          PIC 9(2).
           05  SNAP-MASTER             PIC X(8).
           05  SNAP-FILE-NAME          PIC X(40).
           05  SNAP-RECORD-COUNT       PIC 9(9).
           05  SNAP-CLOSE-DATE         PIC 9(8).
           05  SNAP-CLOSE-TIME         PIC 9(8).
           05  SNAP-FUNCTION           PIC X(6).
