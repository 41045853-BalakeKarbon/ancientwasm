      * One exception-queue item on the indexed EXCQUEUE file,
      * keyed on EXQ-KEY: the source report the problem came from
      * plus the text that identifies the problem within that
      * source (the edited INDEX1 and kind of problem, the rejected
      * record, the snippet, or the exception message).  A problem
      * that shows up again on a later night updates its existing
      * item's last-seen date and count instead of opening a new
      * one.  STATUS is 'O' open, 'A' assigned, 'C' closed; a closed
      * item whose problem comes back is reopened.  HAS-INDEX is 'Y'
      * when the source carried a usable INDEX1.
       01  EXQ-RECORD.
           05  EXQ-KEY.
               10  EXQ-SOURCE          PIC X(8).
               10  EXQ-ITEM-KEY        PIC X(60).
           05  EXQ-HAS-INDEX           PIC X(1).
           05  EXQ-INDEX1              PIC 9(9).
           05  EXQ-STATUS              PIC X(1).
           05  EXQ-FIRST-SEEN          PIC 9(8).
           05  EXQ-LAST-SEEN           PIC 9(8).
           05  EXQ-SEEN-COUNT          PIC 9(5).
           05  EXQ-ASSIGNED-TO         PIC X(12).
           05  EXQ-CLOSED-DATE         PIC 9(8).
           05  EXQ-DETAIL              PIC X(60).
