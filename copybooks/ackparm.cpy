      * Parameter record for the acknowledgment intake.  MAX-DAYS is
      * how many calendar days after its release a feed may go
      * without an acknowledgment before it is reported overdue.  A
      * missing or unreadable parameter file means 3 days.
       01  ACK-PARM-RECORD.
           05  ACK-PARM-MAX-DAYS       PIC 9(3).
