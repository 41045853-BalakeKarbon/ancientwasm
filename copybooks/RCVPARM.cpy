      * Parameter record for the DEMOMAST forward recovery.  AS-OF
      * is the last date (YYYYMMDD) whose audit records are
      * replayed into the rebuilt master; blank (or no parameter
      * file at all) means today, so every record on file counts.
       01  RCVP-PARM-RECORD.
           05  RCVP-AS-OF-DATE         PIC X(8).
