      * Request card for the month-end close.  FUNCTION is CLOSE to
      * close MONTH (YYYYMM) for the first time, or REOPEN to close
      * a month that is already closed again; the earlier snapshots
      * and report are kept and the new ones get the next close
      * number.  A CLOSE card for a month already closed is
      * refused.
       01  CLOS-CARD.
           05  CLOS-FUNCTION           PIC X(6).
           05  CLOS-MONTH              PIC X(6).
