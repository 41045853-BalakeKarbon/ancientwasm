      * One request card for the targeted reprocess utility.
      * FUNCTION selects where the indexes come from: INDEX names
      * the one index keyed in INDEX; RECON takes every index on a
      * MISMATCH=Y line of last night's reconciliation report;
      * DRIFT takes every index on an R_ or F_ drift line of last
      * night's drift report.  An index named more than once is
      * reprocessed once.
       01  RPRC-CARD.
           05  RPRC-FUNCTION           PIC X(6).
           05  RPRC-INDEX              PIC X(9).
