      * Permanent step-history record, one per run-control event.
      * The nightly driver copies every RUNCTL.DAT record here, in
      * the same layout, before it empties the run-control file
      * after a clean stream, so start and end times and condition
      * codes survive from night to night for the batch-window
      * report.
       01  SHST-RECORD.
           05  SHST-RUN-DATE           PIC 9(8).
           05  SHST-STEP-NAME          PIC X(8).
           05  SHST-REC-TYPE           PIC X(1).
           05  SHST-COND-CODE          PIC 9(4).
           05  SHST-TIMESTAMP          PIC X(16).
