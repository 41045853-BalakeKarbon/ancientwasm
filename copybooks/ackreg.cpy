      * Register of released feeds whose acknowledgment has been
      * taken in, one record per outbound file, appended night over
      * night.  A feed on the register is not checked again.
      * RESULT is 'A' accepted with agreeing totals, 'D' accepted
      * with different totals, 'R' rejected by the receiver.
       01  ACKR-RECORD.
           05  ACKR-OUT-NAME           PIC X(40).
           05  ACKR-RUN-DATE           PIC 9(8).
           05  ACKR-RECEIPT-DATE       PIC 9(8).
           05  ACKR-RESULT             PIC X(1).
           05  ACKR-PROCESSED-DATE     PIC 9(8).
