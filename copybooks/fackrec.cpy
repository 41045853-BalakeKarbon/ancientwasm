      * Acknowledgment the receiving shop returns for each feed it
      * takes in, one record per file.  For the outbound file
      * FEEDOUT.yyyymmdd.DAT the receiver sends back
      * FEEDACK.yyyymmdd.DAT.  OUT-NAME repeats the outbound file
      * name; STATUS is 'A' loaded or 'R' rejected; DETAIL-COUNT
      * and HASH-TOTAL are the receiver's own detail count and hash
      * total of RETURN1, to balance against the feed trailer.
       01  FACK-RECORD.
           05  FACK-OUT-NAME           PIC X(40).
           05  FACK-RECEIPT-DATE       PIC 9(8).
           05  FACK-STATUS             PIC X(1).
           05  FACK-DETAIL-COUNT       PIC 9(9).
           05  FACK-HASH-TOTAL         PIC S9(18).
