       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CLOSCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT REG-FILE ASSIGN TO "SNAPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT DMAST-FILE ASSIGN TO "../demo1/DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DMAST-INDEX1
               FILE STATUS IS WS-DMAST-STATUS.
           SELECT FMAST-FILE ASSIGN TO "../feedload/FEEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FMAST-INDEX1
               FILE STATUS IS WS-FMAST-STATUS.
           SELECT DSNAP-FILE ASSIGN TO DYNAMIC WS-DSNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSNAP-STATUS.
           SELECT FSNAP-FILE ASSIGN TO DYNAMIC WS-FSNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSNAP-STATUS.
           SELECT REL-FILE ASSIGN TO "../feedgate/FEEDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT SUM-FILE ASSIGN TO "../audsum/AUDSUMRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY CLOSCARD.
       FD  REG-FILE.
       COPY SNAPREG.
       FD  DMAST-FILE.
       COPY DEMOMAST.
       FD  FMAST-FILE.
       COPY FEEDMAST.
       FD  DSNAP-FILE.
       01  DSNAP-RECORD                PIC X(46).
       FD  FSNAP-FILE.
       01  FSNAP-RECORD                PIC X(60).
       FD  REL-FILE.
       COPY FRELREC.
       FD  SUM-FILE.
       01  SUM-LINE                    PIC X(80).
       FD  RPT-FILE.
       COPY RPTLINE.
       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS            PIC XX.
       01 WS-REG-STATUS             PIC XX.
       01 WS-DMAST-STATUS           PIC XX.
       01 WS-FMAST-STATUS           PIC XX.
       01 WS-DSNAP-STATUS           PIC XX.
       01 WS-FSNAP-STATUS           PIC XX.
       01 WS-REL-STATUS             PIC XX.
       01 WS-SUM-STATUS             PIC XX.
       01 WS-RPT-STATUS             PIC XX.

       01 WS-EOF-REG                PIC X VALUE "N".
       01 WS-EOF-DMAST              PIC X VALUE "N".
       01 WS-EOF-FMAST              PIC X VALUE "N".
       01 WS-EOF-REL                PIC X VALUE "N".
       01 WS-EOF-SUM                PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-DSNAP-OK               PIC X VALUE "N".
       01 WS-FSNAP-OK               PIC X VALUE "N".

       01 WS-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-RUN-TIME               PIC 9(8) VALUE 0.

      *The request off the card.  A card that is missing or does
      *not name a past or current month stops the run before
      *anything is written.
       01 WS-CARD-OK                PIC X VALUE "N".
       01 WS-CARD-REASON            PIC X(30) VALUE SPACES.
       01 WS-FUNCTION               PIC X(6) VALUE SPACES.
       01 WS-MONTH-TXT              PIC X(6) VALUE SPACES.
       01 WS-MONTH                  PIC 9(6) VALUE 0.
       01 WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-YEAR         PIC 9(4).
           05 WS-MONTH-MM           PIC 9(2).

      *What the registry already says about the month.  Each close
      *writes one record per master, so the DEMOMAST records count
      *the closes.
       01 WS-PRIOR-CLOSES           PIC 9(2) VALUE 0.
       01 WS-PRIOR-DATE             PIC 9(8) VALUE 0.
       01 WS-CLOSE-NUM              PIC 9(2) VALUE 0.
       01 WS-CLOSED                 PIC X VALUE "N".

       01 WS-DSNAP-FILE-NAME        PIC X(40) VALUE SPACES.
       01 WS-FSNAP-FILE-NAME        PIC X(40) VALUE SPACES.
       01 WS-RPT-FILE-NAME          PIC X(40) VALUE SPACES.

      *Control totals.  The r_ hash is the sum of every RETURNI1 on
      *the master, carried wide enough that it never overflows.
       01 WS-D-COUNT                PIC 9(9) VALUE 0.
       01 WS-D-MATCH                PIC 9(9) VALUE 0.
       01 WS-D-MISMATCH             PIC 9(9) VALUE 0.
       01 WS-D-UNFLAGGED            PIC 9(9) VALUE 0.
       01 WS-D-LATE                 PIC 9(9) VALUE 0.
       01 WS-D-HASH                 PIC 9(30) VALUE 0.
       01 WS-F-COUNT                PIC 9(9) VALUE 0.
       01 WS-F-LATE                 PIC 9(9) VALUE 0.
       01 WS-F-HASH                 PIC S9(18) VALUE 0.
       01 WS-REL-COUNT              PIC 9(9) VALUE 0.
       01 WS-REL-DETAILS            PIC 9(9) VALUE 0.
       01 WS-NF-TOTAL               PIC 9(9) VALUE 0.
       01 WS-NF-COUNT               PIC 9(9) VALUE 0.
       01 WS-NF-TXT                 PIC X(9).

       01 WS-EDIT-CLOSE             PIC 99.
       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-COUNT2            PIC Z(8)9.
       01 WS-EDIT-COUNT3            PIC Z(8)9.
       01 WS-EDIT-D-HASH            PIC Z(29)9.
       01 WS-EDIT-F-HASH            PIC -(18)9.

      *Condition code handed back to the caller: 0 month closed,
      *4 closed with warnings (the release file or the audit
      *summary not available, master records stamped after the
      *month end), 8 the run was refused or a snapshot could not
      *be written, month not closed.
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 100-READ-CARD
           IF WS-CARD-OK = "Y"
               PERFORM 150-CHECK-REGISTRY
           END-IF
           IF WS-CARD-OK = "N"
               PERFORM 991-RAISE-FATAL
               DISPLAY "MONTH-END CLOSE REFUSED, " WS-CARD-REASON
               MOVE WS-COND-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 200-OPEN-REPORT
           PERFORM 300-SNAPSHOT-DEMOMAST
           PERFORM 400-SNAPSHOT-FEEDMAST
           PERFORM 500-SCAN-RELEASES
           PERFORM 600-SCAN-AUDIT-SUMMARY
           IF WS-DSNAP-OK = "Y" AND WS-FSNAP-OK = "Y"
               PERFORM 650-WRITE-REGISTRY
           END-IF
           PERFORM 700-WRITE-SIGN-OFF
           PERFORM 900-CLOSE-FILES
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       100-READ-CARD.
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS = "00"
               READ CARD-FILE
                   AT END
                       MOVE "CLOSCARD.DAT IS EMPTY" TO WS-CARD-REASON
                   NOT AT END
                       MOVE "Y" TO WS-CARD-OK
                       MOVE CLOS-FUNCTION TO WS-FUNCTION
                       MOVE CLOS-MONTH TO WS-MONTH-TXT
               END-READ
               CLOSE CARD-FILE
           ELSE
               MOVE "CLOSCARD.DAT NOT AVAILABLE" TO WS-CARD-REASON
           END-IF
           IF WS-CARD-OK = "Y"
               EVALUATE TRUE
                   WHEN WS-FUNCTION NOT = "CLOSE "
                           AND WS-FUNCTION NOT = "REOPEN"
                       MOVE "N" TO WS-CARD-OK
                       MOVE "FUNCTION NOT CLOSE OR REOPEN"
                           TO WS-CARD-REASON
                   WHEN WS-MONTH-TXT NOT NUMERIC
                       MOVE "N" TO WS-CARD-OK
                       MOVE "MONTH NOT YYYYMM" TO WS-CARD-REASON
                   WHEN OTHER
                       MOVE WS-MONTH-TXT TO WS-MONTH
                       IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                           MOVE "N" TO WS-CARD-OK
                           MOVE "MONTH NOT YYYYMM" TO WS-CARD-REASON
                       END-IF
                       IF WS-MONTH > WS-RUN-DATE (1:6)
                           MOVE "N" TO WS-CARD-OK
                           MOVE "MONTH IS IN THE FUTURE"
                               TO WS-CARD-REASON
                       END-IF
               END-EVALUATE
           END-IF.

      *A month with a close on the registry is only closed again on
      *an explicit REOPEN card; a REOPEN of a month never closed is
      *refused too, so the card always says what the operator meant.
       150-CHECK-REGISTRY.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-EOF-REG = "Y"
                   READ REG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REG
                       NOT AT END
                           IF SNAP-MONTH = WS-MONTH
                                   AND SNAP-MASTER = "DEMOMAST"
                               ADD 1 TO WS-PRIOR-CLOSES
                               MOVE SNAP-CLOSE-DATE TO WS-PRIOR-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-PRIOR-CLOSES > 0 AND WS-FUNCTION = "CLOSE "
                   MOVE "N" TO WS-CARD-OK
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "MONTH CLOSED ON " DELIMITED BY SIZE
                       WS-PRIOR-DATE DELIMITED BY SIZE
                       INTO WS-CARD-REASON
               WHEN WS-PRIOR-CLOSES = 0 AND WS-FUNCTION = "REOPEN"
                   MOVE "N" TO WS-CARD-OK
                   MOVE "MONTH NEVER CLOSED" TO WS-CARD-REASON
               WHEN WS-PRIOR-CLOSES NOT < 99
                   MOVE "N" TO WS-CARD-OK
                   MOVE "MONTH REOPENED 99 TIMES" TO WS-CARD-REASON
               WHEN OTHER
                   COMPUTE WS-CLOSE-NUM = WS-PRIOR-CLOSES + 1
           END-EVALUATE.

       200-OPEN-REPORT.
           MOVE WS-CLOSE-NUM TO WS-EDIT-CLOSE
           MOVE SPACES TO WS-RPT-FILE-NAME
           STRING "CLOSRPT." DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-EDIT-CLOSE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-RPT-FILE-NAME
           MOVE SPACES TO WS-DSNAP-FILE-NAME
           STRING "DEMOMAST." DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-EDIT-CLOSE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-DSNAP-FILE-NAME
           MOVE SPACES TO WS-FSNAP-FILE-NAME
           STRING "FEEDMAST." DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-EDIT-CLOSE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-FSNAP-FILE-NAME
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "MONTH-END CLOSE CONTROL TOTALS" DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "MONTH " DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   " CLOSE " DELIMITED BY SIZE
                   WS-EDIT-CLOSE DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RUN-TIME DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
               IF WS-FUNCTION = "REOPEN"
                   MOVE SPACES TO RPT-LINE
                   STRING "REOPENED, LAST CLOSED ON " DELIMITED BY SIZE
                       WS-PRIOR-DATE DELIMITED BY SIZE
                       ", EARLIER SNAPSHOTS KEPT" DELIMITED BY SIZE
                       INTO RPT-TEXT
                   WRITE RPT-LINE
               END-IF
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY WS-RPT-FILE-NAME " COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF.

      *The snapshot is a flat copy of the master in its own record
      *layout, in key order.  A master record stamped after the
      *month end means a night of the next month already ran, so
      *the snapshot no longer shows the month as it closed.
       300-SNAPSHOT-DEMOMAST.
           OPEN INPUT DMAST-FILE
           IF WS-DMAST-STATUS NOT = "00"
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "DEMOMAST.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-DMAST-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               OPEN OUTPUT DSNAP-FILE
               IF WS-DSNAP-STATUS NOT = "00"
                   PERFORM 991-RAISE-FATAL
                   MOVE SPACES TO RPT-LINE
                   STRING "SNAPSHOT COULD NOT BE OPENED, STATUS "
                       DELIMITED BY SIZE
                       WS-DSNAP-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DSNAP-FILE-NAME DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               ELSE
                   MOVE "Y" TO WS-DSNAP-OK
                   PERFORM UNTIL WS-EOF-DMAST = "Y"
                       READ DMAST-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-DMAST
                           NOT AT END
                               PERFORM 310-TALLY-DEMOMAST
                       END-READ
                   END-PERFORM
                   CLOSE DSNAP-FILE
               END-IF
               CLOSE DMAST-FILE
           END-IF
           IF WS-DSNAP-OK = "Y"
               MOVE SPACES TO RPT-LINE
               STRING "SNAPSHOT DEMOMAST TO " DELIMITED BY SIZE
                   WS-DSNAP-FILE-NAME DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               MOVE WS-D-COUNT TO WS-EDIT-COUNT
               MOVE WS-D-MATCH TO WS-EDIT-COUNT2
               MOVE WS-D-MISMATCH TO WS-EDIT-COUNT3
               MOVE SPACES TO RPT-LINE
               STRING "DEMOMAST RECORDS=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " MATCH=" DELIMITED BY SIZE
                   WS-EDIT-COUNT2 DELIMITED BY SIZE
                   " MISMATCH=" DELIMITED BY SIZE
                   WS-EDIT-COUNT3 DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               MOVE WS-D-UNFLAGGED TO WS-EDIT-COUNT
               MOVE WS-D-LATE TO WS-EDIT-COUNT2
               MOVE SPACES TO RPT-LINE
               STRING "DEMOMAST UNFLAGGED=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " STAMPED AFTER MONTH END=" DELIMITED BY SIZE
                   WS-EDIT-COUNT2 DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               MOVE WS-D-HASH TO WS-EDIT-D-HASH
               MOVE SPACES TO RPT-LINE
               STRING "DEMOMAST R_ HASH TOTAL=" DELIMITED BY SIZE
                   WS-EDIT-D-HASH DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               IF WS-D-LATE > 0
                   PERFORM 990-RAISE-WARNING
               END-IF
           END-IF.

       310-TALLY-DEMOMAST.
           WRITE DSNAP-RECORD FROM DMAST-RECORD
           ADD 1 TO WS-D-COUNT
           ADD DMAST-RETURNI1 TO WS-D-HASH
           EVALUATE DMAST-MATCH-FLAG
               WHEN "Y"
                   ADD 1 TO WS-D-MATCH
               WHEN "N"
                   ADD 1 TO WS-D-MISMATCH
               WHEN OTHER
                   ADD 1 TO WS-D-UNFLAGGED
           END-EVALUATE
           IF DMAST-TIMESTAMP (1:6) > WS-MONTH-TXT
               ADD 1 TO WS-D-LATE
           END-IF.

       400-SNAPSHOT-FEEDMAST.
           OPEN INPUT FMAST-FILE
           IF WS-FMAST-STATUS NOT = "00"
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "FEEDMAST.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-FMAST-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               OPEN OUTPUT FSNAP-FILE
               IF WS-FSNAP-STATUS NOT = "00"
                   PERFORM 991-RAISE-FATAL
                   MOVE SPACES TO RPT-LINE
                   STRING "SNAPSHOT COULD NOT BE OPENED, STATUS "
                       DELIMITED BY SIZE
                       WS-FSNAP-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FSNAP-FILE-NAME DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               ELSE
                   MOVE "Y" TO WS-FSNAP-OK
                   PERFORM UNTIL WS-EOF-FMAST = "Y"
                       READ FMAST-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FMAST
                           NOT AT END
                               WRITE FSNAP-RECORD FROM FMAST-RECORD
                               ADD 1 TO WS-F-COUNT
                               ADD FMAST-RETURN1 TO WS-F-HASH
                               IF FMAST-TIMESTAMP (1:6)
                                       > WS-MONTH-TXT
                                   ADD 1 TO WS-F-LATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FSNAP-FILE
               END-IF
               CLOSE FMAST-FILE
           END-IF
           IF WS-FSNAP-OK = "Y"
               MOVE SPACES TO RPT-LINE
               STRING "SNAPSHOT FEEDMAST TO " DELIMITED BY SIZE
                   WS-FSNAP-FILE-NAME DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               MOVE WS-F-COUNT TO WS-EDIT-COUNT
               MOVE WS-F-LATE TO WS-EDIT-COUNT2
               MOVE SPACES TO RPT-LINE
               STRING "FEEDMAST RECORDS=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " STAMPED AFTER MONTH END=" DELIMITED BY SIZE
                   WS-EDIT-COUNT2 DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               MOVE WS-F-HASH TO WS-EDIT-F-HASH
               MOVE SPACES TO RPT-LINE
               STRING "FEEDMAST F_ HASH TOTAL=" DELIMITED BY SIZE
                   WS-EDIT-F-HASH DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               IF WS-F-LATE > 0
                   PERFORM 990-RAISE-WARNING
               END-IF
           END-IF.

       500-SCAN-RELEASES.
           MOVE SPACES TO RPT-LINE
           STRING "FEEDS RELEASED IN MONTH" DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS = "00"
               PERFORM UNTIL WS-EOF-REL = "Y"
                   READ REL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REL
                       NOT AT END
                           IF FREL-RUN-DATE (1:6) = WS-MONTH-TXT
                               PERFORM 510-LIST-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           ELSE
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "  FEEDREL.DAT NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-REL-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           MOVE WS-REL-COUNT TO WS-EDIT-COUNT
           MOVE WS-REL-DETAILS TO WS-EDIT-COUNT2
           MOVE SPACES TO RPT-LINE
           STRING "FEEDS RELEASED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " DETAILS=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       510-LIST-RELEASE.
           ADD 1 TO WS-REL-COUNT
           ADD FREL-DETAIL-COUNT TO WS-REL-DETAILS
           MOVE FREL-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
               FREL-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FREL-OUT-NAME (1:24) DELIMITED BY SIZE
               " DETAILS=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

      *SUMMAIN's entry lines carry the NOTFOUND count as a Z(8)9
      *picture in columns 59-67, after the program and entry point;
      *its total line is copied across as it stands.
       600-SCAN-AUDIT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           STRING "NOTFOUND BY ENTRY POINT, LAST AUDIT SUMMARY"
               DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           OPEN INPUT SUM-FILE
           IF WS-SUM-STATUS = "00"
               PERFORM UNTIL WS-EOF-SUM = "Y"
                   READ SUM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SUM
                       NOT AT END
                           PERFORM 610-TAKE-SUMMARY-LINE
                   END-READ
               END-PERFORM
               CLOSE SUM-FILE
           ELSE
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "  AUDSUMRP.DAT NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-SUM-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           MOVE WS-NF-TOTAL TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "NOTFOUND TOTAL=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       610-TAKE-SUMMARY-LINE.
           IF SUM-LINE (1:12) = "TOTAL CALLS="
               MOVE SPACES TO RPT-LINE
               STRING "  " DELIMITED BY SIZE
                   SUM-LINE (1:78) DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               IF SUM-LINE (1:7) NOT = "PROGRAM"
                       AND SUM-LINE (59:9) NOT = SPACES
                   MOVE SUM-LINE (59:9) TO WS-NF-TXT
                   COMPUTE WS-NF-COUNT = FUNCTION NUMVAL (WS-NF-TXT)
                   ADD WS-NF-COUNT TO WS-NF-TOTAL
                   MOVE WS-NF-COUNT TO WS-EDIT-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                       SUM-LINE (1:37) DELIMITED BY SIZE
                       " NOTFOUND=" DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               END-IF
           END-IF.

      *The month counts as closed only once both snapshots are
      *complete and on the registry.
       650-WRITE-REGISTRY.
           OPEN EXTEND REG-FILE
           IF WS-REG-STATUS NOT = "00"
               OPEN OUTPUT REG-FILE
           END-IF
           IF WS-REG-STATUS = "00"
               MOVE WS-MONTH TO SNAP-MONTH
               MOVE WS-CLOSE-NUM TO SNAP-CLOSE-NUM
               MOVE "DEMOMAST" TO SNAP-MASTER
               MOVE WS-DSNAP-FILE-NAME TO SNAP-FILE-NAME
               MOVE WS-D-COUNT TO SNAP-RECORD-COUNT
               MOVE WS-RUN-DATE TO SNAP-CLOSE-DATE
               MOVE WS-RUN-TIME TO SNAP-CLOSE-TIME
               MOVE WS-FUNCTION TO SNAP-FUNCTION
               WRITE SNAP-RECORD
               MOVE "FEEDMAST" TO SNAP-MASTER
               MOVE WS-FSNAP-FILE-NAME TO SNAP-FILE-NAME
               MOVE WS-F-COUNT TO SNAP-RECORD-COUNT
               WRITE SNAP-RECORD
               CLOSE REG-FILE
               MOVE "Y" TO WS-CLOSED
           ELSE
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "SNAPREG.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-REG-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       700-WRITE-SIGN-OFF.
           MOVE SPACES TO RPT-LINE
           IF WS-CLOSED = "Y"
               STRING "MONTH " DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   " CLOSED, CLOSE " DELIMITED BY SIZE
                   WS-EDIT-CLOSE DELIMITED BY SIZE
                   INTO RPT-TEXT
           ELSE
               STRING "MONTH " DELIMITED BY SIZE
                   WS-MONTH DELIMITED BY SIZE
                   " NOT CLOSED" DELIMITED BY SIZE
                   INTO RPT-TEXT
           END-IF
           PERFORM 750-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 750-WRITE-RPT-LINE
           STRING "PREPARED BY ______________________  DATE ________"
               DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 750-WRITE-RPT-LINE
           STRING "REVIEWED BY ______________________  DATE ________"
               DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       750-WRITE-RPT-LINE.
           IF WS-RPT-OK = "Y"
               WRITE RPT-LINE
           END-IF.

       900-CLOSE-FILES.
           IF WS-RPT-OK = "Y"
               CLOSE RPT-FILE
           END-IF.

       990-RAISE-WARNING.
           IF WS-COND-CODE < 4
               MOVE 4 TO WS-COND-CODE
           END-IF.

       991-RAISE-FATAL.
           IF WS-COND-CODE < 8
               MOVE 8 TO WS-COND-CODE
           END-IF.
       END PROGRAM CLSMAIN.
