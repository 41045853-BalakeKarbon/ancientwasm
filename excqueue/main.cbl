       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXQMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-FILE ASSIGN TO "../example2/EX2EXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT REJ-FILE ASSIGN TO "../feedload/FEEDLREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT EDIT-FILE ASSIGN TO "../demo1/DEMOEDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-STATUS.
           SELECT VER-FILE ASSIGN TO "../jsverify/JSVERRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT DRF-FILE ASSIGN TO "../drift/DRIFTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRF-STATUS.
           SELECT REC-FILE ASSIGN TO "../recon/RECONRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT SRCS-FILE ASSIGN TO "EXQSRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCS-STATUS.
           SELECT RPT-FILE ASSIGN TO "EXQRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNC-FILE ASSIGN TO "../nightly/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT EXQ-FILE ASSIGN TO "EXCQUEUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXQ-KEY
               FILE STATUS IS WS-EXQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXC-FILE.
       COPY FFEXCREC.
       FD  REJ-FILE.
       COPY FFEEDREC.
       FD  EDIT-FILE.
       01  EDIT-LINE                   PIC X(80).
       FD  VER-FILE.
       01  VER-LINE                    PIC X(80).
       FD  DRF-FILE.
       01  DRF-LINE                    PIC X(80).
       FD  REC-FILE.
       01  REC-LINE                    PIC X(80).
       FD  SRCS-FILE.
       COPY EXQSRC.
       FD  RPT-FILE.
       COPY RPTLINE.
       FD  RUNC-FILE.
       COPY RUNCTLRC.
       FD  EXQ-FILE.
       COPY EXCQREC.
       WORKING-STORAGE SECTION.
       01 WS-EXC-STATUS             PIC XX.
       01 WS-REJ-STATUS             PIC XX.
       01 WS-EDIT-STATUS            PIC XX.
       01 WS-VER-STATUS             PIC XX.
       01 WS-DRF-STATUS             PIC XX.
       01 WS-REC-STATUS             PIC XX.
       01 WS-SRCS-STATUS            PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-RUNC-STATUS            PIC XX.
       01 WS-RUNC-TYPE              PIC X VALUE "S".
       01 WS-EXQ-STATUS             PIC XX.
       01 WS-SRC-STATUS             PIC XX.

       01 WS-EOF-SOURCE             PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-EXQ-OK                 PIC X VALUE "N".
       01 WS-EXQ-FOUND              PIC X VALUE "N".

       01 WS-RUN-DATE               PIC 9(8) VALUE 0.

       01 WS-TS-DATE                PIC 9(8).
       01 WS-TS-TIME                PIC 9(8).
       01 WS-TIMESTAMP               PIC X(16).

      *One entry per source report the queue is fed from, in the
      *order they are collected.  FOUND is the problems the
      *source holds tonight; of those, NEW opened an item, UPDATED
      *moved an existing item's last-seen date forward, REOPENED
      *brought back a closed item, and REPEAT were already posted
      *earlier tonight, which is what a rerun of the stream sees.
      *CURRENT is N for a source whose report is not tonight's.
       01 WS-SRC-COUNT              PIC 9(4) VALUE 6.
       01 WS-SRC-IX                 PIC 9(4) VALUE 0.
       01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 6 TIMES.
               10 WS-SRC-NAME       PIC X(8).
               10 WS-SRC-CURRENT    PIC X.
               10 WS-SRC-OPENED     PIC X.
               10 WS-SRC-FOUND      PIC 9(9).
               10 WS-SRC-NEW        PIC 9(9).
               10 WS-SRC-UPDATED    PIC 9(9).
               10 WS-SRC-REOPENED   PIC 9(9).
               10 WS-SRC-REPEAT     PIC 9(9).

      *The problem being posted: the same fields the queue key and
      *item carry, built by each source's scan paragraph.
       01 WS-ITEM-KEY               PIC X(60).
       01 WS-ITEM-HAS-INDEX         PIC X VALUE "N".
       01 WS-ITEM-INDEX1            PIC 9(9) VALUE 0.
       01 WS-ITEM-DETAIL            PIC X(60).

      *A DEMOEDIT reject is two lines: the reason on the RECORD
      *line, then the rejected card itself on the DATA line that
      *follows, which is what identifies the item.
       01 WS-EDIT-REASON            PIC X(40) VALUE SPACES.
       01 WS-EDIT-PENDING           PIC X VALUE "N".

       01 WS-TOTAL-FOUND            PIC 9(9) VALUE 0.
       01 WS-TOTAL-NEW              PIC 9(9) VALUE 0.
       01 WS-TOTAL-UPDATED          PIC 9(9) VALUE 0.
       01 WS-TOTAL-REOPENED         PIC 9(9) VALUE 0.
       01 WS-TOTAL-REPEAT           PIC 9(9) VALUE 0.
       01 WS-WRITE-ERRORS           PIC 9(9) VALUE 0.

       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-COUNT2            PIC Z(8)9.
       01 WS-EDIT-COUNT3            PIC Z(8)9.
       01 WS-EDIT-COUNT4            PIC Z(8)9.

      *Condition code handed back to the nightly driver: 0 clean,
      *4 warnings (a source report could not be read, or a queue
      *item could not be written), 8 the queue file itself could
      *not be opened.  Problems collected into the queue do not
      *raise the code; each source step has already done that.
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           MOVE "S" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 100-OPEN-FILES
           IF WS-EXQ-OK = "Y"
               PERFORM 150-READ-SOURCES
               PERFORM 190-SCAN-SOURCE
                   VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
           END-IF
           PERFORM 700-WRITE-TOTALS
           PERFORM 900-CLOSE-FILES
           MOVE "E" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       100-OPEN-FILES.
           MOVE "EX2EXC"   TO WS-SRC-NAME (1)
           MOVE "FEEDLREJ" TO WS-SRC-NAME (2)
           MOVE "DEMOEDIT" TO WS-SRC-NAME (3)
           MOVE "JSVERRPT" TO WS-SRC-NAME (4)
           MOVE "DRIFTRPT" TO WS-SRC-NAME (5)
           MOVE "RECONRPT" TO WS-SRC-NAME (6)
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
               MOVE "Y" TO WS-SRC-CURRENT (WS-SRC-IX)
               MOVE "N" TO WS-SRC-OPENED (WS-SRC-IX)
               MOVE 0 TO WS-SRC-FOUND (WS-SRC-IX)
               MOVE 0 TO WS-SRC-NEW (WS-SRC-IX)
               MOVE 0 TO WS-SRC-UPDATED (WS-SRC-IX)
               MOVE 0 TO WS-SRC-REOPENED (WS-SRC-IX)
               MOVE 0 TO WS-SRC-REPEAT (WS-SRC-IX)
           END-PERFORM
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "EXCEPTION QUEUE COLLECTION REPORT"
                   DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "RUN DATE " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY "EXQRPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF
           OPEN I-O EXQ-FILE
           IF WS-EXQ-STATUS NOT = "00"
               OPEN OUTPUT EXQ-FILE
               IF WS-EXQ-STATUS = "00"
                   CLOSE EXQ-FILE
                   OPEN I-O EXQ-FILE
               END-IF
           END-IF
           IF WS-EXQ-STATUS = "00"
               MOVE "Y" TO WS-EXQ-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               DISPLAY "EXCQUEUE.DAT COULD NOT BE OPENED, STATUS "
                   WS-EXQ-STATUS
               MOVE SPACES TO RPT-LINE
               STRING "EXCEPTION QUEUE NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-EXQ-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

      *The driver marks the sources whose step did not run clean
      *tonight; their reports are an earlier night's, and posting
      *them would stamp old problems as seen again tonight.
       150-READ-SOURCES.
           OPEN INPUT SRCS-FILE
           IF WS-SRCS-STATUS = "00"
               READ SRCS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EXQ-SRC-EX2EXC = "N"
                           MOVE "N" TO WS-SRC-CURRENT (1)
                       END-IF
                       IF EXQ-SRC-FEEDLREJ = "N"
                           MOVE "N" TO WS-SRC-CURRENT (2)
                       END-IF
                       IF EXQ-SRC-DEMOEDIT = "N"
                           MOVE "N" TO WS-SRC-CURRENT (3)
                       END-IF
                       IF EXQ-SRC-JSVERRPT = "N"
                           MOVE "N" TO WS-SRC-CURRENT (4)
                       END-IF
                       IF EXQ-SRC-DRIFTRPT = "N"
                           MOVE "N" TO WS-SRC-CURRENT (5)
                       END-IF
                       IF EXQ-SRC-RECONRPT = "N"
                           MOVE "N" TO WS-SRC-CURRENT (6)
                       END-IF
               END-READ
               CLOSE SRCS-FILE
           END-IF.

       190-SCAN-SOURCE.
           IF WS-SRC-CURRENT (WS-SRC-IX) = "N"
               PERFORM 680-SOURCE-NOT-CURRENT
           ELSE
               EVALUATE WS-SRC-IX
                   WHEN 1
                       PERFORM 200-SCAN-EX2EXC
                   WHEN 2
                       PERFORM 250-SCAN-FEEDLREJ
                   WHEN 3
                       PERFORM 300-SCAN-DEMOEDIT
                   WHEN 4
                       PERFORM 350-SCAN-JSVERRPT
                   WHEN 5
                       PERFORM 400-SCAN-DRIFTRPT
                   WHEN 6
                       PERFORM 450-SCAN-RECONRPT
               END-EVALUATE
           END-IF.

      *ff_ marshalling exceptions carry no INDEX1; the message
      *text names the kind of failure and is the item key, so the
      *same failure night after night stays one item.
       200-SCAN-EX2EXC.
           MOVE "N" TO WS-EOF-SOURCE
           OPEN INPUT EXC-FILE
           IF WS-EXC-STATUS NOT = "00"
               MOVE WS-EXC-STATUS TO WS-SRC-STATUS
               PERFORM 690-SOURCE-NOT-READ
           ELSE
               MOVE "Y" TO WS-SRC-OPENED (WS-SRC-IX)
               PERFORM UNTIL WS-EOF-SOURCE = "Y"
                   READ EXC-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOURCE
                       NOT AT END
                           MOVE SPACES TO WS-ITEM-KEY
                           MOVE FFEXC-MESSAGE TO WS-ITEM-KEY
                           MOVE "N" TO WS-ITEM-HAS-INDEX
                           MOVE 0 TO WS-ITEM-INDEX1
                           MOVE SPACES TO WS-ITEM-DETAIL
                           STRING "RETURN2=" DELIMITED BY SIZE
                               FFEXC-RETURN2 DELIMITED BY SIZE
                               " HIGH-VALUE=" DELIMITED BY SIZE
                               FFEXC-HIGHVAL-FLAG DELIMITED BY SIZE
                               " AT " DELIMITED BY SIZE
                               FFEXC-TIMESTAMP DELIMITED BY SIZE
                               INTO WS-ITEM-DETAIL
                           PERFORM 500-POST-ITEM
                   END-READ
               END-PERFORM
               CLOSE EXC-FILE
           END-IF.

      *A feed load reject is the raw feed record LODMAIN could not
      *apply; the record itself is the item key, and its INDEX1 is
      *kept when that much of the record is numeric.
       250-SCAN-FEEDLREJ.
           MOVE "N" TO WS-EOF-SOURCE
           OPEN INPUT REJ-FILE
           IF WS-REJ-STATUS NOT = "00"
               MOVE WS-REJ-STATUS TO WS-SRC-STATUS
               PERFORM 690-SOURCE-NOT-READ
           ELSE
               MOVE "Y" TO WS-SRC-OPENED (WS-SRC-IX)
               PERFORM UNTIL WS-EOF-SOURCE = "Y"
                   READ REJ-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOURCE
                       NOT AT END
                           MOVE SPACES TO WS-ITEM-KEY
                           MOVE FFEED-RECORD TO WS-ITEM-KEY
                           IF FFEED-INDEX1 NUMERIC
                               MOVE "Y" TO WS-ITEM-HAS-INDEX
                               MOVE FFEED-INDEX1 TO WS-ITEM-INDEX1
                           ELSE
                               MOVE "N" TO WS-ITEM-HAS-INDEX
                               MOVE 0 TO WS-ITEM-INDEX1
                           END-IF
                           MOVE "FEED RECORD REJECTED BY LOAD"
                               TO WS-ITEM-DETAIL
                           PERFORM 500-POST-ITEM
                   END-READ
               END-PERFORM
               CLOSE REJ-FILE
           END-IF.

       300-SCAN-DEMOEDIT.
           MOVE "N" TO WS-EOF-SOURCE
           MOVE "N" TO WS-EDIT-PENDING
           OPEN INPUT EDIT-FILE
           IF WS-EDIT-STATUS NOT = "00"
               MOVE WS-EDIT-STATUS TO WS-SRC-STATUS
               PERFORM 690-SOURCE-NOT-READ
           ELSE
               MOVE "Y" TO WS-SRC-OPENED (WS-SRC-IX)
               PERFORM UNTIL WS-EOF-SOURCE = "Y"
                   READ EDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOURCE
                       NOT AT END
                           PERFORM 310-CHECK-EDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE EDIT-FILE
           END-IF.

       310-CHECK-EDIT-LINE.
           IF EDIT-LINE (1:7) = "RECORD "
                   AND EDIT-LINE (12:10) = " REJECTED "
               MOVE EDIT-LINE (22:40) TO WS-EDIT-REASON
               MOVE "Y" TO WS-EDIT-PENDING
           ELSE
               IF EDIT-LINE (1:7) = "  DATA "
                       AND WS-EDIT-PENDING = "Y"
                   MOVE SPACES TO WS-ITEM-KEY
                   MOVE EDIT-LINE (8:60) TO WS-ITEM-KEY
                   MOVE "N" TO WS-ITEM-HAS-INDEX
                   MOVE 0 TO WS-ITEM-INDEX1
                   MOVE SPACES TO WS-ITEM-DETAIL
                   STRING "DEMOCTL RECORD REJECTED, " DELIMITED BY SIZE
                       WS-EDIT-REASON DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   PERFORM 500-POST-ITEM
                   MOVE "N" TO WS-EDIT-PENDING
               END-IF
           END-IF.

      *Only snippets that regressed become items: a FAIL, or an
      *expected snippet that did not run at all.  A snippet with
      *no expectation on file is a setup gap, not a regression.
       350-SCAN-JSVERRPT.
           MOVE "N" TO WS-EOF-SOURCE
           OPEN INPUT VER-FILE
           IF WS-VER-STATUS NOT = "00"
               MOVE WS-VER-STATUS TO WS-SRC-STATUS
               PERFORM 690-SOURCE-NOT-READ
           ELSE
               MOVE "Y" TO WS-SRC-OPENED (WS-SRC-IX)
               PERFORM UNTIL WS-EOF-SOURCE = "Y"
                   READ VER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOURCE
                       NOT AT END
                           IF VER-LINE (1:6) = "FAIL  "
                                   OR VER-LINE (1:6) = "NORUN "
                               MOVE SPACES TO WS-ITEM-KEY
                               MOVE VER-LINE (7:60) TO WS-ITEM-KEY
                               MOVE "N" TO WS-ITEM-HAS-INDEX
                               MOVE 0 TO WS-ITEM-INDEX1
                               IF VER-LINE (1:6) = "FAIL  "
                                   MOVE "SNIPPET FAILED VERIFICATION"
                                       TO WS-ITEM-DETAIL
                               ELSE
                                   MOVE "EXPECTED SNIPPET DID NOT RUN"
                                       TO WS-ITEM-DETAIL
                               END-IF
                               PERFORM 500-POST-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VER-FILE
           END-IF.

      *Every drift line starts with the edited INDEX1; the kind
      *of drift that follows it (r_ changed, f_ changed, only in
      *one of the two runs) is part of the key, so one index can
      *hold an r_ item and an f_ item at the same time.
       400-SCAN-DRIFTRPT.
           MOVE "N" TO WS-EOF-SOURCE
           OPEN INPUT DRF-FILE
           IF WS-DRF-STATUS NOT = "00"
               MOVE WS-DRF-STATUS TO WS-SRC-STATUS
               PERFORM 690-SOURCE-NOT-READ
           ELSE
               MOVE "Y" TO WS-SRC-OPENED (WS-SRC-IX)
               PERFORM UNTIL WS-EOF-SOURCE = "Y"
                   READ DRF-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOURCE
                       NOT AT END
                           PERFORM 410-CHECK-DRIFT-LINE
                   END-READ
               END-PERFORM
               CLOSE DRF-FILE
           END-IF.

       410-CHECK-DRIFT-LINE.
           IF DRF-LINE (9:1) NUMERIC
               MOVE SPACES TO WS-ITEM-KEY
               EVALUATE TRUE
                   WHEN DRF-LINE (10:8) = " R_ WAS "
                       MOVE DRF-LINE (1:12) TO WS-ITEM-KEY
                   WHEN DRF-LINE (10:8) = " F_ WAS "
                       MOVE DRF-LINE (1:12) TO WS-ITEM-KEY
                   WHEN DRF-LINE (10:9) = " ONLY IN "
                       MOVE DRF-LINE (1:29) TO WS-ITEM-KEY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-ITEM-KEY NOT = SPACES
                   MOVE "Y" TO WS-ITEM-HAS-INDEX
                   COMPUTE WS-ITEM-INDEX1
                       = FUNCTION NUMVAL (DRF-LINE (1:9))
                   MOVE DRF-LINE (1:60) TO WS-ITEM-DETAIL
                   PERFORM 500-POST-ITEM
               END-IF
           END-IF.

      *Only the report's mismatch lines become items, one per
      *INDEX1.
       450-SCAN-RECONRPT.
           MOVE "N" TO WS-EOF-SOURCE
           OPEN INPUT REC-FILE
           IF WS-REC-STATUS NOT = "00"
               MOVE WS-REC-STATUS TO WS-SRC-STATUS
               PERFORM 690-SOURCE-NOT-READ
           ELSE
               MOVE "Y" TO WS-SRC-OPENED (WS-SRC-IX)
               PERFORM UNTIL WS-EOF-SOURCE = "Y"
                   READ REC-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOURCE
                       NOT AT END
                           IF REC-LINE (9:1) NUMERIC
                                   AND REC-LINE (47:10) = " MISMATCH="
                                   AND REC-LINE (57:1) = "Y"
                               MOVE SPACES TO WS-ITEM-KEY
                               STRING REC-LINE (1:9) DELIMITED BY SIZE
                                   " MISMATCH" DELIMITED BY SIZE
                                   INTO WS-ITEM-KEY
                               MOVE "Y" TO WS-ITEM-HAS-INDEX
                               COMPUTE WS-ITEM-INDEX1
                                   = FUNCTION NUMVAL (REC-LINE (1:9))
                               MOVE REC-LINE (1:60) TO WS-ITEM-DETAIL
                               PERFORM 500-POST-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REC-FILE
           END-IF.

      *Posts the problem in WS-ITEM-xxx under the current source.
      *An item already stamped with tonight's date was posted by
      *an earlier run of tonight's stream and is left alone, so a
      *rerun does not count one night twice.
       500-POST-ITEM.
           ADD 1 TO WS-SRC-FOUND (WS-SRC-IX)
           ADD 1 TO WS-TOTAL-FOUND
           MOVE "Y" TO WS-EXQ-FOUND
           MOVE WS-SRC-NAME (WS-SRC-IX) TO EXQ-SOURCE
           MOVE WS-ITEM-KEY TO EXQ-ITEM-KEY
           READ EXQ-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXQ-FOUND
           END-READ
           IF WS-EXQ-FOUND = "N"
               PERFORM 510-OPEN-ITEM
           ELSE
               IF EXQ-LAST-SEEN = WS-RUN-DATE
                   ADD 1 TO WS-SRC-REPEAT (WS-SRC-IX)
                   ADD 1 TO WS-TOTAL-REPEAT
               ELSE
                   PERFORM 520-UPDATE-ITEM
               END-IF
           END-IF.

       510-OPEN-ITEM.
           MOVE WS-SRC-NAME (WS-SRC-IX) TO EXQ-SOURCE
           MOVE WS-ITEM-KEY TO EXQ-ITEM-KEY
           MOVE WS-ITEM-HAS-INDEX TO EXQ-HAS-INDEX
           MOVE WS-ITEM-INDEX1 TO EXQ-INDEX1
           MOVE "O" TO EXQ-STATUS
           MOVE WS-RUN-DATE TO EXQ-FIRST-SEEN
           MOVE WS-RUN-DATE TO EXQ-LAST-SEEN
           MOVE 1 TO EXQ-SEEN-COUNT
           MOVE SPACES TO EXQ-ASSIGNED-TO
           MOVE 0 TO EXQ-CLOSED-DATE
           MOVE WS-ITEM-DETAIL TO EXQ-DETAIL
           WRITE EXQ-RECORD
           IF WS-EXQ-STATUS = "00"
               ADD 1 TO WS-SRC-NEW (WS-SRC-IX)
               ADD 1 TO WS-TOTAL-NEW
               MOVE SPACES TO RPT-LINE
               STRING "NEW      " DELIMITED BY SIZE
                   EXQ-SOURCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXQ-ITEM-KEY DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               PERFORM 590-WRITE-FAILED
           END-IF.

       520-UPDATE-ITEM.
           MOVE "N" TO WS-EXQ-FOUND
           IF EXQ-STATUS = "C"
               MOVE "Y" TO WS-EXQ-FOUND
               IF EXQ-ASSIGNED-TO = SPACES
                   MOVE "O" TO EXQ-STATUS
               ELSE
                   MOVE "A" TO EXQ-STATUS
               END-IF
               MOVE 0 TO EXQ-CLOSED-DATE
           END-IF
           MOVE WS-RUN-DATE TO EXQ-LAST-SEEN
           IF EXQ-SEEN-COUNT < 99999
               ADD 1 TO EXQ-SEEN-COUNT
           END-IF
           MOVE WS-ITEM-DETAIL TO EXQ-DETAIL
           REWRITE EXQ-RECORD
           IF WS-EXQ-STATUS NOT = "00"
               PERFORM 590-WRITE-FAILED
           ELSE
               IF WS-EXQ-FOUND = "Y"
                   ADD 1 TO WS-SRC-REOPENED (WS-SRC-IX)
                   ADD 1 TO WS-TOTAL-REOPENED
                   MOVE SPACES TO RPT-LINE
                   STRING "REOPENED " DELIMITED BY SIZE
                       EXQ-SOURCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXQ-ITEM-KEY DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               ELSE
                   ADD 1 TO WS-SRC-UPDATED (WS-SRC-IX)
                   ADD 1 TO WS-TOTAL-UPDATED
               END-IF
           END-IF.

       590-WRITE-FAILED.
           ADD 1 TO WS-WRITE-ERRORS
           PERFORM 990-RAISE-WARNING
           MOVE SPACES TO RPT-LINE
           STRING "QUEUE WRITE FAILED, STATUS " DELIMITED BY SIZE
               WS-EXQ-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXQ-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXQ-ITEM-KEY DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

      *The step's own code already tells the operator it did not
      *run clean, so a stale source raises nothing more here.
       680-SOURCE-NOT-CURRENT.
           MOVE SPACES TO RPT-LINE
           STRING "SOURCE " DELIMITED BY SIZE
               WS-SRC-NAME (WS-SRC-IX) DELIMITED BY SIZE
               " SKIPPED, NOT WRITTEN CLEAN TONIGHT" DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

      *A source that cannot be read leaves its items untouched for
      *the night.
       690-SOURCE-NOT-READ.
           PERFORM 990-RAISE-WARNING
           MOVE SPACES TO RPT-LINE
           STRING "SOURCE " DELIMITED BY SIZE
               WS-SRC-NAME (WS-SRC-IX) DELIMITED BY SIZE
               " NOT READ, STATUS " DELIMITED BY SIZE
               WS-SRC-STATUS DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       700-WRITE-TOTALS.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
               IF WS-SRC-OPENED (WS-SRC-IX) = "Y"
                   MOVE WS-SRC-FOUND (WS-SRC-IX) TO WS-EDIT-COUNT
                   MOVE WS-SRC-NEW (WS-SRC-IX) TO WS-EDIT-COUNT2
                   MOVE WS-SRC-UPDATED (WS-SRC-IX) TO WS-EDIT-COUNT3
                   MOVE WS-SRC-REOPENED (WS-SRC-IX)
                       TO WS-EDIT-COUNT4
                   MOVE SPACES TO RPT-LINE
                   STRING "SOURCE " DELIMITED BY SIZE
                       WS-SRC-NAME (WS-SRC-IX) DELIMITED BY SIZE
                       " FOUND=" DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       " NEW=" DELIMITED BY SIZE
                       WS-EDIT-COUNT2 DELIMITED BY SIZE
                       " UPDATED=" DELIMITED BY SIZE
                       WS-EDIT-COUNT3 DELIMITED BY SIZE
                       " REOPENED=" DELIMITED BY SIZE
                       WS-EDIT-COUNT4 DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-FOUND TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER FOUND=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-TOTAL-NEW TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER NEW=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-TOTAL-UPDATED TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER UPDATED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-TOTAL-REOPENED TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER REOPENED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-TOTAL-REPEAT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER ALREADY POSTED TONIGHT=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           IF WS-WRITE-ERRORS > 0
               MOVE WS-WRITE-ERRORS TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "TRAILER WRITE ERRORS=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       750-WRITE-RPT-LINE.
           IF WS-RPT-OK = "Y"
               WRITE RPT-LINE
           END-IF.

       900-CLOSE-FILES.
           IF WS-RPT-OK = "Y"
               CLOSE RPT-FILE
           END-IF
           IF WS-EXQ-OK = "Y"
               CLOSE EXQ-FILE
           END-IF.

       970-WRITE-RUNCTL.
           OPEN EXTEND RUNC-FILE
           IF WS-RUNC-STATUS NOT = "00"
               OPEN OUTPUT RUNC-FILE
           END-IF
           IF WS-RUNC-STATUS = "00"
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
               MOVE SPACES TO WS-TIMESTAMP
               STRING WS-TS-DATE DELIMITED BY SIZE
                   WS-TS-TIME DELIMITED BY SIZE
                   INTO WS-TIMESTAMP
               MOVE WS-TS-DATE TO RUNC-RUN-DATE
               MOVE "EXQMAIN" TO RUNC-STEP-NAME
               MOVE WS-RUNC-TYPE TO RUNC-REC-TYPE
               MOVE WS-COND-CODE TO RUNC-COND-CODE
               MOVE WS-TIMESTAMP TO RUNC-TIMESTAMP
               WRITE RUNC-RECORD
               CLOSE RUNC-FILE
           ELSE
               DISPLAY "RUNCTL.DAT COULD NOT BE OPENED, STATUS "
                   WS-RUNC-STATUS
           END-IF.

       990-RAISE-WARNING.
           IF WS-COND-CODE < 4
               MOVE 4 TO WS-COND-CODE
           END-IF.

       991-RAISE-FATAL.
           IF WS-COND-CODE < 8
               MOVE 8 TO WS-COND-CODE
           END-IF.
       END PROGRAM EXQMAIN.
