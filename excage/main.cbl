       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXQ-FILE ASSIGN TO "../excqueue/EXCQUEUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXQ-KEY
               FILE STATUS IS WS-EXQ-STATUS.
           SELECT RPT-FILE ASSIGN TO "EXAGERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNC-FILE ASSIGN TO "../nightly/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXQ-FILE.
       COPY EXCQREC.
       FD  RPT-FILE.
       COPY RPTLINE.
       FD  RUNC-FILE.
       COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 WS-EXQ-STATUS             PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-RUNC-STATUS            PIC XX.
       01 WS-RUNC-TYPE              PIC X VALUE "S".

       01 WS-EOF-EXQ                PIC X VALUE "N".
       01 WS-EXQ-OK                 PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".

       01 WS-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-DAYS-OPEN              PIC 9(5) VALUE 0.
       01 WS-BUCKET                 PIC 9(4) VALUE 0.
       01 WS-STATUS-TEXT            PIC X(8).

       01 WS-TS-DATE                PIC 9(8).
       01 WS-TS-TIME                PIC 9(8).
       01 WS-TIMESTAMP               PIC X(16).

      *Age buckets by days since the item was first seen: 0-1,
      *2-7, 8-14, 15-30, and over 30.  WS-BKT-LIMIT holds the top
      *of each bucket but the last.
       01 WS-BKT-COUNT              PIC 9(4) VALUE 5.
       01 WS-BKT-IX                 PIC 9(4) VALUE 0.
       01 WS-BKT-LIMITS.
           05 FILLER                PIC 9(5) VALUE 1.
           05 FILLER                PIC 9(5) VALUE 7.
           05 FILLER                PIC 9(5) VALUE 14.
           05 FILLER                PIC 9(5) VALUE 30.
       01 WS-BKT-LIMIT-TABLE REDEFINES WS-BKT-LIMITS.
           05 WS-BKT-LIMIT          PIC 9(5) OCCURS 4 TIMES.

      *Open and assigned items per source and age bucket, in the
      *order the sources first appear on the queue; the queue is
      *read in key order, so that is source-name order.
       01 WS-SRC-MAX                PIC 9(4) VALUE 20.
       01 WS-SRC-COUNT              PIC 9(4) VALUE 0.
       01 WS-SRC-IX                 PIC 9(4) VALUE 0.
       01 WS-SRC-FOUND              PIC X VALUE "N".
       01 WS-SRC-DROPPED            PIC 9(9) VALUE 0.
       01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 20 TIMES.
               10 WS-SRC-NAME       PIC X(8).
               10 WS-SRC-TOTAL      PIC 9(9).
               10 WS-SRC-BKT        PIC 9(9) OCCURS 5 TIMES.
       01 WS-ALL-TOTAL              PIC 9(9) VALUE 0.
       01 WS-ALL-BKT-TABLE.
           05 WS-ALL-BKT            PIC 9(9) OCCURS 5 TIMES.

       01 WS-OPEN-COUNT             PIC 9(9) VALUE 0.
       01 WS-ASSIGNED-COUNT         PIC 9(9) VALUE 0.
       01 WS-CLOSED-COUNT           PIC 9(9) VALUE 0.

       01 WS-EDIT-DAYS              PIC Z(4)9.
       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-B1                PIC Z(4)9.
       01 WS-EDIT-B2                PIC Z(4)9.
       01 WS-EDIT-B3                PIC Z(4)9.
       01 WS-EDIT-B4                PIC Z(4)9.
       01 WS-EDIT-B5                PIC Z(4)9.
       01 WS-EDIT-TOTAL             PIC Z(5)9.

      *Condition code handed back to the nightly driver: 0 clean,
      *4 warnings (the queue or the report could not be opened).
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           MOVE "S" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 100-OPEN-FILES
           IF WS-EXQ-OK = "Y"
               MOVE SPACES TO RPT-LINE
               STRING "SOURCE    DAYS STATUS   ASSIGNED     ITEM"
                   DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               PERFORM UNTIL WS-EOF-EXQ = "Y"
                   READ EXQ-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-EXQ
                       NOT AT END
                           PERFORM 200-AGE-ITEM
                   END-READ
               END-PERFORM
               PERFORM 600-WRITE-SUMMARY
               PERFORM 700-WRITE-TRAILER
           END-IF
           PERFORM 900-CLOSE-FILES
           MOVE "E" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       100-OPEN-FILES.
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > WS-BKT-COUNT
               MOVE 0 TO WS-ALL-BKT (WS-BKT-IX)
           END-PERFORM
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "EXCEPTION QUEUE AGING REPORT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "AS OF " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY "EXAGERPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF
           OPEN INPUT EXQ-FILE
           IF WS-EXQ-STATUS = "00"
               MOVE "Y" TO WS-EXQ-OK
           ELSE
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "EXCEPTION QUEUE NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-EXQ-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

      *Closed items are only counted; open and assigned items are
      *aged from their first-seen date and listed.
       200-AGE-ITEM.
           IF EXQ-STATUS = "C"
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               IF EXQ-STATUS = "A"
                   ADD 1 TO WS-ASSIGNED-COUNT
                   MOVE "ASSIGNED" TO WS-STATUS-TEXT
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE "OPEN" TO WS-STATUS-TEXT
               END-IF
               MOVE 0 TO WS-DAYS-OPEN
               IF EXQ-FIRST-SEEN NUMERIC
                       AND EXQ-FIRST-SEEN > 0
                       AND EXQ-FIRST-SEEN < WS-RUN-DATE
                   COMPUTE WS-DAYS-OPEN
                       = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE (EXQ-FIRST-SEEN)
               END-IF
               MOVE WS-BKT-COUNT TO WS-BUCKET
               PERFORM VARYING WS-BKT-IX FROM WS-BKT-COUNT BY -1
                       UNTIL WS-BKT-IX < 2
                   IF WS-DAYS-OPEN NOT > WS-BKT-LIMIT (WS-BKT-IX - 1)
                       SUBTRACT 1 FROM WS-BUCKET
                   END-IF
               END-PERFORM
               PERFORM 300-ADD-TO-SOURCE
               MOVE WS-DAYS-OPEN TO WS-EDIT-DAYS
               MOVE SPACES TO RPT-LINE
               STRING EXQ-SOURCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXQ-ASSIGNED-TO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXQ-ITEM-KEY (1:38) DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       300-ADD-TO-SOURCE.
           MOVE "N" TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
                       OR WS-SRC-FOUND = "Y"
               IF WS-SRC-NAME (WS-SRC-IX) = EXQ-SOURCE
                   MOVE "Y" TO WS-SRC-FOUND
               END-IF
           END-PERFORM
           IF WS-SRC-FOUND = "Y"
               SUBTRACT 1 FROM WS-SRC-IX
           ELSE
               IF WS-SRC-COUNT < WS-SRC-MAX
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-IX
                   MOVE EXQ-SOURCE TO WS-SRC-NAME (WS-SRC-IX)
                   MOVE 0 TO WS-SRC-TOTAL (WS-SRC-IX)
                   PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                           UNTIL WS-BKT-IX > WS-BKT-COUNT
                       MOVE 0 TO WS-SRC-BKT (WS-SRC-IX, WS-BKT-IX)
                   END-PERFORM
                   MOVE "Y" TO WS-SRC-FOUND
               ELSE
                   ADD 1 TO WS-SRC-DROPPED
               END-IF
           END-IF
           IF WS-SRC-FOUND = "Y"
               ADD 1 TO WS-SRC-TOTAL (WS-SRC-IX)
               ADD 1 TO WS-SRC-BKT (WS-SRC-IX, WS-BUCKET)
           END-IF
           ADD 1 TO WS-ALL-TOTAL
           ADD 1 TO WS-ALL-BKT (WS-BUCKET).

       600-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           STRING "OPEN ITEMS BY SOURCE AND DAYS OPEN"
               DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SOURCE     0-1   2-7  8-14 15-30   31+  TOTAL"
               DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
               MOVE WS-SRC-BKT (WS-SRC-IX, 1) TO WS-EDIT-B1
               MOVE WS-SRC-BKT (WS-SRC-IX, 2) TO WS-EDIT-B2
               MOVE WS-SRC-BKT (WS-SRC-IX, 3) TO WS-EDIT-B3
               MOVE WS-SRC-BKT (WS-SRC-IX, 4) TO WS-EDIT-B4
               MOVE WS-SRC-BKT (WS-SRC-IX, 5) TO WS-EDIT-B5
               MOVE WS-SRC-TOTAL (WS-SRC-IX) TO WS-EDIT-TOTAL
               MOVE SPACES TO RPT-LINE
               STRING WS-SRC-NAME (WS-SRC-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-B1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-B2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-B3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-B4 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-B5 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-PERFORM
           MOVE WS-ALL-BKT (1) TO WS-EDIT-B1
           MOVE WS-ALL-BKT (2) TO WS-EDIT-B2
           MOVE WS-ALL-BKT (3) TO WS-EDIT-B3
           MOVE WS-ALL-BKT (4) TO WS-EDIT-B4
           MOVE WS-ALL-BKT (5) TO WS-EDIT-B5
           MOVE WS-ALL-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "ALL     " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-B1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-B2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-B3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-B4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-B5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           IF WS-SRC-DROPPED > 0
               MOVE WS-SRC-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "SOURCE TABLE FULL, ITEMS IN ALL ONLY="
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       700-WRITE-TRAILER.
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER OPEN=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-ASSIGNED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER ASSIGNED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER CLOSED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

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
               MOVE "EXAMAIN" TO RUNC-STEP-NAME
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
       END PROGRAM EXAMAIN.
