           SELECT CTL-FILE ASSIGN TO "DEMOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CKPT-FILE ASSIGN TO DYNAMIC WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../audit/WASMAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT STAT-FILE ASSIGN TO DYNAMIC WS-STAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT TRND-FILE ASSIGN TO "DEMOTRND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRND-STATUS.
           SELECT EDIT-FILE ASSIGN TO DYNAMIC WS-EDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-STATUS.
           SELECT RUNC-FILE ASSIGN TO "../nightly/RUNCTL.DAT"
           SELECT OPT-FILE ASSIGN TO "DEMOOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-STATUS.
           SELECT OVR-FILE ASSIGN TO "DEMOOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT MAST-FILE ASSIGN TO "DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DMAST-INDEX1
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-MAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY RUNCTLRC.
       FD  OPT-FILE.
       COPY DEMOOPT.
       FD  OVR-FILE.
       COPY DEMOOVR.
       FD  MAST-FILE.
       COPY DEMOMAST.
       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS           PIC XX.
       01 WS-STAT-STATUS           PIC XX.
       01 WS-OPT-STATUS            PIC XX.
       01 WS-OVR-STATUS            PIC XX.
       01 WS-RUNC-STATUS           PIC XX.
       01 WS-RUNC-TYPE             PIC X VALUE "S".
       01 WS-TRND-STATUS           PIC XX.
       01 WS-CKPT-OK               PIC X VALUE "N".
       01 WS-AUDIT-OK              PIC X VALUE "N".
       01 WS-MAST-OK               PIC X VALUE "N".
       01 WS-MAST-FAIL             PIC X VALUE "N".
       01 WS-AUDIT-FAIL            PIC X VALUE "N".
       01 WS-MAST-FOUND            PIC X VALUE "N".
       01 WS-EDIT-RPT-OK           PIC X VALUE "N".

               10 WS-CTL-HIGH      PIC 9(9).
               10 WS-CTL-STEP      PIC 9(4).
               10 WS-CTL-TARGET    PIC 9(9).
               10 WS-CTL-PART      PIC 9(2).

       01 WS-TS-DATE                PIC 9(8).
       01 WS-TS-TIME                PIC 9(8).
       01 WS-EDIT-RANGE-HIGH        PIC Z(8)9.
       01 WS-EDIT-STEP              PIC Z(3)9.
       01 WS-EDIT-TARGET            PIC Z(8)9.
       01 WS-EDIT-PART              PIC Z9.

       01 WS-CKPT-INTERVAL          PIC 9(9) VALUE 1000.

       01 WS-RANGE-SKIPPED          PIC 9(9) VALUE 0.
       01 WS-RUN-SKIPPED            PIC 9(9) VALUE 0.

      *Partitioned run: the nightly driver starts one copy of this
      *program per partition at the same time, each with its
      *partition number in the DEMO1PART environment variable.  A
      *partition works only the control ranges carrying its number
      *and keeps its own report, checkpoint, edit, and statistics
      *files (suffix .Pnn) and its own DEMO1Pnn run-control
      *records, so a restart of one partition leaves the others
      *alone.  DMGMAIN folds the reports and statistics back into
      *DEMORPT.DAT and DEMOSTAT.DAT and rebuilds the trend report.
      *With DEMO1PART unset the run is the single job over every
      *range it always was.
       01 WS-PARTITIONED            PIC X VALUE "N".
       01 WS-PART-TEXT              PIC X(2) VALUE SPACES.
       01 WS-PART-NUM               PIC 9(2) VALUE 0.
       01 WS-PART-MAX               PIC 9(2) VALUE 20.
       01 WS-RUNC-STEP              PIC X(8) VALUE "DEMO1MN".
       01 WS-RPT-FILE-NAME          PIC X(12) VALUE "DEMORPT.DAT".
       01 WS-CKPT-FILE-NAME         PIC X(12) VALUE "DEMOCKPT.DAT".
       01 WS-STAT-FILE-NAME         PIC X(12) VALUE "DEMOSTAT.DAT".
       01 WS-EDIT-FILE-NAME         PIC X(12) VALUE "DEMOEDIT.DAT".

      *The shared audit and run-control files are locked by whoever
      *has them open, so while partitions run side by side a
      *partition holds its audit records here and appends them in
      *one short open at each checkpoint, when the table fills, and
      *at the end of the run.  An open that finds the file locked
      *by another partition (status 61) waits a second and tries
      *again.  Flushing ahead of every checkpoint, and stopping the
      *partition short of its next checkpoint when a flush fails,
      *means a restart never resumes past a call whose audit record
      *was lost.
       01 WS-AUD-HOLD-MAX           PIC 9(4) VALUE 500.
       01 WS-AUD-HOLD-COUNT         PIC 9(4) VALUE 0.
       01 WS-AUD-HOLD-IX            PIC 9(4) VALUE 0.
       01 WS-AUD-HOLD-TABLE.
           05 WS-AUD-HOLD-REC       PIC X(90) OCCURS 500 TIMES.
       01 WS-LOCK-TRIES             PIC 9(4) VALUE 0.
       01 WS-LOCK-MAX               PIC 9(4) VALUE 120.
       01 WS-LOCK-WAIT              PIC 9(4) VALUE 1.

      *Condition code handed back to the nightly driver: 0 clean,
      *4 warnings (file trouble or unresolved entry points), 8 a
      *failed control-file edit, or a partition that could not open
      *the master or append its audit records.
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

      *Per-range timing for the run-statistics file and the

       PROCEDURE DIVISION.
       000-Main. *>Can this be something else?
           PERFORM 050-SET-PARTITION
           IF WS-COND-CODE > 4
               MOVE WS-COND-CODE TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "S" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           PERFORM 100-INITIALIZE-RUN
           IF WS-NO-CTL-FILE = "N"
               PERFORM 150-EDIT-CONTROLS
           END-IF
           IF WS-CTL-FAIL = "N" AND WS-MAST-FAIL = "N"
               PERFORM 200-READ-CHECKPOINT
           END-IF
           IF WS-HAVE-CKPT = "Y"
               MOVE WS-RESUME-TOTAL-COUNT TO WS-TOTAL-MATCH-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-MAST-FAIL = "Y"
                   IF WS-RPT-OK = "Y"
                       MOVE SPACES TO RPT-LINE
                       STRING "RUN STOPPED, DEMOMAST.DAT NOT AVAILABLE"
                           DELIMITED BY SIZE
                           INTO RPT-TEXT
                       WRITE RPT-LINE
                   END-IF
               WHEN WS-NO-CTL-FILE = "Y"
                   MOVE 0  TO WS-RANGE-LOW
                   MOVE 16 TO WS-RANGE-HIGH
                   MOVE 1  TO WS-RANGE-STEP
                   MOVE 5  TO WS-RANGE-TARGET
                   ADD 1 TO WS-RANGE-SEQ
                   IF WS-PARTITIONED = "N" OR WS-PART-NUM = 1
                       PERFORM 300-PROCESS-RANGE
                   END-IF
               WHEN WS-CTL-FAIL = "Y"
                   PERFORM 991-RAISE-FATAL
                   DISPLAY "DEMOCTL.DAT FAILED EDIT, RUN STOPPED"
               WHEN OTHER
                   PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                           UNTIL WS-CTL-IX > WS-CTL-COUNT
                               OR WS-AUDIT-FAIL = "Y"
                       ADD 1 TO WS-RANGE-SEQ
                       MOVE WS-CTL-LOW (WS-CTL-IX) TO WS-RANGE-LOW
                       MOVE WS-CTL-HIGH (WS-CTL-IX) TO WS-RANGE-HIGH
                       MOVE WS-CTL-STEP (WS-CTL-IX) TO WS-RANGE-STEP
                       MOVE WS-CTL-TARGET (WS-CTL-IX)
                           TO WS-RANGE-TARGET
                       IF WS-PARTITIONED = "N"
                               OR WS-CTL-PART (WS-CTL-IX) = WS-PART-NUM
                           PERFORM 300-PROCESS-RANGE
                       END-IF
                   END-PERFORM
           END-EVALUATE
           PERFORM 900-FINALIZE-RUN
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

      *DEMO1PART is one or two digits; anything else, or a number
      *outside 1 to the partition limit, stops the run before it
      *touches a file.
       050-SET-PARTITION.
           ACCEPT WS-PART-TEXT FROM ENVIRONMENT "DEMO1PART"
           IF WS-PART-TEXT NOT = SPACES
               IF WS-PART-TEXT (2:1) = SPACE
                   MOVE WS-PART-TEXT (1:1) TO WS-PART-TEXT (2:1)
                   MOVE "0" TO WS-PART-TEXT (1:1)
               END-IF
               IF WS-PART-TEXT NUMERIC
                   MOVE WS-PART-TEXT TO WS-PART-NUM
               END-IF
               IF WS-PART-NUM = 0 OR WS-PART-NUM > WS-PART-MAX
                   PERFORM 991-RAISE-FATAL
                   DISPLAY "DEMO1PART " WS-PART-TEXT
                       " IS NOT A PARTITION NUMBER, RUN STOPPED"
               ELSE
                   MOVE "Y" TO WS-PARTITIONED
                   MOVE SPACES TO WS-RUNC-STEP
                   STRING "DEMO1P" DELIMITED BY SIZE
                       WS-PART-TEXT DELIMITED BY SIZE
                       INTO WS-RUNC-STEP
                   MOVE SPACES TO WS-RPT-FILE-NAME
                   STRING "DEMORPT.P" DELIMITED BY SIZE
                       WS-PART-TEXT DELIMITED BY SIZE
                       INTO WS-RPT-FILE-NAME
                   MOVE SPACES TO WS-CKPT-FILE-NAME
                   STRING "DEMOCKPT.P" DELIMITED BY SIZE
                       WS-PART-TEXT DELIMITED BY SIZE
                       INTO WS-CKPT-FILE-NAME
                   MOVE SPACES TO WS-STAT-FILE-NAME
                   STRING "DEMOSTAT.P" DELIMITED BY SIZE
                       WS-PART-TEXT DELIMITED BY SIZE
                       INTO WS-STAT-FILE-NAME
                   MOVE SPACES TO WS-EDIT-FILE-NAME
                   STRING "DEMOEDIT.P" DELIMITED BY SIZE
                       WS-PART-TEXT DELIMITED BY SIZE
                       INTO WS-EDIT-FILE-NAME
               END-IF
           END-IF.

       100-INITIALIZE-RUN.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               IF WS-PARTITIONED = "Y"
                   STRING "DEMO1 R_ TEST REPORT PARTITION "
                       DELIMITED BY SIZE
                       WS-PART-TEXT DELIMITED BY SIZE
                       INTO RPT-TEXT
               ELSE
                   STRING "DEMO1 R_ TEST REPORT" DELIMITED BY SIZE
                       INTO RPT-TEXT
               END-IF
               WRITE RPT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY WS-RPT-FILE-NAME " COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF
           IF WS-PARTITIONED = "Y"
               MOVE "Y" TO WS-AUDIT-OK
           ELSE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS = "00"
                   MOVE "Y" TO WS-AUDIT-OK
               ELSE
                   PERFORM 990-RAISE-WARNING
                   DISPLAY "WASMAUDT.DAT COULD NOT BE OPENED, STATUS "
                       WS-AUDIT-STATUS
               END-IF
           END-IF
      *A partition shares the master with the others, so it never
      *creates it (the driver does that before any partition is
      *started) and cannot run without it.  A single run creates
      *a master that is not there yet.
           IF WS-PARTITIONED = "Y"
               MOVE 0 TO WS-LOCK-TRIES
               MOVE "61" TO WS-MAST-STATUS
               PERFORM 105-OPEN-SHARED-MAST
                   UNTIL WS-MAST-STATUS NOT = "61"
                       OR WS-LOCK-TRIES NOT < WS-LOCK-MAX
           ELSE
               OPEN I-O MAST-FILE
               IF WS-MAST-STATUS = "35"
                   OPEN OUTPUT MAST-FILE
                   IF WS-MAST-STATUS = "00"
                       CLOSE MAST-FILE
                       OPEN I-O MAST-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-MAST-STATUS = "00"
               MOVE "Y" TO WS-MAST-OK
           ELSE
               IF WS-PARTITIONED = "Y"
                   MOVE "Y" TO WS-MAST-FAIL
                   PERFORM 991-RAISE-FATAL
                   DISPLAY "DEMOMAST.DAT COULD NOT BE OPENED, STATUS "
                       WS-MAST-STATUS ", PARTITION STOPPED"
               ELSE
                   PERFORM 990-RAISE-WARNING
                   DISPLAY "DEMOMAST.DAT COULD NOT BE OPENED, STATUS "
                       WS-MAST-STATUS
               END-IF
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN EXTEND STAT-FILE
               MOVE "Y" TO WS-STAT-OK
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY WS-STAT-FILE-NAME " COULD NOT BE OPENED, STATUS "
                   WS-STAT-STATUS
           END-IF.

       105-OPEN-SHARED-MAST.
           OPEN I-O MAST-FILE
           IF WS-MAST-STATUS = "61"
               ADD 1 TO WS-LOCK-TRIES
               CALL "C$SLEEP" USING WS-LOCK-WAIT
           END-IF.

       140-READ-OPTIONS.
           OPEN INPUT OPT-FILE
           IF WS-OPT-STATUS = "00"
               END-READ
               CLOSE OPT-FILE
           END-IF
           PERFORM 145-READ-OVERRIDE
           IF WS-RUN-MODE = "D" AND WS-MAST-OK = "N"
               PERFORM 990-RAISE-WARNING
               MOVE "F" TO WS-RUN-MODE
               END-IF
           END-IF.

      *The nightly driver's calendar can force a full refresh
      *(month-end) over a delta option.
       145-READ-OVERRIDE.
           OPEN INPUT OVR-FILE
           IF WS-OVR-STATUS = "00"
               READ OVR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DEMO-OVR-RUN-MODE = "F"
                               AND WS-RUN-MODE = "D"
                           MOVE "F" TO WS-RUN-MODE
                           IF WS-RPT-OK = "Y"
                               MOVE SPACES TO RPT-LINE
                               STRING "DELTA OPTION OVERRIDDEN, "
                                   DELIMITED BY SIZE
                                   "FULL REFRESH FOR "
                                   DELIMITED BY SIZE
                                   DEMO-OVR-REASON DELIMITED BY SIZE
                                   INTO RPT-TEXT
                               WRITE RPT-LINE
                           END-IF
                       END-IF
               END-READ
               CLOSE OVR-FILE
           END-IF.

       150-EDIT-CONTROLS.
           OPEN OUTPUT EDIT-FILE
           IF WS-EDIT-STATUS = "00"
               WRITE EDIT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY WS-EDIT-FILE-NAME " COULD NOT BE OPENED, STATUS "
                   WS-EDIT-STATUS
           END-IF
           PERFORM UNTIL WS-EOF-CTL = "Y"
           IF LOOP-PARM-TARGET = SPACES
               MOVE 5 TO LOOP-PARM-TARGET
           END-IF
           IF LOOP-PARM-PART = SPACES
               MOVE 1 TO LOOP-PARM-PART
           END-IF
           EVALUATE TRUE
               WHEN LOOP-PARM-LOW NOT NUMERIC
                       OR LOOP-PARM-HIGH NOT NUMERIC
                   PERFORM 174-REJECT-STEP-TARGET
               WHEN LOOP-PARM-STEP = 0
                   PERFORM 174-REJECT-STEP-TARGET
               WHEN LOOP-PARM-PART NOT NUMERIC
                   PERFORM 176-REJECT-PARTITION
               WHEN LOOP-PARM-PART = 0
                       OR LOOP-PARM-PART > WS-PART-MAX
                   PERFORM 176-REJECT-PARTITION
               WHEN OTHER
                   MOVE 0 TO WS-CTL-OVERLAP
                   PERFORM VARYING WS-CTL-IX2 FROM 1 BY 1
                               TO WS-CTL-STEP (WS-CTL-COUNT)
                           MOVE LOOP-PARM-TARGET
                               TO WS-CTL-TARGET (WS-CTL-COUNT)
                           MOVE LOOP-PARM-PART
                               TO WS-CTL-PART (WS-CTL-COUNT)
                       ELSE
                           PERFORM 173-REJECT-TOO-MANY
                       END-IF
               WRITE EDIT-LINE
           END-IF.

       176-REJECT-PARTITION.
           MOVE WS-PART-MAX TO WS-EDIT-PART
           MOVE SPACES TO WS-CTL-REASON
           STRING "PARTITION NOT 1 TO " DELIMITED BY SIZE
               WS-EDIT-PART DELIMITED BY SIZE
               INTO WS-CTL-REASON
           PERFORM 175-WRITE-REJECT.

       200-READ-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS = "00"
               MOVE "Y" TO WS-CKPT-OK
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY WS-CKPT-FILE-NAME " COULD NOT BE OPENED, STATUS "
                   WS-CKPT-STATUS
           END-IF.

                       VARYING INDEX1 FROM WS-START-INDEX
                       BY WS-RANGE-STEP
                       UNTIL INDEX1 > WS-RANGE-HIGH
                           OR WS-AUDIT-FAIL = "Y"
               END-IF
               IF WS-RPT-OK = "Y"
                   MOVE WS-RANGE-MATCH-COUNT TO WS-EDIT-COUNT
           END-IF.

       700-WRITE-CHECKPOINT.
           IF WS-PARTITIONED = "Y"
               PERFORM 820-FLUSH-AUDIT
           END-IF
           IF WS-CKPT-OK = "Y" AND WS-AUDIT-FAIL = "N"
               ADD 1 TO WS-RANGE-CKPTS
               MOVE WS-RANGE-SEQ TO CKPT-RANGE-NUM
               MOVE INDEX1 TO CKPT-LAST-INDEX
               MOVE WS-AUD-INDEX-TXT TO AUDIT-INDEX
               MOVE WS-AUD-RETCODE-TXT TO AUDIT-RETURN-CODE
               MOVE WS-AUD-STATUS-TXT TO AUDIT-STATUS
               IF WS-PARTITIONED = "Y"
                   ADD 1 TO WS-AUD-HOLD-COUNT
                   MOVE AUDIT-RECORD
                       TO WS-AUD-HOLD-REC (WS-AUD-HOLD-COUNT)
                   IF WS-AUD-HOLD-COUNT NOT < WS-AUD-HOLD-MAX
                       PERFORM 820-FLUSH-AUDIT
                   END-IF
               ELSE
                   WRITE AUDIT-RECORD
               END-IF
           END-IF.

       820-FLUSH-AUDIT.
           IF WS-AUD-HOLD-COUNT > 0 AND WS-AUDIT-OK = "Y"
               MOVE 0 TO WS-LOCK-TRIES
               MOVE "61" TO WS-AUDIT-STATUS
               PERFORM 825-OPEN-SHARED-AUDIT
                   UNTIL WS-AUDIT-STATUS NOT = "61"
                       OR WS-LOCK-TRIES NOT < WS-LOCK-MAX
               IF WS-AUDIT-STATUS = "00"
                   PERFORM VARYING WS-AUD-HOLD-IX FROM 1 BY 1
                           UNTIL WS-AUD-HOLD-IX > WS-AUD-HOLD-COUNT
                               OR WS-AUDIT-STATUS NOT = "00"
                       WRITE AUDIT-RECORD
                           FROM WS-AUD-HOLD-REC (WS-AUD-HOLD-IX)
                   END-PERFORM
                   IF WS-AUDIT-STATUS NOT = "00"
                       PERFORM 830-STOP-AUDIT-LOST
                   END-IF
                   CLOSE AUDIT-FILE
               ELSE
                   PERFORM 830-STOP-AUDIT-LOST
               END-IF
           END-IF
           MOVE 0 TO WS-AUD-HOLD-COUNT.

      *Held audit records that could not be appended are gone, so
      *the partition goes no further: no checkpoint is written past
      *them, and the rerun makes those calls again with an audit
      *trail that recovery can replay.
       830-STOP-AUDIT-LOST.
           MOVE "N" TO WS-AUDIT-OK
           MOVE "Y" TO WS-AUDIT-FAIL
           PERFORM 991-RAISE-FATAL
           DISPLAY "WASMAUDT.DAT NOT WRITTEN, STATUS "
               WS-AUDIT-STATUS ", PARTITION STOPPED"
           IF WS-RPT-OK = "Y"
               MOVE SPACES TO RPT-LINE
               STRING "RUN STOPPED, AUDIT RECORDS NOT WRITTEN, STATUS "
                   DELIMITED BY SIZE
                   WS-AUDIT-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF.

       825-OPEN-SHARED-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "61"
               ADD 1 TO WS-LOCK-TRIES
               CALL "C$SLEEP" USING WS-LOCK-WAIT
           END-IF.

       900-FINALIZE-RUN.
               WRITE RPT-LINE
           END-IF
           PERFORM 910-WRITE-RUN-SUMMARY
           IF WS-PARTITIONED = "Y"
               PERFORM 820-FLUSH-AUDIT
           ELSE
               CLOSE AUDIT-FILE
           END-IF
           CLOSE CTL-FILE
           CLOSE RPT-FILE
           CLOSE CKPT-FILE
           IF WS-MAST-OK = "Y"
               CLOSE MAST-FILE
           END-IF
           IF WS-CKPT-OK = "Y" AND WS-AUDIT-FAIL = "N"
               OPEN OUTPUT CKPT-FILE
               CLOSE CKPT-FILE
           END-IF
           IF WS-STAT-OK = "Y"
               CLOSE STAT-FILE
               IF WS-PARTITIONED = "N"
                   PERFORM 950-WRITE-TREND
               END-IF
           END-IF.

       910-WRITE-RUN-SUMMARY.
           WRITE TRND-LINE.

       970-WRITE-RUNCTL.
           MOVE 0 TO WS-LOCK-TRIES
           MOVE "61" TO WS-RUNC-STATUS
           PERFORM 975-OPEN-SHARED-RUNCTL
               UNTIL WS-RUNC-STATUS NOT = "61"
                   OR WS-LOCK-TRIES NOT < WS-LOCK-MAX
           IF WS-RUNC-STATUS = "00"
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
                   WS-TS-TIME DELIMITED BY SIZE
                   INTO WS-TIMESTAMP
               MOVE WS-TS-DATE TO RUNC-RUN-DATE
               MOVE WS-RUNC-STEP TO RUNC-STEP-NAME
               MOVE WS-RUNC-TYPE TO RUNC-REC-TYPE
               MOVE WS-COND-CODE TO RUNC-COND-CODE
               MOVE WS-TIMESTAMP TO RUNC-TIMESTAMP
                   WS-RUNC-STATUS
           END-IF.

      *Partitions running side by side each append their own start
      *and end records, so an open that finds another partition
      *holding the file waits and tries again.
       975-OPEN-SHARED-RUNCTL.
           OPEN EXTEND RUNC-FILE
           IF WS-RUNC-STATUS = "35"
               OPEN OUTPUT RUNC-FILE
           END-IF
           IF WS-RUNC-STATUS = "61"
               ADD 1 TO WS-LOCK-TRIES
               CALL "C$SLEEP" USING WS-LOCK-WAIT
           END-IF.

       990-RAISE-WARNING.
           IF WS-COND-CODE < 4
               MOVE 4 TO WS-COND-CODE
