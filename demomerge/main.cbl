       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMGMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "../demo1/DEMOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PRPT-FILE ASSIGN TO DYNAMIC WS-PRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.
           SELECT RPT-FILE ASSIGN TO "../demo1/DEMORPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PSTAT-FILE ASSIGN TO DYNAMIC WS-PSTAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTAT-STATUS.
           SELECT STAT-FILE ASSIGN TO "../demo1/DEMOSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT PEDIT-FILE ASSIGN TO DYNAMIC WS-PEDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIT-STATUS.
           SELECT EDIT-FILE ASSIGN TO "../demo1/DEMOEDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-STATUS.
           SELECT TRND-FILE ASSIGN TO "../demo1/DEMOTRND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRND-STATUS.
           SELECT RUNC-FILE ASSIGN TO "../nightly/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       COPY LOOPPARM.
       FD  PRPT-FILE.
       01  PRPT-LINE                   PIC X(80).
       FD  RPT-FILE.
       COPY RPTLINE.
       FD  PSTAT-FILE.
       01  PSTAT-RECORD                PIC X(62).
       FD  STAT-FILE.
       COPY RUNSTAT.
       FD  PEDIT-FILE.
       01  PEDIT-LINE                  PIC X(80).
       FD  EDIT-FILE.
       01  EDIT-LINE                   PIC X(80).
       FD  TRND-FILE.
       01  TRND-LINE                   PIC X(80).
       FD  RUNC-FILE.
       COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS             PIC XX.
       01 WS-PRPT-STATUS            PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-PSTAT-STATUS           PIC XX.
       01 WS-STAT-STATUS            PIC XX.
       01 WS-PEDIT-STATUS           PIC XX.
       01 WS-EDIT-STATUS            PIC XX.
       01 WS-TRND-STATUS            PIC XX.
       01 WS-RUNC-STATUS            PIC XX.
       01 WS-RUNC-TYPE              PIC X VALUE "S".

       01 WS-EOF-CTL                PIC X VALUE "N".
       01 WS-EOF-PRPT               PIC X VALUE "N".
       01 WS-EOF-PSTAT              PIC X VALUE "N".
       01 WS-EOF-PEDIT              PIC X VALUE "N".
       01 WS-EOF-STAT               PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-STAT-OK                PIC X VALUE "N".
       01 WS-EDIT-COPIED            PIC X VALUE "N".

      *The partitions DEMO1MN ran under, found the same way the
      *nightly driver finds them: the highest partition number on
      *the control file, a blank partition counting as 1.  Each
      *partition's files carry the suffix .Pnn.
       01 WS-PART-MAX               PIC 9(4) VALUE 20.
       01 WS-PART-COUNT             PIC 9(4) VALUE 0.
       01 WS-PART-IX                PIC 9(4) VALUE 0.
       01 WS-PART-NUM               PIC 9(2) VALUE 0.
       01 WS-PRPT-FILE-NAME         PIC X(24) VALUE SPACES.
       01 WS-PSTAT-FILE-NAME        PIC X(24) VALUE SPACES.
       01 WS-PEDIT-FILE-NAME        PIC X(24) VALUE SPACES.

      *Merge totals.  A partition's own match total is read back
      *off its TOTAL TRAILER MATCHES line and added into the one
      *total the merged report ends with, the same line a single
      *whole-file run writes.
       01 WS-PART-LINES             PIC 9(9) VALUE 0.
       01 WS-REPORTS-MERGED         PIC 9(4) VALUE 0.
       01 WS-REPORTS-MISSING        PIC 9(4) VALUE 0.
       01 WS-STATS-MISSING          PIC 9(4) VALUE 0.
       01 WS-STATS-MERGED           PIC 9(9) VALUE 0.
       01 WS-PART-STATS             PIC 9(9) VALUE 0.
       01 WS-TOTAL-MATCH-COUNT      PIC 9(9) VALUE 0.
       01 WS-MATCH-TXT              PIC X(9).
       01 WS-MATCH-NUM REDEFINES WS-MATCH-TXT PIC 9(9).

       01 WS-TREND-MAX             PIC 9(4) VALUE 50.
       01 WS-TREND-COUNT           PIC 9(4) VALUE 0.
       01 WS-TREND-IX              PIC 9(4) VALUE 0.
       01 WS-TREND-IX2             PIC 9(4) VALUE 0.
       01 WS-TREND-FOUND           PIC X VALUE "N".
       01 WS-TREND-CPS             PIC 9(7)V99 VALUE 0.
       01 WS-TREND-PRIOR-CPS       PIC 9(7)V99 VALUE 0.
       01 WS-TREND-PRIOR-HSECS     PIC 9(11) VALUE 0.
       01 WS-TREND-PRIOR-CALLS     PIC 9(11) VALUE 0.
       01 WS-TREND-PCT             PIC 9(7)V99 VALUE 0.
       01 WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 50 TIMES.
               10 WS-TREND-DATE    PIC 9(8).
               10 WS-TREND-CALLS   PIC 9(9).
               10 WS-TREND-HSECS   PIC 9(9).

       01 WS-TS-DATE                PIC 9(8).
       01 WS-TS-TIME                PIC 9(8).
       01 WS-TIMESTAMP              PIC X(16).

       01 WS-EDIT-PART              PIC 99.
       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-SMALL             PIC Z(3)9.
       01 WS-EDIT-SMALL2            PIC Z(3)9.
       01 WS-EDIT-CPS               PIC Z(6)9.99.
       01 WS-EDIT-CPS2              PIC Z(6)9.99.
       01 WS-EDIT-SECS              PIC Z(6)9.99.
       01 WS-EDIT-PCT               PIC Z(6)9.99.

      *Condition code handed back to the nightly driver: 0 clean,
      *4 a partition's report, statistics, or edit file missing or
      *the control file not partitioned, 8 the merged report could
      *not be written.
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           MOVE "S" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           PERFORM 100-COUNT-PARTITIONS
           IF WS-PART-COUNT < 2
               PERFORM 990-RAISE-WARNING
               DISPLAY "DEMOCTL.DAT IS NOT PARTITIONED, NOTHING MERGED"
           ELSE
               PERFORM 200-OPEN-MERGED-REPORT
           END-IF
           IF WS-RPT-OK = "Y"
               PERFORM 300-MERGE-PARTITION-REPORT
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               PERFORM 400-MERGE-STATISTICS
               PERFORM 700-WRITE-TOTALS
               CLOSE RPT-FILE
               PERFORM 500-COPY-EDIT-REPORT
               IF WS-STAT-OK = "Y"
                   PERFORM 950-WRITE-TREND
               END-IF
           END-IF
           MOVE "E" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       100-COUNT-PARTITIONS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "DEMOCTL.DAT COULD NOT BE OPENED, STATUS "
                   WS-CTL-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-CTL = "Y"
                   READ CTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CTL
                       NOT AT END
                           PERFORM 110-NOTE-PARTITION
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.

      *A partition number DEMO1MN's edit would reject is passed
      *over here; that partition's run failed its edit anyway.
       110-NOTE-PARTITION.
           IF LOOP-PARM-PART = SPACES
               MOVE 1 TO LOOP-PARM-PART
           END-IF
           IF LOOP-PARM-PART NUMERIC
               IF LOOP-PARM-PART > WS-PART-COUNT
                       AND LOOP-PARM-PART NOT > WS-PART-MAX
                   MOVE LOOP-PARM-PART TO WS-PART-COUNT
               END-IF
           END-IF.

       200-OPEN-MERGED-REPORT.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "DEMO1 R_ TEST REPORT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 991-RAISE-FATAL
               DISPLAY "DEMORPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF.

      *Each partition's report is copied in partition order under
      *a heading line in place of its own title.  Its match total
      *is relabelled as the partition's, so the merged report has
      *only the one TOTAL TRAILER MATCHES line at the end.
       300-MERGE-PARTITION-REPORT.
           MOVE WS-PART-IX TO WS-PART-NUM
           MOVE SPACES TO WS-PRPT-FILE-NAME
           STRING "../demo1/DEMORPT.P" DELIMITED BY SIZE
               WS-PART-NUM DELIMITED BY SIZE
               INTO WS-PRPT-FILE-NAME
           MOVE WS-PART-NUM TO WS-EDIT-PART
           MOVE 0 TO WS-PART-LINES
           MOVE "N" TO WS-EOF-PRPT
           OPEN INPUT PRPT-FILE
           IF WS-PRPT-STATUS NOT = "00"
               PERFORM 990-RAISE-WARNING
               ADD 1 TO WS-REPORTS-MISSING
               MOVE SPACES TO RPT-LINE
               STRING "PARTITION " DELIMITED BY SIZE
                   WS-EDIT-PART DELIMITED BY SIZE
                   " REPORT MISSING, STATUS " DELIMITED BY SIZE
                   WS-PRPT-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               ADD 1 TO WS-REPORTS-MERGED
               MOVE SPACES TO RPT-LINE
               STRING "PARTITION " DELIMITED BY SIZE
                   WS-EDIT-PART DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
               PERFORM UNTIL WS-EOF-PRPT = "Y"
                   READ PRPT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PRPT
                       NOT AT END
                           ADD 1 TO WS-PART-LINES
                           PERFORM 310-COPY-REPORT-LINE
                   END-READ
               END-PERFORM
               CLOSE PRPT-FILE
           END-IF.

       310-COPY-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-PART-LINES = 1
                       AND PRPT-LINE (1:20) = "DEMO1 R_ TEST REPORT"
                   CONTINUE
               WHEN PRPT-LINE (1:22) = "TOTAL TRAILER MATCHES="
                   MOVE PRPT-LINE (23:9) TO WS-MATCH-TXT
                   INSPECT WS-MATCH-TXT
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-MATCH-NUM NUMERIC
                       ADD WS-MATCH-NUM TO WS-TOTAL-MATCH-COUNT
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING "PARTITION " DELIMITED BY SIZE
                       WS-EDIT-PART DELIMITED BY SIZE
                       " TRAILER MATCHES=" DELIMITED BY SIZE
                       PRPT-LINE (23:9) DELIMITED BY SIZE
                       INTO RPT-TEXT
                   WRITE RPT-LINE
               WHEN OTHER
                   WRITE RPT-LINE FROM PRPT-LINE
           END-EVALUATE.

      *Partition statistics are tonight's pending records only:
      *once they are on DEMOSTAT.DAT the partition file is emptied
      *so a later merge cannot add them twice.  A partition file
      *that could not be copied whole is left for the next merge.
       400-MERGE-STATISTICS.
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               OPEN OUTPUT STAT-FILE
           END-IF
           IF WS-STAT-STATUS = "00"
               MOVE "Y" TO WS-STAT-OK
               PERFORM 410-MERGE-PARTITION-STATS
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-COUNT
               CLOSE STAT-FILE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY "DEMOSTAT.DAT COULD NOT BE OPENED, STATUS "
                   WS-STAT-STATUS
           END-IF.

       410-MERGE-PARTITION-STATS.
           MOVE WS-PART-IX TO WS-PART-NUM
           MOVE SPACES TO WS-PSTAT-FILE-NAME
           STRING "../demo1/DEMOSTAT.P" DELIMITED BY SIZE
               WS-PART-NUM DELIMITED BY SIZE
               INTO WS-PSTAT-FILE-NAME
           MOVE 0 TO WS-PART-STATS
           MOVE "N" TO WS-EOF-PSTAT
           OPEN INPUT PSTAT-FILE
           IF WS-PSTAT-STATUS NOT = "00"
               PERFORM 990-RAISE-WARNING
               ADD 1 TO WS-STATS-MISSING
               DISPLAY WS-PSTAT-FILE-NAME " COULD NOT BE OPENED, "
                   "STATUS " WS-PSTAT-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-PSTAT = "Y"
                   READ PSTAT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PSTAT
                       NOT AT END
                           WRITE RSTAT-RECORD FROM PSTAT-RECORD
                           IF WS-STAT-STATUS = "00"
                               ADD 1 TO WS-PART-STATS
                           ELSE
                               MOVE "N" TO WS-STAT-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PSTAT-FILE
               ADD WS-PART-STATS TO WS-STATS-MERGED
               IF WS-STAT-OK = "Y"
                   OPEN OUTPUT PSTAT-FILE
                   IF WS-PSTAT-STATUS = "00"
                       CLOSE PSTAT-FILE
                   END-IF
               ELSE
                   PERFORM 990-RAISE-WARNING
                   DISPLAY "DEMOSTAT.DAT WRITE FAILED, "
                       WS-PSTAT-FILE-NAME " KEPT"
               END-IF
           END-IF.

      *Every partition edits the whole control file, so any one
      *partition's edit report stands for all of them; the first
      *one found becomes DEMOEDIT.DAT for the exception queue.
       500-COPY-EDIT-REPORT.
           PERFORM 510-COPY-PARTITION-EDIT
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
                   OR WS-EDIT-COPIED = "Y"
           IF WS-EDIT-COPIED = "N"
               PERFORM 990-RAISE-WARNING
               DISPLAY "NO PARTITION EDIT REPORT FOUND, DEMOEDIT.DAT "
                   "NOT REPLACED"
           END-IF.

       510-COPY-PARTITION-EDIT.
           MOVE WS-PART-IX TO WS-PART-NUM
           MOVE SPACES TO WS-PEDIT-FILE-NAME
           STRING "../demo1/DEMOEDIT.P" DELIMITED BY SIZE
               WS-PART-NUM DELIMITED BY SIZE
               INTO WS-PEDIT-FILE-NAME
           MOVE "N" TO WS-EOF-PEDIT
           OPEN INPUT PEDIT-FILE
           IF WS-PEDIT-STATUS = "00"
               OPEN OUTPUT EDIT-FILE
               IF WS-EDIT-STATUS = "00"
                   MOVE "Y" TO WS-EDIT-COPIED
                   PERFORM UNTIL WS-EOF-PEDIT = "Y"
                       READ PEDIT-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-PEDIT
                           NOT AT END
                               WRITE EDIT-LINE FROM PEDIT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE EDIT-FILE
               END-IF
               CLOSE PEDIT-FILE
           END-IF.

       700-WRITE-TOTALS.
           MOVE WS-TOTAL-MATCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL TRAILER MATCHES=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           WRITE RPT-LINE
           MOVE WS-REPORTS-MERGED TO WS-EDIT-SMALL
           MOVE WS-REPORTS-MISSING TO WS-EDIT-SMALL2
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER PARTITIONS MERGED=" DELIMITED BY SIZE
               WS-EDIT-SMALL DELIMITED BY SIZE
               " MISSING=" DELIMITED BY SIZE
               WS-EDIT-SMALL2 DELIMITED BY SIZE
               INTO RPT-TEXT
           WRITE RPT-LINE
           MOVE WS-STATS-MERGED TO WS-EDIT-COUNT
           MOVE WS-STATS-MISSING TO WS-EDIT-SMALL2
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER STATISTICS MERGED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " MISSING=" DELIMITED BY SIZE
               WS-EDIT-SMALL2 DELIMITED BY SIZE
               INTO RPT-TEXT
           WRITE RPT-LINE.

      *The trend is rebuilt here rather than by the partitions, so
      *it sees every partition's statistics for tonight.  The
      *partitions' elapsed times add together, which makes a
      *partitioned night's rate the calls per second of one
      *partition, the same measure a single whole-file run gives.
       950-WRITE-TREND.
           OPEN INPUT STAT-FILE
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "DEMOSTAT.DAT COULD NOT BE REREAD, STATUS "
                   WS-STAT-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-STAT = "Y"
                   READ STAT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-STAT
                       NOT AT END
                           PERFORM 955-TALLY-TREND-RECORD
                   END-READ
               END-PERFORM
               CLOSE STAT-FILE
               OPEN OUTPUT TRND-FILE
               IF WS-TRND-STATUS = "00"
                   PERFORM 960-WRITE-TREND-REPORT
                   CLOSE TRND-FILE
               ELSE
                   PERFORM 990-RAISE-WARNING
                   DISPLAY "DEMOTRND.DAT COULD NOT BE OPENED, "
                       "STATUS " WS-TRND-STATUS
               END-IF
           END-IF.

       955-TALLY-TREND-RECORD.
           MOVE "N" TO WS-TREND-FOUND
           PERFORM VARYING WS-TREND-IX FROM 1 BY 1
                   UNTIL WS-TREND-IX > WS-TREND-COUNT
                       OR WS-TREND-FOUND = "Y"
               IF WS-TREND-DATE (WS-TREND-IX) = RSTAT-RUN-DATE
                   MOVE "Y" TO WS-TREND-FOUND
               END-IF
           END-PERFORM
           IF WS-TREND-FOUND = "Y"
               SUBTRACT 1 FROM WS-TREND-IX
           ELSE
               IF WS-TREND-COUNT < WS-TREND-MAX
                   ADD 1 TO WS-TREND-COUNT
               ELSE
                   PERFORM 958-EVICT-OLDEST-TREND
               END-IF
               MOVE WS-TREND-COUNT TO WS-TREND-IX
               MOVE RSTAT-RUN-DATE
                   TO WS-TREND-DATE (WS-TREND-IX)
               MOVE 0 TO WS-TREND-CALLS (WS-TREND-IX)
               MOVE 0 TO WS-TREND-HSECS (WS-TREND-IX)
           END-IF
           ADD RSTAT-CALL-COUNT
               TO WS-TREND-CALLS (WS-TREND-IX)
           ADD RSTAT-ELAPSED-HSECS
               TO WS-TREND-HSECS (WS-TREND-IX).

       958-EVICT-OLDEST-TREND.
           PERFORM VARYING WS-TREND-IX2 FROM 1 BY 1
                   UNTIL WS-TREND-IX2 = WS-TREND-MAX
               MOVE WS-TREND-ENTRY (WS-TREND-IX2 + 1)
                   TO WS-TREND-ENTRY (WS-TREND-IX2)
           END-PERFORM.

       960-WRITE-TREND-REPORT.
           MOVE SPACES TO TRND-LINE
           MOVE "DEMO1 THROUGHPUT TREND REPORT" TO TRND-LINE
           WRITE TRND-LINE
           MOVE 0 TO WS-TREND-PRIOR-CALLS
           MOVE 0 TO WS-TREND-PRIOR-HSECS
           PERFORM VARYING WS-TREND-IX FROM 1 BY 1
                   UNTIL WS-TREND-IX > WS-TREND-COUNT
               PERFORM 965-WRITE-TREND-LINE
           END-PERFORM
           IF WS-TREND-COUNT > 1 AND WS-TREND-PRIOR-HSECS > 0
               COMPUTE WS-TREND-PRIOR-CPS ROUNDED
                   = WS-TREND-PRIOR-CALLS * 100
                       / WS-TREND-PRIOR-HSECS
               IF WS-TREND-PRIOR-CPS > 0
                   COMPUTE WS-TREND-PCT ROUNDED
                       = WS-TREND-CPS * 100 / WS-TREND-PRIOR-CPS
                   MOVE WS-TREND-CPS TO WS-EDIT-CPS
                   MOVE WS-TREND-PRIOR-CPS TO WS-EDIT-CPS2
                   MOVE WS-TREND-PCT TO WS-EDIT-PCT
                   MOVE SPACES TO TRND-LINE
                   STRING "TONIGHT " DELIMITED BY SIZE
                       WS-EDIT-CPS DELIMITED BY SIZE
                       " PRIOR AVG " DELIMITED BY SIZE
                       WS-EDIT-CPS2 DELIMITED BY SIZE
                       " PCT OF PRIOR " DELIMITED BY SIZE
                       WS-EDIT-PCT DELIMITED BY SIZE
                       INTO TRND-LINE
                   WRITE TRND-LINE
               END-IF
           END-IF.

       965-WRITE-TREND-LINE.
           IF WS-TREND-HSECS (WS-TREND-IX) > 0
               COMPUTE WS-TREND-CPS ROUNDED
                   = WS-TREND-CALLS (WS-TREND-IX) * 100
                       / WS-TREND-HSECS (WS-TREND-IX)
           ELSE
               MOVE 0 TO WS-TREND-CPS
           END-IF
           IF WS-TREND-IX < WS-TREND-COUNT
               ADD WS-TREND-CALLS (WS-TREND-IX)
                   TO WS-TREND-PRIOR-CALLS
               ADD WS-TREND-HSECS (WS-TREND-IX)
                   TO WS-TREND-PRIOR-HSECS
           END-IF
           MOVE WS-TREND-CALLS (WS-TREND-IX) TO WS-EDIT-COUNT
           COMPUTE WS-EDIT-SECS
               = WS-TREND-HSECS (WS-TREND-IX) / 100
           MOVE WS-TREND-CPS TO WS-EDIT-CPS
           MOVE SPACES TO TRND-LINE
           STRING WS-TREND-DATE (WS-TREND-IX) DELIMITED BY SIZE
               " CALLS=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " SECS=" DELIMITED BY SIZE
               WS-EDIT-SECS DELIMITED BY SIZE
               " CALLS/SEC=" DELIMITED BY SIZE
               WS-EDIT-CPS DELIMITED BY SIZE
               INTO TRND-LINE
           WRITE TRND-LINE.

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
               MOVE "DMGMAIN" TO RUNC-STEP-NAME
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
       END PROGRAM DMGMAIN.
