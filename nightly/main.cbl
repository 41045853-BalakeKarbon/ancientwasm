           SELECT RUNC-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT HIST-FILE ASSIGN TO "STEPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAL-FILE ASSIGN TO "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OVR-FILE ASSIGN TO "../demo1/DEMOOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT CTL-FILE ASSIGN TO "../demo1/DEMOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PEDIT-FILE ASSIGN TO DYNAMIC WS-PEDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEDIT-STATUS.
           SELECT DEDIT-FILE ASSIGN TO "../demo1/DEMOEDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDIT-STATUS.
           SELECT SRCS-FILE ASSIGN TO "../excqueue/EXQSRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCS-STATUS.
           SELECT MAST-FILE ASSIGN TO "../demo1/DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DMAST-INDEX1
               FILE STATUS IS WS-MAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       COPY RPTLINE.
       FD  RUNC-FILE.
       COPY RUNCTLRC.
       FD  HIST-FILE.
       COPY STEPHIST.
       FD  CAL-FILE.
       COPY BUSCAL.
       FD  OVR-FILE.
       COPY DEMOOVR.
       FD  CTL-FILE.
       COPY LOOPPARM.
       FD  PEDIT-FILE.
       01  PEDIT-LINE                  PIC X(80).
       FD  DEDIT-FILE.
       01  DEDIT-LINE                  PIC X(80).
       FD  SRCS-FILE.
       COPY EXQSRC.
       FD  MAST-FILE.
       COPY DEMOMAST.
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS             PIC XX.
       01 WS-LOG-OK                 PIC X VALUE "N".
       01 WS-RUNC-STATUS            PIC XX.
       01 WS-RUNC-TYPE              PIC X VALUE "S".
       01 WS-RUNC-STEP              PIC X(8) VALUE SPACES.
       01 WS-RUNC-CC                PIC 9(4) VALUE 0.
       01 WS-EOF-RUNC               PIC X VALUE "N".
       01 WS-HIST-STATUS            PIC XX.
       01 WS-HIST-SAVED             PIC X VALUE "N".
       01 WS-HIST-COUNT             PIC 9(9) VALUE 0.
       01 WS-CAL-STATUS             PIC XX.
       01 WS-EOF-CAL                PIC X VALUE "N".
       01 WS-OVR-STATUS             PIC XX.
       01 WS-CTL-STATUS             PIC XX.
       01 WS-EOF-CTL                PIC X VALUE "N".
       01 WS-MAST-STATUS            PIC XX.
       01 WS-PEDIT-STATUS           PIC XX.
       01 WS-DEDIT-STATUS           PIC XX.
       01 WS-EOF-PEDIT              PIC X VALUE "N".
       01 WS-PEDIT-FILE-NAME        PIC X(24) VALUE SPACES.
       01 WS-SRCS-STATUS            PIC XX.

      *The exception queue's sources, Y once the step writing each
      *report has run clean tonight.  DEMO1MN writes its edit
      *report before anything can stop it and VERMAIN's code 8 is
      *a failed snippet, the very thing its report carries, so for
      *those two the report is tonight's whenever the step ran at
      *all.
       01 WS-EXQ-SOURCES.
           05 WS-SRC-EX2EXC         PIC X VALUE "N".
           05 WS-SRC-FEEDLREJ       PIC X VALUE "N".
           05 WS-SRC-DEMOEDIT       PIC X VALUE "N".
           05 WS-SRC-JSVERRPT       PIC X VALUE "N".
           05 WS-SRC-DRIFTRPT       PIC X VALUE "N".
           05 WS-SRC-RECONRPT       PIC X VALUE "N".

      *Step condition codes: 0 clean, 4 warnings, 8 step failed,
      *12 step program could not be called at all or its directory
       01 WS-RECON-CC               PIC 9(4) VALUE 0.
       01 WS-BAL-CC                 PIC 9(4) VALUE 0.
       01 WS-SUM-CC                 PIC 9(4) VALUE 0.
       01 WS-EXQ-CC                 PIC 9(4) VALUE 0.
       01 WS-HIGH-CC                PIC 9(4) VALUE 0.

      *Steps of tonight's date that already ended with condition
      *always rebuild from the rerun's fresh data.
       01 WS-RESUMED                PIC X VALUE "N".
       01 WS-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-DONE-MAX               PIC 9(4) VALUE 50.
       01 WS-DONE-COUNT             PIC 9(4) VALUE 0.
       01 WS-DONE-IX                PIC 9(4) VALUE 0.
       01 WS-STEP-DONE              PIC X VALUE "N".
       01 WS-STEP-PRIOR-CC          PIC 9(4) VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 50 TIMES.
               10 WS-DONE-NAME      PIC X(8).
               10 WS-DONE-CC        PIC 9(4).

      *Tonight's schedule from the business calendar.  With no
      *calendar file every night runs the fixed step list and the
      *weekly and monthly steps are left to be run by hand; a date
      *missing from the calendar falls back to the weekday rule
      *(Monday to Friday business days, the last weekday of the
      *month its month-end, Friday or the last business day before
      *a week-end the weekly night).  Day numbers run 1 Monday to 7
      *Sunday.  DAY-RULE is logged against every ordinary step;
      *STEP-RULE is set before a step the calendar treats
      *differently and drops back to DAY-RULE once it is logged.
       01 WS-CAL-FOUND              PIC X VALUE "N".
       01 WS-CAL-BUSINESS           PIC X VALUE "Y".
       01 WS-CAL-MONTH-END          PIC X VALUE "N".
       01 WS-CAL-WEEKLY             PIC X VALUE "N".
       01 WS-CAL-LATER-BUS          PIC X VALUE "N".
       01 WS-CAL-DAY-TYPE           PIC X VALUE "B".
       01 WS-CAL-DESC               PIC X(20) VALUE SPACES.
       01 WS-RUN-INT                PIC 9(9) VALUE 0.
       01 WS-RUN-DOW                PIC 9 VALUE 0.
       01 WS-WEEK-END-DATE          PIC 9(8) VALUE 0.
       01 WS-NEXT-INT               PIC 9(9) VALUE 0.
       01 WS-NEXT-DATE              PIC 9(8) VALUE 0.
       01 WS-DAY-RULE               PIC X(40) VALUE SPACES.
       01 WS-STEP-RULE              PIC X(40) VALUE SPACES.
       01 WS-PERIODIC-RULE          PIC X(40) VALUE SPACES.

      *Partitioned DEMO1MN.  When the control file spreads its
      *ranges over more than one partition, one DEMO1MN per
      *partition is started in the background at the same time,
      *with its partition number in DEMO1PART, and the driver
      *watches the run-control file for each partition's DEMO1Pnn
      *records written since the start stamp.  A partition already
      *done tonight is not started again on a rerun.  One that has
      *not started within the start limit or not ended within the
      *wait limit (both in seconds) is given condition code 12.
      *DMGMAIN then merges the partitions' reports and statistics,
      *and DEMO1MN's code for the steps after it is the highest of
      *the partitions and the merge.  A partition is still
      *starting (L), running (R), or finished one way or another
      *(D done earlier, F not started, E ended).
       01 WS-PART-MAX               PIC 9(4) VALUE 20.
       01 WS-PART-COUNT             PIC 9(4) VALUE 0.
       01 WS-PART-IX                PIC 9(4) VALUE 0.
       01 WS-PART-NUM               PIC 9(2) VALUE 0.
       01 WS-PART-RUNNING           PIC 9(4) VALUE 0.
       01 WS-PART-LAUNCHED          PIC X VALUE "N".
       01 WS-PART-HIGH-CC           PIC 9(4) VALUE 0.
       01 WS-PART-STAMP             PIC X(16) VALUE SPACES.
       01 WS-PART-COMMAND           PIC X(80) VALUE SPACES.
       01 WS-PART-POLL-SECS         PIC 9(4) VALUE 10.
       01 WS-PART-START-SECS        PIC 9(6) VALUE 300.
       01 WS-PART-WAIT-SECS         PIC 9(6) VALUE 21600.
       01 WS-PART-WAITED            PIC 9(6) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 20 TIMES.
               10 WS-PART-STEP      PIC X(8).
               10 WS-PART-STATE     PIC X.
               10 WS-PART-CC        PIC 9(4).

       01 WS-TS-DATE                PIC 9(8).
       01 WS-TS-TIME                PIC 9(8).
       01 WS-TIMESTAMP               PIC X(16).

       01 WS-EDIT-CC                PIC Z(3)9.
       01 WS-EDIT-COUNT             PIC Z(8)9.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-OPEN-LOG
           PERFORM 700-WRITE-STAMP
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 120-READ-CALENDAR
           IF WS-CAL-BUSINESS = "N"
               PERFORM 700-WRITE-STAMP
               PERFORM 900-CLOSE-LOG
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 150-LOAD-RUN-CONTROL
           MOVE "S" TO WS-RUNC-TYPE
           MOVE "NITMAIN" TO WS-RUNC-STEP
           MOVE WS-HIGH-CC TO WS-RUNC-CC
           PERFORM 760-WRITE-RUNCTL

           MOVE "DEMO1MN" TO WS-STEP-NAME
           MOVE "../demo1" TO WS-STEP-DIR
           IF WS-CAL-MONTH-END = "Y"
               MOVE "MONTH-END, FULL REFRESH FORCED" TO WS-STEP-RULE
           END-IF
           PERFORM 230-SET-DEMO-OVERRIDE
           PERFORM 400-COUNT-PARTITIONS
           IF WS-PART-COUNT > 1
               PERFORM 420-RUN-PARTITIONS
           ELSE
               PERFORM 250-EXEC-STEP
               IF WS-STEP-CC < 12
                   MOVE "Y" TO WS-SRC-DEMOEDIT
               END-IF
           END-IF
           MOVE WS-STEP-CC TO WS-DEMO1-CC
           PERFORM 235-CLEAR-DEMO-OVERRIDE

           MOVE "EX2MAIN" TO WS-STEP-NAME
           MOVE "../example2" TO WS-STEP-DIR
           PERFORM 250-EXEC-STEP
           MOVE WS-STEP-CC TO WS-EX2-CC
           IF WS-EX2-CC NOT > 4
               MOVE "Y" TO WS-SRC-EX2EXC
           END-IF

           MOVE "VERMAIN" TO WS-STEP-NAME
           MOVE "../jsverify" TO WS-STEP-DIR
               PERFORM 300-SKIP-STEP
           ELSE
               PERFORM 250-EXEC-STEP
               IF WS-STEP-CC < 12
                   MOVE "Y" TO WS-SRC-JSVERRPT
               END-IF
           END-IF

           MOVE "RECMAIN" TO WS-STEP-NAME
               PERFORM 250-EXEC-STEP
               MOVE WS-STEP-CC TO WS-RECON-CC
           END-IF
           IF WS-RECON-CC NOT > 4
               MOVE "Y" TO WS-SRC-RECONRPT
           END-IF

           MOVE "BALMAIN" TO WS-STEP-NAME
           MOVE "../feedbal" TO WS-STEP-DIR
               PERFORM 300-SKIP-STEP
           ELSE
               PERFORM 250-EXEC-STEP
               IF WS-STEP-CC NOT > 4
                   MOVE "Y" TO WS-SRC-FEEDLREJ
               END-IF
           END-IF

           MOVE "SUMMAIN" TO WS-STEP-NAME
           MOVE "DRFMAIN" TO WS-STEP-NAME
           MOVE "../drift" TO WS-STEP-DIR
           PERFORM 250-EXEC-STEP
           IF WS-STEP-CC NOT > 4
               MOVE "Y" TO WS-SRC-DRIFTRPT
           END-IF

      *The exception queue collects from the reports every step
      *above writes, so it runs once they are all done, told which
      *of those reports are tonight's; the aging report is only
      *worth printing when tonight's collection got into the queue.
           MOVE "EXQMAIN" TO WS-STEP-NAME
           MOVE "../excqueue" TO WS-STEP-DIR
           PERFORM 260-SET-EXQ-SOURCES
           PERFORM 250-EXEC-STEP
           MOVE WS-STEP-CC TO WS-EXQ-CC
           PERFORM 265-CLEAR-EXQ-SOURCES

           MOVE "EXAMAIN" TO WS-STEP-NAME
           MOVE "../excage" TO WS-STEP-DIR
           IF WS-EXQ-CC > 4
               PERFORM 300-SKIP-STEP
           ELSE
               PERFORM 250-EXEC-STEP
           END-IF

      *The gate scrapes the balancing, reconciliation, and audit
      *summary reports; when any of those steps did not run
               PERFORM 250-EXEC-STEP
           END-IF

      *Acknowledgments come back for feeds released on earlier
      *nights, so the intake runs whether or not tonight's gate
      *let a feed out.
           MOVE "ACKMAIN" TO WS-STEP-NAME
           MOVE "../feedack" TO WS-STEP-DIR
           PERFORM 250-EXEC-STEP

           MOVE "ARCMAIN" TO WS-STEP-NAME
           MOVE "../audarch" TO WS-STEP-DIR
           PERFORM 250-EXEC-STEP

      *Maintenance the calendar adds: the run-history roll once a
      *week, the value distribution once a month.
           MOVE "HSTMAIN" TO WS-STEP-NAME
           MOVE "../histroll" TO WS-STEP-DIR
           IF WS-CAL-WEEKLY = "Y"
               MOVE "WEEKLY, LAST BUSINESS DAY OF WEEK"
                   TO WS-STEP-RULE
               PERFORM 250-EXEC-STEP
           ELSE
               MOVE WS-PERIODIC-RULE TO WS-STEP-RULE
               PERFORM 310-NOT-SCHEDULED
           END-IF

           MOVE "DSTMAIN" TO WS-STEP-NAME
           MOVE "../valdist" TO WS-STEP-DIR
           IF WS-CAL-MONTH-END = "Y"
               MOVE "MONTHLY, MONTH-END" TO WS-STEP-RULE
               PERFORM 250-EXEC-STEP
           ELSE
               MOVE WS-PERIODIC-RULE TO WS-STEP-RULE
               PERFORM 310-NOT-SCHEDULED
           END-IF

           PERFORM 800-WRITE-SUMMARY
           PERFORM 700-WRITE-STAMP
           MOVE "E" TO WS-RUNC-TYPE
           MOVE "NITMAIN" TO WS-RUNC-STEP
           MOVE WS-HIGH-CC TO WS-RUNC-CC
           PERFORM 760-WRITE-RUNCTL
           IF WS-HIGH-CC NOT > 4
               PERFORM 840-SAVE-STEP-HISTORY
               IF WS-HIST-SAVED = "Y"
                   PERFORM 850-RESET-RUN-CONTROL
               END-IF
           END-IF
           PERFORM 900-CLOSE-LOG
           MOVE WS-HIGH-CC TO RETURN-CODE
                   WS-LOG-STATUS
           END-IF.

      *Tonight's entry is looked for on the calendar along with
      *any later business day of the same week, which is what
      *decides whether tonight is the weekly night.
       120-READ-CALENDAR.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-RUN-DOW = FUNCTION MOD (WS-RUN-INT - 1, 7) + 1
           COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-INT + 7 - WS-RUN-DOW)
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               MOVE "Y" TO WS-CAL-BUSINESS
               MOVE "N" TO WS-CAL-MONTH-END
               MOVE "N" TO WS-CAL-WEEKLY
               MOVE "NO BUSINESS CALENDAR, FIXED SCHEDULE"
                   TO WS-DAY-RULE
               MOVE "NO BUSINESS CALENDAR, RUN BY HAND"
                   TO WS-PERIODIC-RULE
           ELSE
               PERFORM UNTIL WS-EOF-CAL = "Y"
                   READ CAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CAL
                       NOT AT END
                           PERFORM 125-NOTE-CALENDAR-DATE
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
               IF WS-CAL-FOUND = "Y"
                   PERFORM 130-APPLY-CALENDAR-DAY
               ELSE
                   PERFORM 135-APPLY-WEEKDAY-RULE
               END-IF
           END-IF
           MOVE WS-DAY-RULE TO WS-STEP-RULE
           MOVE SPACES TO RPT-LINE
           IF WS-CAL-BUSINESS = "N"
               STRING "NON-BUSINESS DAY, STREAM NOT RUN, "
                   DELIMITED BY SIZE
                   WS-DAY-RULE DELIMITED BY SIZE
                   INTO RPT-TEXT
           ELSE
               STRING "CALENDAR MONTH-END=" DELIMITED BY SIZE
                   WS-CAL-MONTH-END DELIMITED BY SIZE
                   " WEEKLY=" DELIMITED BY SIZE
                   WS-CAL-WEEKLY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DAY-RULE DELIMITED BY SIZE
                   INTO RPT-TEXT
           END-IF
           PERFORM 750-WRITE-LOG-LINE.

       125-NOTE-CALENDAR-DATE.
           IF BCAL-DATE NUMERIC
               IF BCAL-DATE = WS-RUN-DATE
                   MOVE "Y" TO WS-CAL-FOUND
                   MOVE BCAL-DAY-TYPE TO WS-CAL-DAY-TYPE
                   MOVE BCAL-MONTH-END TO WS-CAL-MONTH-END
                   MOVE BCAL-DESC TO WS-CAL-DESC
               END-IF
               IF BCAL-DATE > WS-RUN-DATE
                       AND BCAL-DATE NOT > WS-WEEK-END-DATE
                       AND BCAL-DAY-TYPE = "B"
                   MOVE "Y" TO WS-CAL-LATER-BUS
               END-IF
           END-IF.

       130-APPLY-CALENDAR-DAY.
           MOVE "NOT DUE TONIGHT" TO WS-PERIODIC-RULE
           EVALUATE WS-CAL-DAY-TYPE
               WHEN "B"
                   MOVE "Y" TO WS-CAL-BUSINESS
                   MOVE "BUSINESS DAY" TO WS-DAY-RULE
                   IF WS-CAL-MONTH-END NOT = "Y"
                       MOVE "N" TO WS-CAL-MONTH-END
                   END-IF
                   IF WS-CAL-LATER-BUS = "N"
                       MOVE "Y" TO WS-CAL-WEEKLY
                   END-IF
               WHEN "H"
                   MOVE "N" TO WS-CAL-BUSINESS
                   MOVE SPACES TO WS-DAY-RULE
                   STRING "HOLIDAY " DELIMITED BY SIZE
                       WS-CAL-DESC DELIMITED BY SIZE
                       INTO WS-DAY-RULE
               WHEN OTHER
                   MOVE "N" TO WS-CAL-BUSINESS
                   MOVE "WEEK-END" TO WS-DAY-RULE
           END-EVALUATE
           IF WS-CAL-BUSINESS = "N"
               MOVE "N" TO WS-CAL-MONTH-END
           END-IF.

       135-APPLY-WEEKDAY-RULE.
           MOVE "NOT DUE TONIGHT, WEEKDAY RULE" TO WS-PERIODIC-RULE
           IF WS-RUN-DOW > 5
               MOVE "N" TO WS-CAL-BUSINESS
               MOVE "WEEK-END, DATE NOT ON CALENDAR" TO WS-DAY-RULE
           ELSE
               MOVE "Y" TO WS-CAL-BUSINESS
               MOVE "BUSINESS DAY, DATE NOT ON CALENDAR"
                   TO WS-DAY-RULE
               IF WS-RUN-DOW = 5
                   MOVE "Y" TO WS-CAL-WEEKLY
                   COMPUTE WS-NEXT-INT = WS-RUN-INT + 3
               ELSE
                   COMPUTE WS-NEXT-INT = WS-RUN-INT + 1
               END-IF
               COMPUTE WS-NEXT-DATE
                   = FUNCTION DATE-OF-INTEGER (WS-NEXT-INT)
               IF WS-NEXT-DATE (5:2) NOT = WS-RUN-DATE (5:2)
                   MOVE "Y" TO WS-CAL-MONTH-END
               END-IF
           END-IF.

      *Every step writes its own start and end records, apart from
      *a partitioned DEMO1MN whose records the driver writes; they
      *are only read back here.  A step of tonight's date whose
      *end record shows 4 or less is already done and eligible to
      *be skipped, but only while the done steps form an unbroken
      *run from the top of the stream, which is what turns a rerun
               INTO RPT-TEXT
           PERFORM 750-WRITE-LOG-LINE.

      *On a month-end the override file tells demo1 to run a full
      *refresh whatever its own option file says; any other night
      *the file is emptied so a stale override cannot linger.
       230-SET-DEMO-OVERRIDE.
           OPEN OUTPUT OVR-FILE
           IF WS-OVR-STATUS = "00"
               IF WS-CAL-MONTH-END = "Y"
                   MOVE "F" TO DEMO-OVR-RUN-MODE
                   MOVE "MONTH-END" TO DEMO-OVR-REASON
                   WRITE DEMO-OVR-RECORD
               END-IF
               CLOSE OVR-FILE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "DEMOOVR.DAT COULD NOT BE WRITTEN, STATUS "
                   DELIMITED BY SIZE
                   WS-OVR-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-LOG-LINE
           END-IF.

      *Emptied again once demo1 is done, so a run by hand later in
      *the day goes by DEMOOPT.DAT alone.
       235-CLEAR-DEMO-OVERRIDE.
           OPEN OUTPUT OVR-FILE
           IF WS-OVR-STATUS = "00"
               CLOSE OVR-FILE
           END-IF.

       240-LOG-STEP-RULE.
           MOVE SPACES TO RPT-LINE
           STRING WS-STEP-NAME DELIMITED BY SIZE
               " CALENDAR RULE " DELIMITED BY SIZE
               WS-STEP-RULE DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-LOG-LINE
           MOVE WS-DAY-RULE TO WS-STEP-RULE.

       250-EXEC-STEP.
           PERFORM 240-LOG-STEP-RULE
           PERFORM 245-FIND-DONE-STEP
           IF WS-STEP-DONE = "Y"
               PERFORM 255-SKIP-DONE-STEP
           ELSE
               MOVE "Y" TO WS-RESUMED
               PERFORM 200-RUN-STEP
           END-IF.

       245-FIND-DONE-STEP.
           MOVE "N" TO WS-STEP-DONE
           MOVE 0 TO WS-STEP-PRIOR-CC
           IF WS-RESUMED = "N"
                           TO WS-STEP-PRIOR-CC
                   END-IF
               END-PERFORM
           END-IF.

       255-SKIP-DONE-STEP.
           MOVE WS-STEP-PRIOR-CC TO WS-STEP-CC
           IF WS-STEP-CC > WS-HIGH-CC
               MOVE WS-STEP-CC TO WS-HIGH-CC
           END-IF
           MOVE WS-STEP-CC TO WS-EDIT-CC
           MOVE SPACES TO RPT-LINE
           STRING WS-STEP-NAME DELIMITED BY SIZE
               " SKIPPED, ALREADY DONE, CONDITION CODE "
               DELIMITED BY SIZE
               WS-EDIT-CC DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-LOG-LINE.

       260-SET-EXQ-SOURCES.
           OPEN OUTPUT SRCS-FILE
           IF WS-SRCS-STATUS = "00"
               MOVE WS-EXQ-SOURCES TO EXQ-SRC-RECORD
               WRITE EXQ-SRC-RECORD
               CLOSE SRCS-FILE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "EXQSRC.DAT COULD NOT BE WRITTEN, STATUS "
                   DELIMITED BY SIZE
                   WS-SRCS-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-LOG-LINE
           END-IF.

      *Emptied again once the queue step is done, so a run by hand
      *later in the day reads every source.
       265-CLEAR-EXQ-SOURCES.
           OPEN OUTPUT SRCS-FILE
           IF WS-SRCS-STATUS = "00"
               CLOSE SRCS-FILE
           END-IF.

       300-SKIP-STEP.
           PERFORM 240-LOG-STEP-RULE
           MOVE 8 TO WS-STEP-CC
           MOVE SPACES TO RPT-LINE
           STRING WS-STEP-NAME DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-LOG-LINE.

      *A step the calendar leaves out tonight; its code is not
      *touched, since nothing depends on it.
       310-NOT-SCHEDULED.
           PERFORM 240-LOG-STEP-RULE
           MOVE SPACES TO RPT-LINE
           STRING WS-STEP-NAME DELIMITED BY SIZE
               " NOT SCHEDULED TONIGHT" DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-LOG-LINE.

       400-COUNT-PARTITIONS.
           MOVE 0 TO WS-PART-COUNT
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               PERFORM UNTIL WS-EOF-CTL = "Y"
                   READ CTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CTL
                       NOT AT END
                           PERFORM 410-NOTE-PARTITION
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.

      *A blank partition is partition 1; a number DEMO1MN's edit
      *would reject is passed over, since that edit stops every
      *partition anyway.
       410-NOTE-PARTITION.
           IF LOOP-PARM-PART = SPACES
               MOVE 1 TO LOOP-PARM-PART
           END-IF
           IF LOOP-PARM-PART NUMERIC
               IF LOOP-PARM-PART > WS-PART-COUNT
                       AND LOOP-PARM-PART NOT > WS-PART-MAX
                   MOVE LOOP-PARM-PART TO WS-PART-COUNT
               END-IF
           END-IF.

      *The partitions all post to the one DEMOMAST.DAT and none of
      *them may create it, so a master that is not there yet is
      *created here before any of them starts.  One that cannot be
      *opened stops the partitioned step with code 8.
       415-CHECK-MASTER.
           OPEN I-O MAST-FILE
           IF WS-MAST-STATUS = "35"
               OPEN OUTPUT MAST-FILE
               IF WS-MAST-STATUS = "00"
                   MOVE SPACES TO RPT-LINE
                   STRING "DEMOMAST.DAT NOT FOUND, EMPTY MASTER CREATED"
                       DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-LOG-LINE
               END-IF
           END-IF
           IF WS-MAST-STATUS = "00"
               CLOSE MAST-FILE
           ELSE
               MOVE 8 TO WS-PART-HIGH-CC
               MOVE SPACES TO RPT-LINE
               STRING "DEMOMAST.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-MAST-STATUS DELIMITED BY SIZE
                   ", PARTITIONS NOT STARTED" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-LOG-LINE
           END-IF.

      *DEMO1MN itself writes no run-control records when it runs
      *partitioned, so the driver writes its start and end around
      *the partitions and the merge, the end carrying the combined
      *code, and the step's elapsed time reaches the history the
      *same as on a single-run night.  Done tonight with 4 or less
      *is skipped as a whole, as any other step would be.
       420-RUN-PARTITIONS.
           PERFORM 240-LOG-STEP-RULE
           PERFORM 245-FIND-DONE-STEP
           IF WS-STEP-DONE = "Y"
               PERFORM 255-SKIP-DONE-STEP
               MOVE "Y" TO WS-SRC-DEMOEDIT
           ELSE
               MOVE "S" TO WS-RUNC-TYPE
               MOVE "DEMO1MN" TO WS-RUNC-STEP
               MOVE 0 TO WS-RUNC-CC
               PERFORM 760-WRITE-RUNCTL
               PERFORM 425-RUN-PARTITIONED-STEP
               MOVE "E" TO WS-RUNC-TYPE
               MOVE "DEMO1MN" TO WS-RUNC-STEP
               MOVE WS-STEP-CC TO WS-RUNC-CC
               PERFORM 760-WRITE-RUNCTL
           END-IF.

       425-RUN-PARTITIONED-STEP.
           MOVE WS-PART-COUNT TO WS-EDIT-CC
           MOVE SPACES TO RPT-LINE
           STRING WS-STEP-NAME DELIMITED BY SIZE
               " PARTITIONED, PARTITIONS " DELIMITED BY SIZE
               WS-EDIT-CC DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-LOG-LINE
           INITIALIZE WS-PART-TABLE
           MOVE 0 TO WS-PART-RUNNING
           MOVE 0 TO WS-PART-HIGH-CC
           MOVE 0 TO WS-PART-WAITED
           MOVE "N" TO WS-PART-LAUNCHED
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE SPACES TO WS-PART-STAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
               WS-TS-TIME DELIMITED BY SIZE
               INTO WS-PART-STAMP
           PERFORM 415-CHECK-MASTER
           IF WS-PART-HIGH-CC = 0
               MOVE 0 TO RETURN-CODE
               CALL "CBL_CHANGE_DIR" USING WS-STEP-DIR
               IF RETURN-CODE NOT = 0
                   MOVE 12 TO WS-PART-HIGH-CC
                   DISPLAY WS-STEP-NAME " STEP DIRECTORY "
                       WS-STEP-DIR " NOT AVAILABLE"
               ELSE
                   PERFORM 430-START-PARTITION
                       VARYING WS-PART-IX FROM 1 BY 1
                       UNTIL WS-PART-IX > WS-PART-COUNT
                   CALL "CBL_CHANGE_DIR" USING WS-HOME-DIR
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 440-POLL-PARTITIONS
               UNTIL WS-PART-RUNNING = 0
           PERFORM 480-COPY-EDIT-REPORT
           IF WS-PART-HIGH-CC > WS-HIGH-CC
               MOVE WS-PART-HIGH-CC TO WS-HIGH-CC
           END-IF
      *Any partition run tonight means the merge must run again
      *too, the same as any step after one that was rerun.
           IF WS-PART-LAUNCHED = "Y"
               MOVE "Y" TO WS-RESUMED
           END-IF
           MOVE "DMGMAIN" TO WS-STEP-NAME
           MOVE "../demomerge" TO WS-STEP-DIR
           IF WS-PART-HIGH-CC > 4
               PERFORM 300-SKIP-STEP
           ELSE
               PERFORM 250-EXEC-STEP
           END-IF
           IF WS-PART-HIGH-CC > WS-STEP-CC
               MOVE WS-PART-HIGH-CC TO WS-STEP-CC
           END-IF.

      *Started from the step directory so the partition's files
      *resolve there; the partition's console output goes to
      *DEMO1Pnn.LOG beside them.
       430-START-PARTITION.
           MOVE WS-PART-IX TO WS-PART-NUM
           MOVE SPACES TO WS-PART-STEP (WS-PART-IX)
           STRING "DEMO1P" DELIMITED BY SIZE
               WS-PART-NUM DELIMITED BY SIZE
               INTO WS-PART-STEP (WS-PART-IX)
           MOVE 0 TO WS-PART-CC (WS-PART-IX)
           MOVE "N" TO WS-STEP-DONE
           MOVE 0 TO WS-STEP-PRIOR-CC
           IF WS-RESUMED = "N"
               PERFORM VARYING WS-DONE-IX FROM 1 BY 1
                       UNTIL WS-DONE-IX > WS-DONE-COUNT
                           OR WS-STEP-DONE = "Y"
                   IF WS-DONE-NAME (WS-DONE-IX)
                           = WS-PART-STEP (WS-PART-IX)
                       MOVE "Y" TO WS-STEP-DONE
                       MOVE WS-DONE-CC (WS-DONE-IX)
                           TO WS-STEP-PRIOR-CC
                   END-IF
               END-PERFORM
           END-IF
           IF WS-STEP-DONE = "Y"
               MOVE "D" TO WS-PART-STATE (WS-PART-IX)
               MOVE WS-STEP-PRIOR-CC TO WS-PART-CC (WS-PART-IX)
               IF WS-STEP-PRIOR-CC > WS-PART-HIGH-CC
                   MOVE WS-STEP-PRIOR-CC TO WS-PART-HIGH-CC
               END-IF
               MOVE WS-STEP-PRIOR-CC TO WS-EDIT-CC
               MOVE SPACES TO RPT-LINE
               STRING WS-PART-STEP (WS-PART-IX) DELIMITED BY SIZE
                   " SKIPPED, ALREADY DONE, CONDITION CODE "
                   DELIMITED BY SIZE
                   WS-EDIT-CC DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-LOG-LINE
           ELSE
               MOVE SPACES TO WS-PART-COMMAND
               STRING "DEMO1PART=" DELIMITED BY SIZE
                   WS-PART-NUM DELIMITED BY SIZE
                   " cobcrun DEMO1MN > " DELIMITED BY SIZE
                   WS-PART-STEP (WS-PART-IX) DELIMITED BY SIZE
                   ".LOG 2>&1 &" DELIMITED BY SIZE
                   INTO WS-PART-COMMAND
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING WS-PART-COMMAND
               MOVE SPACES TO RPT-LINE
               IF RETURN-CODE NOT = 0
                   MOVE "F" TO WS-PART-STATE (WS-PART-IX)
                   MOVE 12 TO WS-PART-CC (WS-PART-IX)
                   MOVE 12 TO WS-PART-HIGH-CC
                   STRING WS-PART-STEP (WS-PART-IX) DELIMITED BY SIZE
                       " COULD NOT BE STARTED" DELIMITED BY SIZE
                       INTO RPT-TEXT
               ELSE
                   MOVE "L" TO WS-PART-STATE (WS-PART-IX)
                   MOVE "Y" TO WS-PART-LAUNCHED
                   ADD 1 TO WS-PART-RUNNING
                   STRING WS-PART-STEP (WS-PART-IX) DELIMITED BY SIZE
                       " STARTED" DELIMITED BY SIZE
                       INTO RPT-TEXT
               END-IF
               PERFORM 750-WRITE-LOG-LINE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *The partitions lock the run-control file while they append
      *to it; a poll that finds it locked just sees nothing new
      *and the next poll reads it again.
       440-POLL-PARTITIONS.
           CALL "C$SLEEP" USING WS-PART-POLL-SECS
           ADD WS-PART-POLL-SECS TO WS-PART-WAITED
           MOVE "N" TO WS-EOF-RUNC
           OPEN INPUT RUNC-FILE
           IF WS-RUNC-STATUS = "00"
               PERFORM UNTIL WS-EOF-RUNC = "Y"
                   READ RUNC-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-RUNC
                       NOT AT END
                           PERFORM 450-NOTE-PARTITION-RUNC
                   END-READ
               END-PERFORM
               CLOSE RUNC-FILE
           END-IF
           PERFORM 460-CHECK-PARTITION-LIMIT
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT.

       450-NOTE-PARTITION-RUNC.
           IF RUNC-STEP-NAME (1:6) = "DEMO1P"
                   AND RUNC-STEP-NAME (7:2) NUMERIC
                   AND RUNC-TIMESTAMP NOT < WS-PART-STAMP
               MOVE RUNC-STEP-NAME (7:2) TO WS-PART-NUM
               IF WS-PART-NUM > 0 AND WS-PART-NUM NOT > WS-PART-COUNT
                   MOVE WS-PART-NUM TO WS-PART-IX
                   IF RUNC-REC-TYPE = "S"
                           AND WS-PART-STATE (WS-PART-IX) = "L"
                       MOVE "R" TO WS-PART-STATE (WS-PART-IX)
                   END-IF
                   IF RUNC-REC-TYPE = "E"
                           AND (WS-PART-STATE (WS-PART-IX) = "L"
                               OR WS-PART-STATE (WS-PART-IX) = "R")
                       MOVE RUNC-COND-CODE TO WS-PART-CC (WS-PART-IX)
                       PERFORM 470-END-PARTITION
                       MOVE SPACES TO RPT-LINE
                       STRING WS-PART-STEP (WS-PART-IX)
                           DELIMITED BY SIZE
                           " ENDED, CONDITION CODE " DELIMITED BY SIZE
                           WS-EDIT-CC DELIMITED BY SIZE
                           INTO RPT-TEXT
                       PERFORM 750-WRITE-LOG-LINE
                   END-IF
               END-IF
           END-IF.

       460-CHECK-PARTITION-LIMIT.
           EVALUATE TRUE
               WHEN WS-PART-STATE (WS-PART-IX) = "L"
                       AND WS-PART-WAITED NOT < WS-PART-START-SECS
                   MOVE 12 TO WS-PART-CC (WS-PART-IX)
                   PERFORM 470-END-PARTITION
                   MOVE SPACES TO RPT-LINE
                   STRING WS-PART-STEP (WS-PART-IX) DELIMITED BY SIZE
                       " DID NOT START, CONDITION CODE "
                       DELIMITED BY SIZE
                       WS-EDIT-CC DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-LOG-LINE
               WHEN WS-PART-STATE (WS-PART-IX) = "R"
                       AND WS-PART-WAITED NOT < WS-PART-WAIT-SECS
                   MOVE 12 TO WS-PART-CC (WS-PART-IX)
                   PERFORM 470-END-PARTITION
                   MOVE SPACES TO RPT-LINE
                   STRING WS-PART-STEP (WS-PART-IX) DELIMITED BY SIZE
                       " DID NOT END IN TIME, CONDITION CODE "
                       DELIMITED BY SIZE
                       WS-EDIT-CC DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-LOG-LINE
           END-EVALUATE.

       470-END-PARTITION.
           MOVE "E" TO WS-PART-STATE (WS-PART-IX)
           SUBTRACT 1 FROM WS-PART-RUNNING
           IF WS-PART-CC (WS-PART-IX) > WS-PART-HIGH-CC
               MOVE WS-PART-CC (WS-PART-IX) TO WS-PART-HIGH-CC
           END-IF
           MOVE WS-PART-CC (WS-PART-IX) TO WS-EDIT-CC.

      *The partitions each write the same DEMOCTL edit report; it
      *is put in place here and not left to DMGMAIN, which is
      *skipped on the very night a failed edit stops every
      *partition.  Only a partition that ended tonight, or was done
      *earlier tonight, has a current report to give.
       480-COPY-EDIT-REPORT.
           PERFORM 485-COPY-PARTITION-EDIT
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
                   OR WS-SRC-DEMOEDIT = "Y"
           IF WS-SRC-DEMOEDIT = "N"
               MOVE SPACES TO RPT-LINE
               STRING "NO CURRENT PARTITION EDIT REPORT, "
                   DELIMITED BY SIZE
                   "DEMOEDIT.DAT NOT REPLACED" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-LOG-LINE
           END-IF.

       485-COPY-PARTITION-EDIT.
           IF WS-PART-STATE (WS-PART-IX) = "D"
                   OR (WS-PART-STATE (WS-PART-IX) = "E"
                       AND WS-PART-CC (WS-PART-IX) < 12)
               MOVE WS-PART-IX TO WS-PART-NUM
               MOVE SPACES TO WS-PEDIT-FILE-NAME
               STRING "../demo1/DEMOEDIT.P" DELIMITED BY SIZE
                   WS-PART-NUM DELIMITED BY SIZE
                   INTO WS-PEDIT-FILE-NAME
               MOVE "N" TO WS-EOF-PEDIT
               OPEN INPUT PEDIT-FILE
               IF WS-PEDIT-STATUS = "00"
                   OPEN OUTPUT DEDIT-FILE
                   IF WS-DEDIT-STATUS = "00"
                       MOVE "Y" TO WS-SRC-DEMOEDIT
                       PERFORM UNTIL WS-EOF-PEDIT = "Y"
                           READ PEDIT-FILE
                               AT END
                                   MOVE "Y" TO WS-EOF-PEDIT
                               NOT AT END
                                   WRITE DEDIT-LINE FROM PEDIT-LINE
                           END-READ
                       END-PERFORM
                       CLOSE DEDIT-FILE
                   END-IF
                   CLOSE PEDIT-FILE
               END-IF
           END-IF.

       700-WRITE-STAMP.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
                   WS-TS-TIME DELIMITED BY SIZE
                   INTO WS-TIMESTAMP
               MOVE WS-TS-DATE TO RUNC-RUN-DATE
               MOVE WS-RUNC-STEP TO RUNC-STEP-NAME
               MOVE WS-RUNC-TYPE TO RUNC-REC-TYPE
               MOVE WS-RUNC-CC TO RUNC-COND-CODE
               MOVE WS-TIMESTAMP TO RUNC-TIMESTAMP
               WRITE RUNC-RECORD
               CLOSE RUNC-FILE
               INTO RPT-TEXT
           PERFORM 750-WRITE-LOG-LINE.

      *Tonight's run-control records are appended to the permanent
      *step history before the file is emptied.  When the history
      *cannot be written the run-control file is left as it is, so
      *the records are copied on the next clean night instead of
      *being lost; tomorrow's restart check only looks at records
      *of its own date, so the leftovers do not skip any step.
       840-SAVE-STEP-HISTORY.
           MOVE "N" TO WS-HIST-SAVED
           MOVE 0 TO WS-HIST-COUNT
           OPEN EXTEND HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               MOVE SPACES TO RPT-LINE
               STRING "STEPHIST.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-HIST-STATUS DELIMITED BY SIZE
                   ", RUN CONTROL KEPT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-LOG-LINE
           ELSE
               MOVE "Y" TO WS-HIST-SAVED
               MOVE "N" TO WS-EOF-RUNC
               OPEN INPUT RUNC-FILE
               IF WS-RUNC-STATUS = "00"
                   PERFORM UNTIL WS-EOF-RUNC = "Y"
                       READ RUNC-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-RUNC
                           NOT AT END
                               WRITE SHST-RECORD FROM RUNC-RECORD
                               IF WS-HIST-STATUS = "00"
                                   ADD 1 TO WS-HIST-COUNT
                               ELSE
                                   MOVE "N" TO WS-HIST-SAVED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUNC-FILE
               END-IF
               CLOSE HIST-FILE
               MOVE WS-HIST-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               IF WS-HIST-SAVED = "Y"
                   STRING "STEP HISTORY SAVED, RECORDS "
                       DELIMITED BY SIZE
                       WS-EDIT-COUNT DELIMITED BY SIZE
                       INTO RPT-TEXT
               ELSE
                   STRING "STEP HISTORY WRITE FAILED, RUN CONTROL KEPT"
                       DELIMITED BY SIZE
                       INTO RPT-TEXT
               END-IF
               PERFORM 750-WRITE-LOG-LINE
           END-IF.

      *A clean stream empties the run-control file the way demo1
      *empties its checkpoint file, so the next night starts fresh
      *instead of skipping everything.
