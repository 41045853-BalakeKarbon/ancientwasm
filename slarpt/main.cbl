       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO "SLASCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT HIST-FILE ASSIGN TO "../nightly/STEPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RUNC-FILE ASSIGN TO "../nightly/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT RPT-FILE ASSIGN TO "SLARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ALERT-FILE ASSIGN TO "SLAALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-FILE.
       COPY SLASCHED.
       FD  HIST-FILE.
       COPY STEPHIST.
       FD  RUNC-FILE.
       COPY RUNCTLRC.
       FD  RPT-FILE.
       COPY RPTLINE.
       FD  ALERT-FILE.
       COPY SLAALERT.
       WORKING-STORAGE SECTION.
       01 WS-SCHED-STATUS           PIC XX.
       01 WS-HIST-STATUS            PIC XX.
       01 WS-RUNC-STATUS            PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-ALERT-STATUS           PIC XX.

       01 WS-EOF-SCHED              PIC X VALUE "N".
       01 WS-EOF-HIST               PIC X VALUE "N".
       01 WS-EOF-RUNC               PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-ALERT-OK               PIC X VALUE "N".

      *The run-control event under test, one layout shared by the
      *permanent history and the records still on RUNCTL.DAT.
       01 WS-EV-REC.
           05 WS-EV-RUN-DATE        PIC 9(8).
           05 WS-EV-STEP-NAME       PIC X(8).
           05 WS-EV-REC-TYPE        PIC X(1).
           05 WS-EV-COND-CODE       PIC 9(4).
           05 WS-EV-TIMESTAMP       PIC X(16).
           05 WS-EV-TS-P REDEFINES WS-EV-TIMESTAMP.
               10 WS-EV-DATE        PIC 9(8).
               10 WS-EV-HH          PIC 9(2).
               10 WS-EV-MM          PIC 9(2).
               10 WS-EV-SS          PIC 9(2).
               10 WS-EV-HS          PIC 9(2).
       01 WS-EV-SECS                PIC 9(11) VALUE 0.

      *Steps known to the report, schedule entries first and then
      *any step met in the history, with the limits the schedule
      *gives each one.  DEADLINE is seconds past the stream's
      *start-date midnight.
       01 WS-STEP-MAX               PIC 9(4) VALUE 40.
       01 WS-STEP-COUNT             PIC 9(4) VALUE 0.
       01 WS-STEP-IX                PIC 9(4) VALUE 0.
       01 WS-STEP-FOUND             PIC X VALUE "N".
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 40 TIMES.
               10 WS-STEP-NAME      PIC X(8).
               10 WS-STEP-SCHED     PIC X(1).
               10 WS-STEP-HAS-END   PIC X(1).
               10 WS-STEP-DEADLINE  PIC 9(9).
               10 WS-STEP-HAS-MAX   PIC X(1).
               10 WS-STEP-MAX-SECS  PIC 9(9).
               10 WS-STEP-PCT       PIC 9(3).

      *The most recent nights of history, oldest first.  A night
      *begins at each NITMAIN start record of a new date; a rerun
      *on the same date stays in the same night, and a step that
      *ran more than once in a night keeps its last run.  STATE is
      *blank for not run, S started with no end yet, E ended.
       01 WS-NIGHT-MAX              PIC 9(4) VALUE 31.
       01 WS-NIGHT-COUNT            PIC 9(4) VALUE 0.
       01 WS-NIGHT-IX               PIC 9(4) VALUE 0.
       01 WS-NIGHT-IX2              PIC 9(4) VALUE 0.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 31 TIMES.
               10 WS-NIGHT-DATE     PIC 9(8).
               10 WS-NIGHT-BASE     PIC 9(11).
               10 WS-NIGHT-STEP OCCURS 40 TIMES.
                   15 WS-NS-STATE   PIC X(1).
                   15 WS-NS-START   PIC 9(11).
                   15 WS-NS-END     PIC 9(11).
                   15 WS-NS-ELAPSED PIC 9(9).
                   15 WS-NS-CC      PIC 9(4).

       01 WS-HIST-READ              PIC 9(9) VALUE 0.
       01 WS-RUNC-READ              PIC 9(9) VALUE 0.
       01 WS-OUTSIDE-COUNT          PIC 9(9) VALUE 0.
       01 WS-UNUSABLE-COUNT         PIC 9(9) VALUE 0.
      *Schedule entries and history records for a step that found
      *the step table already full.
       01 WS-STEPS-DROPPED          PIC 9(9) VALUE 0.
       01 WS-SCHED-REJECTS          PIC 9(4) VALUE 0.
       01 WS-ALERT-COUNT            PIC 9(9) VALUE 0.

      *Working fields for the step under report.
       01 WS-AVG-SUM                PIC 9(11) VALUE 0.
       01 WS-AVG-NIGHTS             PIC 9(4) VALUE 0.
       01 WS-AVG-SECS               PIC 9(9) VALUE 0.
       01 WS-AVG-LIMIT              PIC 9(9) VALUE 0.
       01 WS-END-OFFSET             PIC 9(9) VALUE 0.
       01 WS-END-DAY                PIC 9(4) VALUE 0.
       01 WS-END-REST               PIC 9(9) VALUE 0.
       01 WS-END-HH                 PIC 9(2) VALUE 0.
       01 WS-END-MM                 PIC 9(2) VALUE 0.
       01 WS-WORK-HH                PIC 9(4) VALUE 0.
       01 WS-WORK-MM                PIC 9(4) VALUE 0.
       01 WS-FLAG-LATE              PIC X(5).
       01 WS-FLAG-MAX               PIC X(8).
       01 WS-FLAG-AVG               PIC X(8).

       01 WS-EDIT-SECS              PIC Z(6)9.
       01 WS-EDIT-SECS2             PIC Z(6)9.
       01 WS-EDIT-NIGHTS            PIC Z9.
       01 WS-EDIT-DAY               PIC 9.
       01 WS-EDIT-CC                PIC Z(3)9.
       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-COUNT2            PIC Z(8)9.
       01 WS-EDIT-COUNT3            PIC Z(8)9.

      *Condition code for the operator: 0 every step inside its
      *window; 4 an alert was raised, a step did not fit the step
      *table, or the schedule, alert file, or report had trouble;
      *8 there is no night on the history to report on.
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-OPEN-FILES
           PERFORM 150-LOAD-SCHEDULE
           PERFORM 200-LOAD-HISTORY
           IF WS-NIGHT-COUNT = 0
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "NO NIGHTLY STREAM ON THE STEP HISTORY"
                   DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               PERFORM 500-REPORT-TONIGHT
           END-IF
           PERFORM 700-WRITE-TOTALS
           PERFORM 900-CLOSE-FILES
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "BATCH WINDOW SLA REPORT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY "SLARPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00"
               MOVE "Y" TO WS-ALERT-OK
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY "SLAALERT.DAT COULD NOT BE OPENED, STATUS "
                   WS-ALERT-STATUS
           END-IF.

      *A schedule record with a bad field is reported and the step
      *is still tracked, just with no limits to be held against.
       150-LOAD-SCHEDULE.
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "SLASCHED.DAT NOT READABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-SCHED-STATUS DELIMITED BY SIZE
                   ", NO LIMITS CHECKED" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               PERFORM UNTIL WS-EOF-SCHED = "Y"
                   READ SCHED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SCHED
                       NOT AT END
                           IF SLAS-STEP-NAME NOT = SPACES
                               MOVE SLAS-STEP-NAME TO WS-EV-STEP-NAME
                               PERFORM 320-FIND-STEP
                               IF WS-STEP-FOUND = "Y"
                                   PERFORM 160-NOTE-SCHEDULE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.

       160-NOTE-SCHEDULE.
           MOVE "Y" TO WS-STEP-SCHED (WS-STEP-IX)
           IF (SLAS-END-DAY NOT = SPACE AND SLAS-END-DAY NOT NUMERIC)
                   OR (SLAS-END-TIME NOT = SPACES
                       AND SLAS-END-TIME NOT NUMERIC)
                   OR (SLAS-MAX-ELAPSED NOT = SPACES
                       AND SLAS-MAX-ELAPSED NOT NUMERIC)
                   OR (SLAS-OVER-PCT NOT = SPACES
                       AND SLAS-OVER-PCT NOT NUMERIC)
               ADD 1 TO WS-SCHED-REJECTS
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "SCHEDULE FOR " DELIMITED BY SIZE
                   SLAS-STEP-NAME DELIMITED BY SIZE
                   " REJECTED, NON-NUMERIC LIMIT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               IF SLAS-END-TIME NOT = SPACES
                   MOVE "Y" TO WS-STEP-HAS-END (WS-STEP-IX)
                   DIVIDE SLAS-END-TIME BY 100 GIVING WS-WORK-HH
                       REMAINDER WS-WORK-MM
                   COMPUTE WS-STEP-DEADLINE (WS-STEP-IX)
                       = WS-WORK-HH * 3600 + WS-WORK-MM * 60
                   IF SLAS-END-DAY NOT = SPACE
                       COMPUTE WS-STEP-DEADLINE (WS-STEP-IX)
                           = WS-STEP-DEADLINE (WS-STEP-IX)
                               + SLAS-END-DAY * 86400
                   END-IF
               END-IF
               IF SLAS-MAX-ELAPSED NOT = SPACES
                   MOVE "Y" TO WS-STEP-HAS-MAX (WS-STEP-IX)
                   MOVE SLAS-MAX-ELAPSED
                       TO WS-STEP-MAX-SECS (WS-STEP-IX)
               END-IF
               IF SLAS-OVER-PCT NOT = SPACES
                   MOVE SLAS-OVER-PCT TO WS-STEP-PCT (WS-STEP-IX)
               END-IF
           END-IF.

      *The permanent history first, then whatever is still on the
      *run-control file: a night that did not end clean has not
      *been copied to the history yet.
       200-LOAD-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF-HIST = "Y"
                   READ HIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-HIST
                       NOT AT END
                           ADD 1 TO WS-HIST-READ
                           MOVE SHST-RECORD TO WS-EV-REC
                           PERFORM 300-TALLY-EVENT
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "STEPHIST.DAT NOT READABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-HIST-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           OPEN INPUT RUNC-FILE
           IF WS-RUNC-STATUS = "00"
               PERFORM UNTIL WS-EOF-RUNC = "Y"
                   READ RUNC-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-RUNC
                       NOT AT END
                           ADD 1 TO WS-RUNC-READ
                           MOVE RUNC-RECORD TO WS-EV-REC
                           PERFORM 300-TALLY-EVENT
                   END-READ
               END-PERFORM
               CLOSE RUNC-FILE
           END-IF.

       300-TALLY-EVENT.
           IF WS-EV-TIMESTAMP (1:14) NOT NUMERIC
               ADD 1 TO WS-UNUSABLE-COUNT
           ELSE
               COMPUTE WS-EV-SECS
                   = FUNCTION INTEGER-OF-DATE (WS-EV-DATE) * 86400
                       + WS-EV-HH * 3600 + WS-EV-MM * 60 + WS-EV-SS
               IF WS-EV-STEP-NAME = "NITMAIN"
                       AND WS-EV-REC-TYPE = "S"
                   PERFORM 310-START-NIGHT
               END-IF
               IF WS-NIGHT-COUNT = 0
                   ADD 1 TO WS-OUTSIDE-COUNT
               ELSE
                   PERFORM 320-FIND-STEP
                   IF WS-STEP-FOUND = "Y"
                       PERFORM 330-POST-EVENT
                   END-IF
               END-IF
           END-IF.

       310-START-NIGHT.
           IF WS-NIGHT-COUNT = 0
                   OR WS-NIGHT-DATE (WS-NIGHT-COUNT) NOT = WS-EV-DATE
               IF WS-NIGHT-COUNT < WS-NIGHT-MAX
                   ADD 1 TO WS-NIGHT-COUNT
               ELSE
                   PERFORM 315-EVICT-OLDEST-NIGHT
               END-IF
               INITIALIZE WS-NIGHT-ENTRY (WS-NIGHT-COUNT)
               MOVE WS-EV-DATE TO WS-NIGHT-DATE (WS-NIGHT-COUNT)
               COMPUTE WS-NIGHT-BASE (WS-NIGHT-COUNT)
                   = FUNCTION INTEGER-OF-DATE (WS-EV-DATE) * 86400
           END-IF.

       315-EVICT-OLDEST-NIGHT.
           PERFORM VARYING WS-NIGHT-IX2 FROM 1 BY 1
                   UNTIL WS-NIGHT-IX2 = WS-NIGHT-MAX
               MOVE WS-NIGHT-ENTRY (WS-NIGHT-IX2 + 1)
                   TO WS-NIGHT-ENTRY (WS-NIGHT-IX2)
           END-PERFORM.

       320-FIND-STEP.
           MOVE "N" TO WS-STEP-FOUND
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                       OR WS-STEP-FOUND = "Y"
               IF WS-STEP-NAME (WS-STEP-IX) = WS-EV-STEP-NAME
                   MOVE "Y" TO WS-STEP-FOUND
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND = "Y"
               SUBTRACT 1 FROM WS-STEP-IX
           ELSE
               IF WS-STEP-COUNT < WS-STEP-MAX
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-IX
                   MOVE WS-EV-STEP-NAME TO WS-STEP-NAME (WS-STEP-IX)
                   MOVE "N" TO WS-STEP-SCHED (WS-STEP-IX)
                   MOVE "N" TO WS-STEP-HAS-END (WS-STEP-IX)
                   MOVE 0 TO WS-STEP-DEADLINE (WS-STEP-IX)
                   MOVE "N" TO WS-STEP-HAS-MAX (WS-STEP-IX)
                   MOVE 0 TO WS-STEP-MAX-SECS (WS-STEP-IX)
                   MOVE 50 TO WS-STEP-PCT (WS-STEP-IX)
                   MOVE "Y" TO WS-STEP-FOUND
               ELSE
                   ADD 1 TO WS-STEPS-DROPPED
               END-IF
           END-IF.

      *An end record only counts against the start it closes; an
      *end with no start in the same night is passed over.
       330-POST-EVENT.
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-IX
           EVALUATE WS-EV-REC-TYPE
               WHEN "S"
                   MOVE "S" TO WS-NS-STATE (WS-NIGHT-IX, WS-STEP-IX)
                   MOVE WS-EV-SECS
                       TO WS-NS-START (WS-NIGHT-IX, WS-STEP-IX)
               WHEN "E"
                   IF WS-NS-STATE (WS-NIGHT-IX, WS-STEP-IX) = "S"
                       MOVE "E"
                           TO WS-NS-STATE (WS-NIGHT-IX, WS-STEP-IX)
                       MOVE WS-EV-SECS
                           TO WS-NS-END (WS-NIGHT-IX, WS-STEP-IX)
                       COMPUTE WS-NS-ELAPSED (WS-NIGHT-IX, WS-STEP-IX)
                           = WS-EV-SECS
                               - WS-NS-START (WS-NIGHT-IX, WS-STEP-IX)
                       MOVE WS-EV-COND-CODE
                           TO WS-NS-CC (WS-NIGHT-IX, WS-STEP-IX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-UNUSABLE-COUNT
           END-EVALUATE.

       500-REPORT-TONIGHT.
           MOVE WS-NIGHT-COUNT TO WS-NIGHT-IX
           MOVE SPACES TO RPT-LINE
           STRING "NIGHT OF " DELIMITED BY SIZE
               WS-NIGHT-DATE (WS-NIGHT-IX) DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "STEP     TONIGHT AVERAGE NIGHTS ENDED       CC FLAGS"
               DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               PERFORM 510-REPORT-STEP
           END-PERFORM.

      *Elapsed times are whole seconds.  The average is over the
      *prior nights the step ended on, up to 30 of them.
       510-REPORT-STEP.
           MOVE 0 TO WS-AVG-SUM
           MOVE 0 TO WS-AVG-NIGHTS
           MOVE 0 TO WS-AVG-SECS
           PERFORM VARYING WS-NIGHT-IX2 FROM 1 BY 1
                   UNTIL WS-NIGHT-IX2 NOT < WS-NIGHT-COUNT
               IF WS-NS-STATE (WS-NIGHT-IX2, WS-STEP-IX) = "E"
                   ADD 1 TO WS-AVG-NIGHTS
                   ADD WS-NS-ELAPSED (WS-NIGHT-IX2, WS-STEP-IX)
                       TO WS-AVG-SUM
               END-IF
           END-PERFORM
           IF WS-AVG-NIGHTS > 0
               COMPUTE WS-AVG-SECS ROUNDED
                   = WS-AVG-SUM / WS-AVG-NIGHTS
           END-IF
           MOVE WS-AVG-SECS TO WS-EDIT-SECS2
           MOVE WS-AVG-NIGHTS TO WS-EDIT-NIGHTS
           EVALUATE WS-NS-STATE (WS-NIGHT-IX, WS-STEP-IX)
               WHEN "E"
                   PERFORM 520-CHECK-ENDED-STEP
               WHEN "S"
                   MOVE SPACES TO RPT-LINE
                   STRING WS-STEP-NAME (WS-STEP-IX) DELIMITED BY SIZE
                       "         " DELIMITED BY SIZE
                       WS-EDIT-SECS2 DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       WS-EDIT-NIGHTS DELIMITED BY SIZE
                       " NO END RECORD" DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
                   MOVE "NOEND" TO SLAA-TYPE
                   MOVE 0 TO SLAA-ACTUAL-SECS
                   MOVE 0 TO SLAA-LIMIT-SECS
                   PERFORM 800-WRITE-ALERT
               WHEN OTHER
                   IF WS-STEP-SCHED (WS-STEP-IX) = "Y"
                       MOVE SPACES TO RPT-LINE
                       STRING WS-STEP-NAME (WS-STEP-IX)
                           DELIMITED BY SIZE
                           "         " DELIMITED BY SIZE
                           WS-EDIT-SECS2 DELIMITED BY SIZE
                           "     " DELIMITED BY SIZE
                           WS-EDIT-NIGHTS DELIMITED BY SIZE
                           " DID NOT RUN" DELIMITED BY SIZE
                           INTO RPT-TEXT
                       PERFORM 750-WRITE-RPT-LINE
                   END-IF
           END-EVALUATE.

       520-CHECK-ENDED-STEP.
           MOVE SPACES TO WS-FLAG-LATE
           MOVE SPACES TO WS-FLAG-MAX
           MOVE SPACES TO WS-FLAG-AVG
           COMPUTE WS-END-OFFSET
               = WS-NS-END (WS-NIGHT-IX, WS-STEP-IX)
                   - WS-NIGHT-BASE (WS-NIGHT-IX)
           DIVIDE WS-END-OFFSET BY 86400 GIVING WS-END-DAY
               REMAINDER WS-END-REST
           DIVIDE WS-END-REST BY 3600 GIVING WS-END-HH
               REMAINDER WS-END-REST
           DIVIDE WS-END-REST BY 60 GIVING WS-END-MM
               REMAINDER WS-END-REST
           IF WS-STEP-HAS-END (WS-STEP-IX) = "Y"
                   AND WS-END-OFFSET > WS-STEP-DEADLINE (WS-STEP-IX)
               MOVE "LATE" TO WS-FLAG-LATE
               MOVE "LATE" TO SLAA-TYPE
               MOVE WS-END-OFFSET TO SLAA-ACTUAL-SECS
               MOVE WS-STEP-DEADLINE (WS-STEP-IX) TO SLAA-LIMIT-SECS
               PERFORM 800-WRITE-ALERT
           END-IF
           IF WS-STEP-HAS-MAX (WS-STEP-IX) = "Y"
                   AND WS-NS-ELAPSED (WS-NIGHT-IX, WS-STEP-IX)
                       > WS-STEP-MAX-SECS (WS-STEP-IX)
               MOVE "OVERMAX" TO WS-FLAG-MAX
               MOVE "OVERMAX" TO SLAA-TYPE
               MOVE WS-NS-ELAPSED (WS-NIGHT-IX, WS-STEP-IX)
                   TO SLAA-ACTUAL-SECS
               MOVE WS-STEP-MAX-SECS (WS-STEP-IX) TO SLAA-LIMIT-SECS
               PERFORM 800-WRITE-ALERT
           END-IF
           IF WS-AVG-NIGHTS > 0
               COMPUTE WS-AVG-LIMIT ROUNDED
                   = WS-AVG-SUM * (100 + WS-STEP-PCT (WS-STEP-IX))
                       / (WS-AVG-NIGHTS * 100)
               IF WS-NS-ELAPSED (WS-NIGHT-IX, WS-STEP-IX)
                       > WS-AVG-LIMIT
                   MOVE "OVERAVG" TO WS-FLAG-AVG
                   MOVE "OVERAVG" TO SLAA-TYPE
                   MOVE WS-NS-ELAPSED (WS-NIGHT-IX, WS-STEP-IX)
                       TO SLAA-ACTUAL-SECS
                   MOVE WS-AVG-LIMIT TO SLAA-LIMIT-SECS
                   PERFORM 800-WRITE-ALERT
               END-IF
           END-IF
           MOVE WS-NS-ELAPSED (WS-NIGHT-IX, WS-STEP-IX)
               TO WS-EDIT-SECS
           MOVE WS-END-DAY TO WS-EDIT-DAY
           MOVE WS-NS-CC (WS-NIGHT-IX, WS-STEP-IX) TO WS-EDIT-CC
           MOVE SPACES TO RPT-LINE
           STRING WS-STEP-NAME (WS-STEP-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-SECS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-SECS2 DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-EDIT-NIGHTS DELIMITED BY SIZE
               " D+" DELIMITED BY SIZE
               WS-EDIT-DAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-END-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-END-MM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-CC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG-LATE DELIMITED BY SIZE
               WS-FLAG-MAX DELIMITED BY SIZE
               WS-FLAG-AVG DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       700-WRITE-TOTALS.
           MOVE WS-HIST-READ TO WS-EDIT-COUNT
           MOVE WS-RUNC-READ TO WS-EDIT-COUNT2
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER HISTORY READ=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " RUNCTL READ=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-OUTSIDE-COUNT TO WS-EDIT-COUNT
           MOVE WS-UNUSABLE-COUNT TO WS-EDIT-COUNT2
           MOVE WS-STEPS-DROPPED TO WS-EDIT-COUNT3
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER OUTSIDE STREAM=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " UNUSABLE=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " DROPPED=" DELIMITED BY SIZE
               WS-EDIT-COUNT3 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           IF WS-STEPS-DROPPED > 0
               PERFORM 990-RAISE-WARNING
           END-IF
           MOVE WS-NIGHT-COUNT TO WS-EDIT-COUNT
           MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT2
           MOVE WS-SCHED-REJECTS TO WS-EDIT-CC
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER NIGHTS=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " ALERTS=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " SCHEDULE REJECTS=" DELIMITED BY SIZE
               WS-EDIT-CC DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       750-WRITE-RPT-LINE.
           IF WS-RPT-OK = "Y"
               WRITE RPT-LINE
           END-IF.

      *The caller sets the alert type and the two second counts.
       800-WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           PERFORM 990-RAISE-WARNING
           IF WS-ALERT-OK = "Y"
               MOVE WS-NIGHT-DATE (WS-NIGHT-IX) TO SLAA-RUN-DATE
               MOVE WS-STEP-NAME (WS-STEP-IX) TO SLAA-STEP-NAME
               WRITE SLAA-RECORD
           END-IF.

       900-CLOSE-FILES.
           IF WS-RPT-OK = "Y"
               CLOSE RPT-FILE
           END-IF
           IF WS-ALERT-OK = "Y"
               CLOSE ALERT-FILE
           END-IF.

       990-RAISE-WARNING.
           IF WS-COND-CODE < 4
               MOVE 4 TO WS-COND-CODE
           END-IF.

       991-RAISE-FATAL.
           IF WS-COND-CODE < 8
               MOVE 8 TO WS-COND-CODE
           END-IF.
       END PROGRAM SLAMAIN.
