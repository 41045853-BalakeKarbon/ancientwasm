           SELECT RPT-FILE ASSIGN TO "RECHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNC-FILE ASSIGN TO "../nightly/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  STP-RECORD                  PIC 9(8).
       FD  RPT-FILE.
       COPY RPTLINE.
       FD  RUNC-FILE.
       COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS            PIC XX.
       01 WS-HIST-STATUS            PIC XX.
       01 WS-SUM-STATUS             PIC XX.
       01 WS-STP-STATUS             PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-RUNC-STATUS            PIC XX.
       01 WS-RUNC-TYPE              PIC X VALUE "S".

       01 WS-TS-DATE                PIC 9(8).
       01 WS-TS-TIME                PIC 9(8).
       01 WS-TIMESTAMP              PIC X(16).

       01 WS-EOF-HIST               PIC X VALUE "N".
       01 WS-EOF-SUM                PIC X VALUE "N".

       PROCEDURE DIVISION.
       000-Main.
           MOVE "S" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           PERFORM 100-OPEN-REPORT
           PERFORM 150-READ-PARM
           PERFORM 200-FIND-RUN-DATES
           END-IF
           PERFORM 700-WRITE-TOTALS
           PERFORM 900-CLOSE-FILES
           MOVE "E" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

               CLOSE RPT-FILE
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
               MOVE "HSTMAIN" TO RUNC-STEP-NAME
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
