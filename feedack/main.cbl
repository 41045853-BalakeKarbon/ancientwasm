       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ACKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REG-FILE ASSIGN TO "ACKREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT REL-FILE ASSIGN TO "../feedgate/FEEDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RPT-FILE ASSIGN TO "ACKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNC-FILE ASSIGN TO "../nightly/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY ACKPARM.
       FD  REG-FILE.
       COPY ACKREG.
       FD  REL-FILE.
       COPY FRELREC.
       FD  ACK-FILE.
       COPY FACKREC.
       FD  OUT-FILE.
       COPY FFEEDREC.
       FD  RPT-FILE.
       COPY RPTLINE.
       FD  RUNC-FILE.
       COPY RUNCTLRC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS            PIC XX.
       01 WS-REG-STATUS             PIC XX.
       01 WS-REL-STATUS             PIC XX.
       01 WS-ACK-STATUS             PIC XX.
       01 WS-OUT-STATUS             PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-RUNC-STATUS            PIC XX.
       01 WS-RUNC-TYPE              PIC X VALUE "S".

       01 WS-EOF-REG                PIC X VALUE "N".
       01 WS-EOF-REL                PIC X VALUE "N".
       01 WS-EOF-OUT                PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-REG-OK                 PIC X VALUE "N".

       01 WS-RUN-DATE               PIC 9(8) VALUE 0.
       01 WS-MAX-DAYS               PIC 9(3) VALUE 3.
       01 WS-DAYS-OUT               PIC 9(5) VALUE 0.

      *Outbound files whose acknowledgment is already on the
      *register; they are settled and not looked at again.
       01 WS-REG-MAX                PIC 9(4) VALUE 5000.
       01 WS-REG-COUNT              PIC 9(4) VALUE 0.
       01 WS-REG-IX                 PIC 9(4) VALUE 0.
       01 WS-REG-DROPPED            PIC 9(9) VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-NAME           PIC X(40) OCCURS 5000 TIMES.

      *Released feeds still waiting on an acknowledgment, one entry
      *per outbound file.  A gate rerun on the same night releases
      *the same file name again; the later release stamp replaces
      *the earlier one, since its copy is the one that went out.
       01 WS-REL-MAX                PIC 9(4) VALUE 500.
       01 WS-REL-COUNT              PIC 9(4) VALUE 0.
       01 WS-REL-IX                 PIC 9(4) VALUE 0.
       01 WS-REL-FOUND              PIC X VALUE "N".
       01 WS-REL-DROPPED            PIC 9(9) VALUE 0.
       01 WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 500 TIMES.
               10 WS-REL-NAME       PIC X(40).
               10 WS-REL-DATE       PIC 9(8).
               10 WS-REL-DETAILS    PIC 9(9).

      *Where each release's acknowledgment and released copy are
      *found.  The trailer EX2MAIN wrote into EX2FEED.DAT went out
      *inside the released copy, which the gate leaves in its own
      *directory; EX2FEED.DAT itself is rewritten every night.
       01 WS-ACK-FILE-NAME          PIC X(48) VALUE SPACES.
       01 WS-OUT-FILE-NAME          PIC X(52) VALUE SPACES.
       01 WS-TRL-FOUND              PIC X VALUE "N".
       01 WS-TRL-COUNT              PIC 9(9) VALUE 0.
       01 WS-TRL-HASH               PIC S9(18) VALUE 0.
       01 WS-TOTALS-AGREE           PIC X VALUE "Y".
       01 WS-RESULT                 PIC X VALUE SPACE.
       01 WS-RESULT-TEXT            PIC X(30).
       01 WS-RECEIPT-TEXT           PIC X(8).

       01 WS-ACCEPTED-COUNT         PIC 9(9) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(9) VALUE 0.
       01 WS-DIFFERENT-COUNT        PIC 9(9) VALUE 0.
       01 WS-OVERDUE-COUNT          PIC 9(9) VALUE 0.
       01 WS-AWAITING-COUNT         PIC 9(9) VALUE 0.
       01 WS-UNUSABLE-COUNT         PIC 9(9) VALUE 0.

       01 WS-TS-DATE                PIC 9(8).
       01 WS-TS-TIME                PIC 9(8).
       01 WS-TIMESTAMP              PIC X(16).

       01 WS-EDIT-DAYS              PIC Z(4)9.
       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-COUNT2            PIC Z(8)9.
       01 WS-EDIT-COUNT3            PIC Z(8)9.
       01 WS-EDIT-HASH              PIC -(18)9.
       01 WS-EDIT-HASH2             PIC -(18)9.

      *Condition code handed back to the nightly driver: 0 every
      *acknowledgment balanced, 4 warnings (a feed rejected, taken
      *in with different totals, overdue, or with an unusable
      *acknowledgment; the parameter file missing; the register
      *or release table full or not writable).
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           MOVE "S" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           PERFORM 100-OPEN-REPORT
           PERFORM 150-READ-PARM
           PERFORM 200-LOAD-REGISTER
           PERFORM 300-LOAD-RELEASES
           IF WS-REL-COUNT > 0
               PERFORM 350-OPEN-REGISTER
               MOVE SPACES TO RPT-LINE
               STRING "OUTBOUND FILE            RELEASED RECEIVED "
                   DELIMITED BY SIZE
                   " DAYS RESULT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               PERFORM VARYING WS-REL-IX FROM 1 BY 1
                       UNTIL WS-REL-IX > WS-REL-COUNT
                   PERFORM 400-CHECK-RELEASE
               END-PERFORM
               IF WS-REG-OK = "Y"
                   CLOSE REG-FILE
               END-IF
           END-IF
           PERFORM 700-WRITE-TRAILER
           PERFORM 900-CLOSE-FILES
           MOVE "E" TO WS-RUNC-TYPE
           PERFORM 970-WRITE-RUNCTL
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       100-OPEN-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "FEED ACKNOWLEDGMENT REPORT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "AS OF " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY "ACKRPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF.

       150-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACK-PARM-MAX-DAYS NUMERIC
                           MOVE ACK-PARM-MAX-DAYS TO WS-MAX-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "ACKPARM.DAT MISSING, 3 DAYS ALLOWED"
                   DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       200-LOAD-REGISTER.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-EOF-REG = "Y"
                   READ REG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REG
                       NOT AT END
                           IF WS-REG-COUNT < WS-REG-MAX
                               ADD 1 TO WS-REG-COUNT
                               MOVE ACKR-OUT-NAME
                                   TO WS-REG-NAME (WS-REG-COUNT)
                           ELSE
                               ADD 1 TO WS-REG-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF
           IF WS-REG-DROPPED > 0
               PERFORM 990-RAISE-WARNING
               MOVE WS-REG-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "REGISTER TABLE FULL, ENTRIES NOT LOADED="
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

      *No release file yet means the gate has never let a feed
      *out, which leaves nothing to check.
       300-LOAD-RELEASES.
           OPEN INPUT REL-FILE
           IF WS-REL-STATUS = "00"
               PERFORM UNTIL WS-EOF-REL = "Y"
                   READ REL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REL
                       NOT AT END
                           PERFORM 310-ADD-RELEASE
                   END-READ
               END-PERFORM
               CLOSE REL-FILE
           ELSE
               IF WS-REL-STATUS NOT = "35"
                   PERFORM 990-RAISE-WARNING
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "FEEDREL.DAT NOT AVAILABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-REL-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           IF WS-REL-DROPPED > 0
               PERFORM 990-RAISE-WARNING
               MOVE WS-REL-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "RELEASE TABLE FULL, RELEASES NOT CHECKED="
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       310-ADD-RELEASE.
           MOVE "N" TO WS-REL-FOUND
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-COUNT
                       OR WS-REL-FOUND = "Y"
               IF WS-REG-NAME (WS-REG-IX) = FREL-OUT-NAME
                   MOVE "Y" TO WS-REL-FOUND
               END-IF
           END-PERFORM
           IF WS-REL-FOUND = "N"
               PERFORM VARYING WS-REL-IX FROM 1 BY 1
                       UNTIL WS-REL-IX > WS-REL-COUNT
                           OR WS-REL-FOUND = "Y"
                   IF WS-REL-NAME (WS-REL-IX) = FREL-OUT-NAME
                       MOVE "Y" TO WS-REL-FOUND
                   END-IF
               END-PERFORM
               IF WS-REL-FOUND = "Y"
                   SUBTRACT 1 FROM WS-REL-IX
                   MOVE FREL-RUN-DATE TO WS-REL-DATE (WS-REL-IX)
                   MOVE FREL-DETAIL-COUNT
                       TO WS-REL-DETAILS (WS-REL-IX)
               ELSE
                   IF WS-REL-COUNT < WS-REL-MAX
                       ADD 1 TO WS-REL-COUNT
                       MOVE FREL-OUT-NAME
                           TO WS-REL-NAME (WS-REL-COUNT)
                       MOVE FREL-RUN-DATE
                           TO WS-REL-DATE (WS-REL-COUNT)
                       MOVE FREL-DETAIL-COUNT
                           TO WS-REL-DETAILS (WS-REL-COUNT)
                   ELSE
                       ADD 1 TO WS-REL-DROPPED
                   END-IF
               END-IF
           END-IF.

       350-OPEN-REGISTER.
           OPEN EXTEND REG-FILE
           IF WS-REG-STATUS NOT = "00"
               OPEN OUTPUT REG-FILE
           END-IF
           IF WS-REG-STATUS = "00"
               MOVE "Y" TO WS-REG-OK
           ELSE
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "ACKREG.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-REG-STATUS DELIMITED BY SIZE
                   " ACKNOWLEDGMENTS NOT REGISTERED" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

      *A release with no acknowledgment file yet is aged from its
      *release date.  One with a file is checked and, once the
      *file could be read, put on the register.
       400-CHECK-RELEASE.
           MOVE 0 TO WS-DAYS-OUT
           IF WS-REL-DATE (WS-REL-IX) NUMERIC
                   AND WS-REL-DATE (WS-REL-IX) > 0
                   AND WS-REL-DATE (WS-REL-IX) < WS-RUN-DATE
               COMPUTE WS-DAYS-OUT
                   = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-REL-DATE (WS-REL-IX))
           END-IF
           MOVE SPACES TO WS-RECEIPT-TEXT
           MOVE SPACE TO WS-RESULT
           MOVE SPACES TO WS-ACK-FILE-NAME
           STRING "FEEDACK." DELIMITED BY SIZE
               WS-REL-NAME (WS-REL-IX) (9:32) DELIMITED BY SIZE
               INTO WS-ACK-FILE-NAME
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
               READ ACK-FILE
                   AT END
                       MOVE "ACK FILE EMPTY" TO WS-RESULT-TEXT
                       PERFORM 480-UNUSABLE-ACK
                   NOT AT END
                       PERFORM 500-CHECK-ACK
               END-READ
               CLOSE ACK-FILE
           ELSE
               IF WS-DAYS-OUT > WS-MAX-DAYS
                   PERFORM 990-RAISE-WARNING
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE, NO ACKNOWLEDGMENT" TO WS-RESULT-TEXT
               ELSE
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE "AWAITING ACKNOWLEDGMENT" TO WS-RESULT-TEXT
               END-IF
               PERFORM 450-WRITE-RESULT-LINE
           END-IF.

       450-WRITE-RESULT-LINE.
           MOVE WS-DAYS-OUT TO WS-EDIT-DAYS
           MOVE SPACES TO RPT-LINE
           STRING WS-REL-NAME (WS-REL-IX) (1:24) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REL-DATE (WS-REL-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RECEIPT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT-TEXT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

      *An acknowledgment that cannot be trusted is reported but not
      *registered, so a corrected file sent later is still taken.
       480-UNUSABLE-ACK.
           PERFORM 990-RAISE-WARNING
           ADD 1 TO WS-UNUSABLE-COUNT
           PERFORM 450-WRITE-RESULT-LINE.

       500-CHECK-ACK.
           IF FACK-RECEIPT-DATE NUMERIC
               MOVE FACK-RECEIPT-DATE TO WS-RECEIPT-TEXT
           END-IF
           IF FACK-OUT-NAME NOT = WS-REL-NAME (WS-REL-IX)
               MOVE "ACK NAMES ANOTHER FILE" TO WS-RESULT-TEXT
               PERFORM 480-UNUSABLE-ACK
           ELSE
               IF FACK-STATUS = "R"
                   PERFORM 990-RAISE-WARNING
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "R" TO WS-RESULT
                   MOVE "REJECTED BY RECEIVER" TO WS-RESULT-TEXT
                   PERFORM 450-WRITE-RESULT-LINE
               ELSE
                   IF FACK-STATUS = "A"
                           AND FACK-DETAIL-COUNT NUMERIC
                           AND FACK-HASH-TOTAL NUMERIC
                       PERFORM 550-BALANCE-ACK
                   ELSE
                       MOVE "ACK STATUS OR TOTALS INVALID"
                           TO WS-RESULT-TEXT
                       PERFORM 480-UNUSABLE-ACK
                   END-IF
               END-IF
           END-IF
           IF WS-RESULT NOT = SPACE
               PERFORM 650-WRITE-REGISTER
           END-IF.

      *An accepted feed balances when the receiver's detail count
      *agrees with the release stamp and the feed trailer, and its
      *hash total agrees with the trailer.
       550-BALANCE-ACK.
           PERFORM 600-READ-TRAILER
           MOVE "Y" TO WS-TOTALS-AGREE
           IF FACK-DETAIL-COUNT NOT = WS-REL-DETAILS (WS-REL-IX)
               MOVE "N" TO WS-TOTALS-AGREE
           END-IF
           IF WS-TRL-FOUND = "Y"
               IF FACK-DETAIL-COUNT NOT = WS-TRL-COUNT
                       OR FACK-HASH-TOTAL NOT = WS-TRL-HASH
                   MOVE "N" TO WS-TOTALS-AGREE
               END-IF
           END-IF
           IF WS-TOTALS-AGREE = "Y"
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "A" TO WS-RESULT
               MOVE "ACCEPTED, TOTALS AGREE" TO WS-RESULT-TEXT
               PERFORM 450-WRITE-RESULT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               ADD 1 TO WS-DIFFERENT-COUNT
               MOVE "D" TO WS-RESULT
               MOVE "ACCEPTED, TOTALS DIFFER" TO WS-RESULT-TEXT
               PERFORM 450-WRITE-RESULT-LINE
               MOVE WS-REL-DETAILS (WS-REL-IX) TO WS-EDIT-COUNT
               MOVE WS-TRL-COUNT TO WS-EDIT-COUNT2
               MOVE FACK-DETAIL-COUNT TO WS-EDIT-COUNT3
               MOVE SPACES TO RPT-LINE
               STRING "    COUNT RELEASED=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " TRAILER=" DELIMITED BY SIZE
                   WS-EDIT-COUNT2 DELIMITED BY SIZE
                   " ACK=" DELIMITED BY SIZE
                   WS-EDIT-COUNT3 DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               MOVE WS-TRL-HASH TO WS-EDIT-HASH
               MOVE FACK-HASH-TOTAL TO WS-EDIT-HASH2
               MOVE SPACES TO RPT-LINE
               STRING "    HASH TRAILER=" DELIMITED BY SIZE
                   WS-EDIT-HASH DELIMITED BY SIZE
                   " ACK=" DELIMITED BY SIZE
                   WS-EDIT-HASH2 DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           IF WS-TRL-FOUND = "N"
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "    TRAILER NOT ON FILE, STATUS "
                   DELIMITED BY SIZE
                   WS-OUT-STATUS DELIMITED BY SIZE
                   ", HASH NOT CHECKED" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       600-READ-TRAILER.
           MOVE "N" TO WS-TRL-FOUND
           MOVE 0 TO WS-TRL-COUNT
           MOVE 0 TO WS-TRL-HASH
           MOVE SPACES TO WS-OUT-FILE-NAME
           STRING "../feedgate/" DELIMITED BY SIZE
               WS-REL-NAME (WS-REL-IX) DELIMITED BY SIZE
               INTO WS-OUT-FILE-NAME
           OPEN INPUT OUT-FILE
           IF WS-OUT-STATUS = "00"
               MOVE "N" TO WS-EOF-OUT
               PERFORM UNTIL WS-EOF-OUT = "Y"
                   READ OUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-OUT
                       NOT AT END
                           IF FFEED-REC-TYPE = "T"
                               MOVE "Y" TO WS-TRL-FOUND
                               MOVE FFEED-TRL-DETAIL-COUNT
                                   TO WS-TRL-COUNT
                               MOVE FFEED-TRL-HASH-TOTAL
                                   TO WS-TRL-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUT-FILE
           END-IF.

       650-WRITE-REGISTER.
           IF WS-REG-OK = "Y"
               MOVE WS-REL-NAME (WS-REL-IX) TO ACKR-OUT-NAME
               MOVE WS-REL-DATE (WS-REL-IX) TO ACKR-RUN-DATE
               MOVE FACK-RECEIPT-DATE TO ACKR-RECEIPT-DATE
               MOVE WS-RESULT TO ACKR-RESULT
               MOVE WS-RUN-DATE TO ACKR-PROCESSED-DATE
               WRITE ACKR-RECORD
           END-IF.

       700-WRITE-TRAILER.
           MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT2
           MOVE WS-DIFFERENT-COUNT TO WS-EDIT-COUNT3
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER ACCEPTED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " REJECTED=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " DIFFERENT=" DELIMITED BY SIZE
               WS-EDIT-COUNT3 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT
           MOVE WS-AWAITING-COUNT TO WS-EDIT-COUNT2
           MOVE WS-UNUSABLE-COUNT TO WS-EDIT-COUNT3
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER OVERDUE=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " AWAITING=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " UNUSABLE=" DELIMITED BY SIZE
               WS-EDIT-COUNT3 DELIMITED BY SIZE
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
               MOVE "ACKMAIN" TO RUNC-STEP-NAME
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
       END PROGRAM ACKMAIN.
