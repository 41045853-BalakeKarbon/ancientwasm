       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RCVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CTL-FILE ASSIGN TO "../demo1/DEMOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REG-FILE ASSIGN TO "../audit/WAUDGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../audit/WASMAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RPT-FILE ASSIGN TO "RCVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RCV-FILE ASSIGN TO "RCVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-INDEX1
               FILE STATUS IS WS-RCV-STATUS.
           SELECT MAST-FILE ASSIGN TO "../demo1/DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMAST-INDEX1
               FILE STATUS IS WS-MAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY RCVPARM.
       FD  CTL-FILE.
       COPY LOOPPARM.
       FD  REG-FILE.
       COPY AUDGENRC.
       FD  GEN-FILE.
       01  GEN-RECORD                  PIC X(90).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  RPT-FILE.
       COPY RPTLINE.
      *The rebuilt master, laid out field for field as DEMOMAST so
      *it can be put in place of the live file once it is checked.
       FD  RCV-FILE.
       01  RCV-RECORD.
           05  RCV-INDEX1              PIC 9(9).
           05  RCV-RETURNI1            PIC 9(20).
           05  RCV-MATCH-FLAG          PIC X(1).
           05  RCV-TIMESTAMP           PIC X(16).
       FD  MAST-FILE.
       COPY DEMOMAST.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS            PIC XX.
       01 WS-CTL-STATUS             PIC XX.
       01 WS-REG-STATUS             PIC XX.
       01 WS-GEN-STATUS             PIC XX.
       01 WS-AUDIT-STATUS           PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-RCV-STATUS             PIC XX.
       01 WS-MAST-STATUS            PIC XX.

       01 WS-EOF-CTL                PIC X VALUE "N".
       01 WS-EOF-REG                PIC X VALUE "N".
       01 WS-EOF-GEN                PIC X VALUE "N".
       01 WS-EOF-AUDIT              PIC X VALUE "N".
       01 WS-EOF-RCV                PIC X VALUE "N".
       01 WS-EOF-MAST               PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-RCV-OK                 PIC X VALUE "N".
       01 WS-MAST-OK                PIC X VALUE "N".
       01 WS-PARM-OK                PIC X VALUE "Y".
       01 WS-RCV-FOUND              PIC X VALUE "N".
       01 WS-MAST-FOUND             PIC X VALUE "N".

       01 WS-TS-DATE                PIC 9(8).
       01 WS-AS-OF-DATE             PIC 9(8) VALUE 0.

      *The audit record under replay, one layout shared by the
      *live file and every generation walked.  The index and
      *return code are right-justified edited text; once their
      *leading spaces are zeroed the numeric views hold the values.
       01 WS-AUD-REC.
           05 WS-AUD-TIMESTAMP      PIC X(16).
           05 WS-AUD-PROGRAM        PIC X(8).
           05 WS-AUD-EPOINT         PIC X(28).
           05 WS-AUD-INDEX          PIC X(9).
           05 WS-AUD-INDEX-NUM REDEFINES WS-AUD-INDEX
                                    PIC 9(9).
           05 WS-AUD-RETCODE        PIC X(20).
           05 WS-AUD-RETCODE-NUM REDEFINES WS-AUD-RETCODE
                                    PIC 9(20).
           05 WS-AUD-STATUS         PIC X(9).

       01 WS-GEN-FILE-NAME          PIC X(40).

      *In-core copy of the generation registry, oldest entry first.
       01 WS-GEN-MAX                PIC 9(4) VALUE 50.
       01 WS-GEN-COUNT              PIC 9(4) VALUE 0.
       01 WS-GEN-IX                 PIC 9(4) VALUE 0.
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 50 TIMES.
               10 WS-GEN-DATE       PIC 9(8).
               10 WS-GEN-NAME       PIC X(40).

      *The DEMOCTL ranges, loaded only to find the target an
      *index's match flag is held against, defaulted the way
      *DEMO1MN defaults a blank target.  With no control file
      *DEMO1MN runs its one built-in range, 0 to 16 with a target
      *of 5, and an index outside every range is held against that
      *same default target.
       01 WS-CTL-MAX                PIC 9(4) VALUE 100.
       01 WS-CTL-COUNT              PIC 9(4) VALUE 0.
       01 WS-CTL-IX                 PIC 9(4) VALUE 0.
       01 WS-CTL-FOUND              PIC X VALUE "N".
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 100 TIMES.
               10 WS-CTL-LOW        PIC 9(9).
               10 WS-CTL-HIGH       PIC 9(9).
               10 WS-CTL-TARGET     PIC 9(9).
       01 WS-RANGE-TARGET           PIC 9(9) VALUE 5.

      *Replay counts, per file and for the whole run.
       01 WS-FILE-READ-COUNT        PIC 9(9) VALUE 0.
       01 WS-FILE-APPLIED-COUNT     PIC 9(9) VALUE 0.
       01 WS-TOTAL-READ             PIC 9(9) VALUE 0.
       01 WS-TOTAL-APPLIED          PIC 9(9) VALUE 0.
       01 WS-TOTAL-OTHER            PIC 9(9) VALUE 0.
       01 WS-TOTAL-AFTER            PIC 9(9) VALUE 0.
       01 WS-TOTAL-UNUSABLE         PIC 9(9) VALUE 0.
       01 WS-TOTAL-WRITE-ERRORS     PIC 9(9) VALUE 0.
       01 WS-FILES-READ             PIC 9(4) VALUE 0.

      *Control totals for the rebuilt file and the live master,
      *and the outcome of holding one against the other.
       01 WS-RCV-RECORDS            PIC 9(9) VALUE 0.
       01 WS-RCV-MATCHES            PIC 9(9) VALUE 0.
       01 WS-RCV-HASH               PIC 9(18) VALUE 0.
       01 WS-MAST-RECORDS           PIC 9(9) VALUE 0.
       01 WS-MAST-MATCHES           PIC 9(9) VALUE 0.
       01 WS-MAST-HASH              PIC 9(18) VALUE 0.
       01 WS-CMP-SAME               PIC 9(9) VALUE 0.
       01 WS-CMP-DIFFERENT          PIC 9(9) VALUE 0.
       01 WS-CMP-DATE-DIFFERS       PIC 9(9) VALUE 0.
       01 WS-CMP-ONLY-RCV           PIC 9(9) VALUE 0.
       01 WS-CMP-ONLY-MAST          PIC 9(9) VALUE 0.

       01 WS-EDIT-INDEX             PIC Z(8)9.
       01 WS-EDIT-RETURNI1          PIC Z(19)9.
       01 WS-EDIT-RETURNI1-B        PIC Z(19)9.
       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-COUNT2            PIC Z(8)9.
       01 WS-EDIT-COUNT3            PIC Z(8)9.
       01 WS-EDIT-HASH              PIC Z(17)9.

      *Condition code for the operator: 0 the master was rebuilt
      *and agrees with the live file (or there is no live file to
      *hold it against); 4 rebuilt, but a generation could not be
      *read, a record could not be written, or the rebuilt file
      *differs from the live master; 8 nothing could be rebuilt
      *(bad parameter, no rebuilt file, or no audit file readable).
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-OPEN-FILES
           PERFORM 150-READ-PARM
           IF WS-RCV-OK = "Y" AND WS-PARM-OK = "Y"
               PERFORM 160-LOAD-CONTROLS
               PERFORM 200-LOAD-REGISTRY
               PERFORM VARYING WS-GEN-IX FROM 1 BY 1
                       UNTIL WS-GEN-IX > WS-GEN-COUNT
                   PERFORM 300-REPLAY-GENERATION
               END-PERFORM
               PERFORM 400-REPLAY-LIVE-FILE
               IF WS-FILES-READ = 0
                   PERFORM 991-RAISE-FATAL
                   MOVE SPACES TO RPT-LINE
                   STRING "NO AUDIT FILE COULD BE READ"
                       DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               END-IF
               PERFORM 650-COMPARE-LIVE
           END-IF
           PERFORM 700-WRITE-TOTALS
           PERFORM 900-CLOSE-FILES
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

      *The rebuilt master always starts empty; the live master is
      *never opened for update here.
       100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "DEMOMAST FORWARD RECOVERY REPORT"
                   DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY "RCVRPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF
           OPEN OUTPUT RCV-FILE
           IF WS-RCV-STATUS = "00"
               CLOSE RCV-FILE
               OPEN I-O RCV-FILE
           END-IF
           IF WS-RCV-STATUS = "00"
               MOVE "Y" TO WS-RCV-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "RCVMAST.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-RCV-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               DISPLAY "RCVMAST.DAT COULD NOT BE OPENED, STATUS "
                   WS-RCV-STATUS
           END-IF.

       150-READ-PARM.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           MOVE WS-TS-DATE TO WS-AS-OF-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCVP-AS-OF-DATE = SPACES
                           CONTINUE
                       ELSE
                           IF RCVP-AS-OF-DATE NUMERIC
                               MOVE RCVP-AS-OF-DATE TO WS-AS-OF-DATE
                           ELSE
                               MOVE "N" TO WS-PARM-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF WS-PARM-OK = "Y"
               STRING "RECOVER AS OF " DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
                   INTO RPT-TEXT
           ELSE
               PERFORM 991-RAISE-FATAL
               STRING "PARAMETER REJECTED, AS-OF DATE NOT NUMERIC "
                   DELIMITED BY SIZE
                   RCVP-AS-OF-DATE DELIMITED BY SIZE
                   INTO RPT-TEXT
           END-IF
           PERFORM 750-WRITE-RPT-LINE.

       160-LOAD-CONTROLS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE 1 TO WS-CTL-COUNT
               MOVE 0 TO WS-CTL-LOW (1)
               MOVE 16 TO WS-CTL-HIGH (1)
               MOVE 5 TO WS-CTL-TARGET (1)
           ELSE
               PERFORM UNTIL WS-EOF-CTL = "Y"
                   READ CTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CTL
                       NOT AT END
                           IF WS-CTL-COUNT < WS-CTL-MAX
                                   AND LOOP-PARM-LOW NUMERIC
                                   AND LOOP-PARM-HIGH NUMERIC
                               ADD 1 TO WS-CTL-COUNT
                               MOVE LOOP-PARM-LOW
                                   TO WS-CTL-LOW (WS-CTL-COUNT)
                               MOVE LOOP-PARM-HIGH
                                   TO WS-CTL-HIGH (WS-CTL-COUNT)
                               IF LOOP-PARM-TARGET = SPACES
                                       OR LOOP-PARM-TARGET NOT NUMERIC
                                   MOVE 5 TO
                                       WS-CTL-TARGET (WS-CTL-COUNT)
                               ELSE
                                   MOVE LOOP-PARM-TARGET TO
                                       WS-CTL-TARGET (WS-CTL-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.

       200-LOAD-REGISTRY.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-EOF-REG = "Y"
                   READ REG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REG
                       NOT AT END
                           IF WS-GEN-COUNT < WS-GEN-MAX
                               ADD 1 TO WS-GEN-COUNT
                               MOVE AUDGEN-DATE
                                   TO WS-GEN-DATE (WS-GEN-COUNT)
                               MOVE AUDGEN-FILE-NAME
                                   TO WS-GEN-NAME (WS-GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF.

       300-REPLAY-GENERATION.
           MOVE WS-GEN-NAME (WS-GEN-IX) TO WS-GEN-FILE-NAME
           MOVE "N" TO WS-EOF-GEN
           MOVE 0 TO WS-FILE-READ-COUNT
           MOVE 0 TO WS-FILE-APPLIED-COUNT
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "GENERATION NOT READABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-GEN-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GEN-FILE-NAME DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               ADD 1 TO WS-FILES-READ
               PERFORM UNTIL WS-EOF-GEN = "Y"
                   READ GEN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-GEN
                       NOT AT END
                           ADD 1 TO WS-FILE-READ-COUNT
                           MOVE GEN-RECORD TO WS-AUD-REC
                           PERFORM 500-APPLY-RECORD
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
               PERFORM 600-WRITE-FILE-TRAILER
           END-IF.

       400-REPLAY-LIVE-FILE.
           MOVE "../audit/WASMAUDT.DAT" TO WS-GEN-FILE-NAME
           MOVE 0 TO WS-FILE-READ-COUNT
           MOVE 0 TO WS-FILE-APPLIED-COUNT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               PERFORM 990-RAISE-WARNING
               MOVE SPACES TO RPT-LINE
               STRING "WASMAUDT.DAT NOT READABLE, STATUS "
                   DELIMITED BY SIZE
                   WS-AUDIT-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               ADD 1 TO WS-FILES-READ
               PERFORM UNTIL WS-EOF-AUDIT = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-AUDIT
                       NOT AT END
                           ADD 1 TO WS-FILE-READ-COUNT
                           MOVE AUDIT-RECORD TO WS-AUD-REC
                           PERFORM 500-APPLY-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               PERFORM 600-WRITE-FILE-TRAILER
           END-IF.

      *Only resolved r_ calls from the programs that post to the
      *master are replayed: DEMO1MN's refresh and RPRMAIN's
      *reprocess.  RECMAIN's r_ calls are audited too but never
      *reach DEMOMAST, so they are passed over like every other
      *entry point and every NOTFOUND.
       500-APPLY-RECORD.
           ADD 1 TO WS-TOTAL-READ
           EVALUATE TRUE
               WHEN WS-AUD-EPOINT NOT = "r_"
                       OR WS-AUD-STATUS NOT = "OK"
                       OR (WS-AUD-PROGRAM NOT = "DEMO1MN"
                           AND WS-AUD-PROGRAM NOT = "RPRMAIN")
                   ADD 1 TO WS-TOTAL-OTHER
               WHEN WS-AUD-TIMESTAMP (1:8) NOT NUMERIC
                   ADD 1 TO WS-TOTAL-UNUSABLE
               WHEN WS-AUD-TIMESTAMP (1:8) > WS-AS-OF-DATE
                   ADD 1 TO WS-TOTAL-AFTER
               WHEN OTHER
                   INSPECT WS-AUD-INDEX
                       REPLACING LEADING SPACE BY ZERO
                   INSPECT WS-AUD-RETCODE
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-AUD-INDEX NUMERIC
                           AND WS-AUD-RETCODE NUMERIC
                       PERFORM 550-POST-KEY
                   ELSE
                       ADD 1 TO WS-TOTAL-UNUSABLE
                   END-IF
           END-EVALUATE.

      *A later record for the same key replaces the earlier one,
      *so the key ends up with the last good result on or before
      *the as-of date and the time of the call that produced it.
       550-POST-KEY.
           PERFORM 520-FIND-TARGET
           MOVE "Y" TO WS-RCV-FOUND
           MOVE WS-AUD-INDEX-NUM TO RCV-INDEX1
           READ RCV-FILE
               INVALID KEY
                   MOVE "N" TO WS-RCV-FOUND
           END-READ
           MOVE WS-AUD-INDEX-NUM TO RCV-INDEX1
           MOVE WS-AUD-RETCODE-NUM TO RCV-RETURNI1
           IF WS-AUD-RETCODE-NUM = WS-RANGE-TARGET
               MOVE "Y" TO RCV-MATCH-FLAG
           ELSE
               MOVE "N" TO RCV-MATCH-FLAG
           END-IF
           MOVE WS-AUD-TIMESTAMP TO RCV-TIMESTAMP
           IF WS-RCV-FOUND = "Y"
               REWRITE RCV-RECORD
           ELSE
               WRITE RCV-RECORD
           END-IF
           IF WS-RCV-STATUS = "00"
               ADD 1 TO WS-FILE-APPLIED-COUNT
               ADD 1 TO WS-TOTAL-APPLIED
           ELSE
               ADD 1 TO WS-TOTAL-WRITE-ERRORS
               PERFORM 990-RAISE-WARNING
           END-IF.

       520-FIND-TARGET.
           MOVE "N" TO WS-CTL-FOUND
           MOVE 5 TO WS-RANGE-TARGET
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
                       OR WS-CTL-FOUND = "Y"
               IF WS-AUD-INDEX-NUM NOT < WS-CTL-LOW (WS-CTL-IX)
                       AND WS-AUD-INDEX-NUM
                           NOT > WS-CTL-HIGH (WS-CTL-IX)
                   MOVE "Y" TO WS-CTL-FOUND
                   MOVE WS-CTL-TARGET (WS-CTL-IX) TO WS-RANGE-TARGET
               END-IF
           END-PERFORM.

       600-WRITE-FILE-TRAILER.
           MOVE WS-FILE-READ-COUNT TO WS-EDIT-COUNT
           MOVE WS-FILE-APPLIED-COUNT TO WS-EDIT-COUNT2
           MOVE SPACES TO RPT-LINE
           STRING "FILE " DELIMITED BY SIZE
               WS-GEN-FILE-NAME DELIMITED BY SIZE
               " READ=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " APPLIED=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

      *Control totals for the rebuilt file, then the same totals
      *for the live master (when there is one) with a key-by-key
      *comparison in both directions.  A refresh date that differs
      *is counted but is not a difference in its own right, since
      *an as-of date short of today is expected to leave older
      *dates behind.
       650-COMPARE-LIVE.
           MOVE 0 TO RCV-INDEX1
           START RCV-FILE KEY NOT < RCV-INDEX1
               INVALID KEY
                   MOVE "Y" TO WS-EOF-RCV
           END-START
           OPEN INPUT MAST-FILE
           IF WS-MAST-STATUS = "00"
               MOVE "Y" TO WS-MAST-OK
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "NO LIVE DEMOMAST.DAT TO COMPARE, STATUS "
                   DELIMITED BY SIZE
                   WS-MAST-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           PERFORM UNTIL WS-EOF-RCV = "Y"
               READ RCV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-RCV
                   NOT AT END
                       PERFORM 660-CHECK-RCV-RECORD
               END-READ
           END-PERFORM
      *The random reads above leave the live file positioned after
      *the last key looked up, so the live pass starts again from
      *the first key.
           IF WS-MAST-OK = "Y"
               MOVE 0 TO DMAST-INDEX1
               START MAST-FILE KEY NOT < DMAST-INDEX1
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-MAST
               END-START
               PERFORM UNTIL WS-EOF-MAST = "Y"
                   READ MAST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-MAST
                   END-READ
                   IF WS-EOF-MAST = "N"
                       IF WS-MAST-STATUS = "00"
                           PERFORM 670-CHECK-MAST-RECORD
                       ELSE
                           MOVE "Y" TO WS-EOF-MAST
                           PERFORM 990-RAISE-WARNING
                           MOVE SPACES TO RPT-LINE
                           STRING "LIVE DEMOMAST.DAT READ FAILED, "
                               DELIMITED BY SIZE
                               "STATUS " DELIMITED BY SIZE
                               WS-MAST-STATUS DELIMITED BY SIZE
                               ", COMPARE INCOMPLETE" DELIMITED BY SIZE
                               INTO RPT-TEXT
                           PERFORM 750-WRITE-RPT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       660-CHECK-RCV-RECORD.
           ADD 1 TO WS-RCV-RECORDS
           ADD RCV-RETURNI1 TO WS-RCV-HASH
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           IF RCV-MATCH-FLAG = "Y"
               ADD 1 TO WS-RCV-MATCHES
           END-IF
           IF WS-MAST-OK = "Y"
               MOVE RCV-INDEX1 TO WS-EDIT-INDEX
               MOVE "Y" TO WS-MAST-FOUND
               MOVE RCV-INDEX1 TO DMAST-INDEX1
               READ MAST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MAST-FOUND
               END-READ
               EVALUATE TRUE
                   WHEN WS-MAST-FOUND = "N"
                       ADD 1 TO WS-CMP-ONLY-RCV
                       MOVE SPACES TO RPT-LINE
                       STRING WS-EDIT-INDEX DELIMITED BY SIZE
                           " ONLY IN REBUILT FILE" DELIMITED BY SIZE
                           INTO RPT-TEXT
                       PERFORM 750-WRITE-RPT-LINE
                   WHEN DMAST-RETURNI1 NOT = RCV-RETURNI1
                           OR DMAST-MATCH-FLAG NOT = RCV-MATCH-FLAG
                       ADD 1 TO WS-CMP-DIFFERENT
                       MOVE DMAST-RETURNI1 TO WS-EDIT-RETURNI1
                       MOVE RCV-RETURNI1 TO WS-EDIT-RETURNI1-B
                       MOVE SPACES TO RPT-LINE
                       STRING WS-EDIT-INDEX DELIMITED BY SIZE
                           " DIFFERS LIVE " DELIMITED BY SIZE
                           WS-EDIT-RETURNI1 DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DMAST-MATCH-FLAG DELIMITED BY SIZE
                           " REBUILT " DELIMITED BY SIZE
                           WS-EDIT-RETURNI1-B DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           RCV-MATCH-FLAG DELIMITED BY SIZE
                           INTO RPT-TEXT
                       PERFORM 750-WRITE-RPT-LINE
                   WHEN OTHER
                       ADD 1 TO WS-CMP-SAME
                       IF DMAST-TIMESTAMP (1:8)
                               NOT = RCV-TIMESTAMP (1:8)
                           ADD 1 TO WS-CMP-DATE-DIFFERS
                       END-IF
               END-EVALUATE
           END-IF.

       670-CHECK-MAST-RECORD.
           ADD 1 TO WS-MAST-RECORDS
           ADD DMAST-RETURNI1 TO WS-MAST-HASH
               ON SIZE ERROR
                   CONTINUE
           END-ADD
           IF DMAST-MATCH-FLAG = "Y"
               ADD 1 TO WS-MAST-MATCHES
           END-IF
           MOVE "Y" TO WS-RCV-FOUND
           MOVE DMAST-INDEX1 TO RCV-INDEX1
           READ RCV-FILE
               INVALID KEY
                   MOVE "N" TO WS-RCV-FOUND
           END-READ
           IF WS-RCV-FOUND = "N"
               ADD 1 TO WS-CMP-ONLY-MAST
               MOVE DMAST-INDEX1 TO WS-EDIT-INDEX
               MOVE SPACES TO RPT-LINE
               STRING WS-EDIT-INDEX DELIMITED BY SIZE
                   " ONLY IN LIVE MASTER" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       700-WRITE-TOTALS.
           MOVE WS-TOTAL-READ TO WS-EDIT-COUNT
           MOVE WS-TOTAL-APPLIED TO WS-EDIT-COUNT2
           MOVE WS-TOTAL-OTHER TO WS-EDIT-COUNT3
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER READ=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " APPLIED=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " NOT REPLAYED=" DELIMITED BY SIZE
               WS-EDIT-COUNT3 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-TOTAL-AFTER TO WS-EDIT-COUNT
           MOVE WS-TOTAL-UNUSABLE TO WS-EDIT-COUNT2
           MOVE WS-TOTAL-WRITE-ERRORS TO WS-EDIT-COUNT3
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER AFTER AS-OF=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " UNUSABLE=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " WRITE ERRORS=" DELIMITED BY SIZE
               WS-EDIT-COUNT3 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-RCV-RECORDS TO WS-EDIT-COUNT
           MOVE WS-RCV-MATCHES TO WS-EDIT-COUNT2
           MOVE WS-RCV-HASH TO WS-EDIT-HASH
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER REBUILT RECORDS=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " MATCHES=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " HASH=" DELIMITED BY SIZE
               WS-EDIT-HASH DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           IF WS-MAST-OK = "Y"
               MOVE WS-MAST-RECORDS TO WS-EDIT-COUNT
               MOVE WS-MAST-MATCHES TO WS-EDIT-COUNT2
               MOVE WS-MAST-HASH TO WS-EDIT-HASH
               MOVE SPACES TO RPT-LINE
               STRING "TRAILER LIVE RECORDS=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " MATCHES=" DELIMITED BY SIZE
                   WS-EDIT-COUNT2 DELIMITED BY SIZE
                   " HASH=" DELIMITED BY SIZE
                   WS-EDIT-HASH DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               MOVE WS-CMP-SAME TO WS-EDIT-COUNT
               MOVE WS-CMP-DIFFERENT TO WS-EDIT-COUNT2
               MOVE WS-CMP-DATE-DIFFERS TO WS-EDIT-COUNT3
               MOVE SPACES TO RPT-LINE
               STRING "TRAILER SAME=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " DIFFERENT=" DELIMITED BY SIZE
                   WS-EDIT-COUNT2 DELIMITED BY SIZE
                   " REFRESH DATE DIFFERS=" DELIMITED BY SIZE
                   WS-EDIT-COUNT3 DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               MOVE WS-CMP-ONLY-RCV TO WS-EDIT-COUNT
               MOVE WS-CMP-ONLY-MAST TO WS-EDIT-COUNT2
               MOVE SPACES TO RPT-LINE
               STRING "TRAILER ONLY IN REBUILT=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " ONLY IN LIVE=" DELIMITED BY SIZE
                   WS-EDIT-COUNT2 DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
               IF WS-CMP-DIFFERENT > 0 OR WS-CMP-ONLY-RCV > 0
                       OR WS-CMP-ONLY-MAST > 0
                   PERFORM 990-RAISE-WARNING
               END-IF
           END-IF.

       750-WRITE-RPT-LINE.
           IF WS-RPT-OK = "Y"
               WRITE RPT-LINE
           END-IF.

       900-CLOSE-FILES.
           IF WS-RPT-OK = "Y"
               CLOSE RPT-FILE
           END-IF
           IF WS-RCV-OK = "Y"
               CLOSE RCV-FILE
           END-IF
           IF WS-MAST-OK = "Y"
               CLOSE MAST-FILE
           END-IF.

       990-RAISE-WARNING.
           IF WS-COND-CODE < 4
               MOVE 4 TO WS-COND-CODE
           END-IF.

       991-RAISE-FATAL.
           IF WS-COND-CODE < 8
               MOVE 8 TO WS-COND-CODE
           END-IF.
       END PROGRAM RCVMAIN.
