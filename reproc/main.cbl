       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPRMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "REPRCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT RPT-FILE ASSIGN TO "REPRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CTL-FILE ASSIGN TO "../demo1/DEMOCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REC-FILE ASSIGN TO "../recon/RECONRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT DRF-FILE ASSIGN TO "../drift/DRIFTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRF-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "../audit/WASMAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DMAST-FILE ASSIGN TO "../demo1/DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DMAST-INDEX1
               FILE STATUS IS WS-DMAST-STATUS.
           SELECT FMAST-FILE ASSIGN TO "../feedload/FEEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FMAST-INDEX1
               FILE STATUS IS WS-FMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY REPRCARD.
       FD  RPT-FILE.
       COPY RPTLINE.
       FD  CTL-FILE.
       COPY LOOPPARM.
       FD  REC-FILE.
       01  REC-LINE                    PIC X(80).
       FD  DRF-FILE.
       01  DRF-LINE                    PIC X(80).
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  DMAST-FILE.
       COPY DEMOMAST.
       FD  FMAST-FILE.
       COPY FEEDMAST.
       WORKING-STORAGE SECTION.
       01 INDEX1 USAGE IS BINARY-LONG SIGNED.
       01 RETURNI1 USAGE IS BINARY-DOUBLE UNSIGNED.
       01 RETURN1 USAGE IS BINARY-LONG SIGNED.

       01 WS-CARD-STATUS            PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-CTL-STATUS             PIC XX.
       01 WS-REC-STATUS             PIC XX.
       01 WS-DRF-STATUS             PIC XX.
       01 WS-AUDIT-STATUS           PIC XX.
       01 WS-DMAST-STATUS           PIC XX.
       01 WS-FMAST-STATUS           PIC XX.

       01 WS-EOF-CARD               PIC X VALUE "N".
       01 WS-EOF-CTL                PIC X VALUE "N".
       01 WS-EOF-SOURCE             PIC X VALUE "N".
       01 WS-CARD-OK                PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-AUDIT-OK               PIC X VALUE "N".
       01 WS-DMAST-OK               PIC X VALUE "N".
       01 WS-FMAST-OK               PIC X VALUE "N".
       01 WS-DMAST-FOUND            PIC X VALUE "N".
       01 WS-FMAST-FOUND            PIC X VALUE "N".

       01 WS-CARD-NUM               PIC 9(4) VALUE 0.
       01 WS-CARD-ERRORS            PIC 9(4) VALUE 0.
       01 WS-CARD-REASON            PIC X(30).
       01 WS-CARD-ADDED             PIC 9(9) VALUE 0.

      *The DEMOCTL ranges, loaded only to find the target an
      *index's match flag is held against, defaulted the way
      *DEMO1MN defaults a blank step or target.  With no control
      *file DEMO1MN runs its one built-in range, 0 to 16 with a
      *target of 5, and an index outside every range is held
      *against that same default target.
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

      *The indexes to reprocess, kept in ascending order with no
      *duplicates so each one is called once however many cards
      *or report lines name it.
       01 WS-IDX-MAX                PIC 9(4) VALUE 1000.
       01 WS-IDX-COUNT              PIC 9(4) VALUE 0.
       01 WS-IDX-IX                 PIC 9(4) VALUE 0.
       01 WS-IDX-IX2                PIC 9(4) VALUE 0.
       01 WS-IDX-DROPPED            PIC 9(9) VALUE 0.
       01 WS-IDX-TABLE.
           05 WS-IDX-ENTRY OCCURS 1000 TIMES.
               10 WS-IDX-VALUE      PIC 9(9).
       01 WS-NEW-INDEX              PIC 9(9) VALUE 0.

      *Stored results ahead of the calls and the fresh results
      *after them, held against each other the way RECMAIN holds
      *r_ against f_: a NOTFOUND or an index missing from a master
      *counts as zero.
       01 WS-R-CALL-OK              PIC X VALUE "Y".
       01 WS-F-CALL-OK              PIC X VALUE "Y".
       01 WS-MATCH-FLAG             PIC X VALUE "N".
       01 WS-BEFORE-R               PIC 9(20) VALUE 0.
       01 WS-BEFORE-F               PIC S9(9) VALUE 0.
       01 WS-BEFORE-MISMATCH        PIC X VALUE "N".
       01 WS-AFTER-R                PIC 9(20) VALUE 0.
       01 WS-AFTER-F                PIC S9(9) VALUE 0.
       01 WS-AFTER-MISMATCH         PIC X VALUE "N".
       01 WS-OUTCOME                PIC X(12).
       01 WS-R-TEXT                 PIC X(20).
       01 WS-F-TEXT                 PIC X(11).

       01 WS-CLEARED-COUNT          PIC 9(9) VALUE 0.
       01 WS-NOT-CLEARED-COUNT      PIC 9(9) VALUE 0.
       01 WS-NEW-MISMATCH-COUNT     PIC 9(9) VALUE 0.
       01 WS-MATCHED-COUNT          PIC 9(9) VALUE 0.
       01 WS-DMAST-UPDATES          PIC 9(9) VALUE 0.
       01 WS-FMAST-UPDATES          PIC 9(9) VALUE 0.
       01 WS-NOTFOUND-COUNT         PIC 9(9) VALUE 0.

       01 WS-TS-DATE                PIC 9(8).
       01 WS-TS-TIME                PIC 9(8).
       01 WS-TIMESTAMP               PIC X(16).

       01 WS-AUD-ENTRY              PIC X(28).
       01 WS-AUD-INDEX-TXT          PIC X(9) VALUE SPACES.
       01 WS-AUD-RETCODE-TXT        PIC X(20) VALUE SPACES.
       01 WS-AUD-STATUS-TXT         PIC X(9) VALUE SPACES.

       01 WS-EDIT-CARD              PIC Z(3)9.
       01 WS-EDIT-INDEX             PIC Z(8)9.
       01 WS-EDIT-RETURNI1          PIC Z(19)9.
       01 WS-EDIT-RETURN1           PIC -(10)9.
       01 WS-EDIT-COUNT             PIC Z(8)9.

      *Condition code: 0 clean, 4 warnings (a rejected card, an
      *unreadable report, an unresolved entry point, or an index
      *still mismatched after its reprocess), 8 no request cards
      *or a master could not be opened.
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-OPEN-FILES
           PERFORM 150-LOAD-CONTROLS
           IF WS-CARD-OK = "Y"
               PERFORM UNTIL WS-EOF-CARD = "Y"
                   READ CARD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CARD
                       NOT AT END
                           ADD 1 TO WS-CARD-NUM
                           PERFORM 200-PROCESS-CARD
                   END-READ
               END-PERFORM
           END-IF
           IF WS-DMAST-OK = "Y" AND WS-FMAST-OK = "Y"
               PERFORM 500-REPROCESS-INDEX
                   VARYING WS-IDX-IX FROM 1 BY 1
                   UNTIL WS-IDX-IX > WS-IDX-COUNT
           END-IF
           PERFORM 700-WRITE-TOTALS
           PERFORM 900-CLOSE-FILES
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       100-OPEN-FILES.
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS = "00"
               MOVE "Y" TO WS-CARD-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               DISPLAY "REPRCARD.DAT COULD NOT BE OPENED, STATUS "
                   WS-CARD-STATUS
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "TARGETED REPROCESS REPORT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 990-RAISE-WARNING
               DISPLAY "REPRRPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF
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
           OPEN I-O DMAST-FILE
           IF WS-DMAST-STATUS = "00"
               MOVE "Y" TO WS-DMAST-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               DISPLAY "DEMOMAST.DAT COULD NOT BE OPENED, STATUS "
                   WS-DMAST-STATUS
           END-IF
           OPEN I-O FMAST-FILE
           IF WS-FMAST-STATUS = "00"
               MOVE "Y" TO WS-FMAST-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               DISPLAY "FEEDMAST.DAT COULD NOT BE OPENED, STATUS "
                   WS-FMAST-STATUS
           END-IF.

       150-LOAD-CONTROLS.
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

       200-PROCESS-CARD.
           MOVE 0 TO WS-CARD-ADDED
           IF WS-RPT-OK = "Y"
               MOVE WS-CARD-NUM TO WS-EDIT-CARD
               MOVE SPACES TO RPT-LINE
               STRING "CARD " DELIMITED BY SIZE
                   WS-EDIT-CARD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RPRC-FUNCTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RPRC-INDEX DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF
           EVALUATE RPRC-FUNCTION
               WHEN "INDEX "
                   IF RPRC-INDEX NOT NUMERIC
                       MOVE "NON-NUMERIC INDEX VALUE"
                           TO WS-CARD-REASON
                       PERFORM 290-REJECT-CARD
                   ELSE
                       MOVE RPRC-INDEX TO WS-NEW-INDEX
                       PERFORM 400-ADD-INDEX
                   END-IF
               WHEN "RECON "
                   PERFORM 300-PULL-RECON
               WHEN "DRIFT "
                   PERFORM 350-PULL-DRIFT
               WHEN OTHER
                   MOVE "FUNCTION NOT RECOGNIZED" TO WS-CARD-REASON
                   PERFORM 290-REJECT-CARD
           END-EVALUATE
           IF WS-RPT-OK = "Y"
               MOVE WS-CARD-ADDED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "CARD TRAILER INDEXES ADDED=" DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF.

       290-REJECT-CARD.
           ADD 1 TO WS-CARD-ERRORS
           PERFORM 990-RAISE-WARNING
           IF WS-RPT-OK = "Y"
               MOVE WS-CARD-NUM TO WS-EDIT-CARD
               MOVE SPACES TO RPT-LINE
               STRING "CARD " DELIMITED BY SIZE
                   WS-EDIT-CARD DELIMITED BY SIZE
                   " REJECTED " DELIMITED BY SIZE
                   WS-CARD-REASON DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           END-IF.

      *The reconciliation report's detail lines carry the edited
      *INDEX1 in columns 1-9 and the mismatch flag in column 57.
       300-PULL-RECON.
           MOVE "N" TO WS-EOF-SOURCE
           OPEN INPUT REC-FILE
           IF WS-REC-STATUS NOT = "00"
               MOVE "RECONRPT.DAT NOT READABLE" TO WS-CARD-REASON
               PERFORM 290-REJECT-CARD
           ELSE
               PERFORM UNTIL WS-EOF-SOURCE = "Y"
                   READ REC-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOURCE
                       NOT AT END
                           IF REC-LINE (9:1) NUMERIC
                                   AND REC-LINE (47:10) = " MISMATCH="
                                   AND REC-LINE (57:1) = "Y"
                               COMPUTE WS-NEW-INDEX
                                   = FUNCTION NUMVAL (REC-LINE (1:9))
                               PERFORM 400-ADD-INDEX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REC-FILE
           END-IF.

      *The drift report's R_ and F_ lines carry the edited INDEX1
      *in columns 1-9; an index that is only in one of the two runs
      *has not drifted and is left out.
       350-PULL-DRIFT.
           MOVE "N" TO WS-EOF-SOURCE
           OPEN INPUT DRF-FILE
           IF WS-DRF-STATUS NOT = "00"
               MOVE "DRIFTRPT.DAT NOT READABLE" TO WS-CARD-REASON
               PERFORM 290-REJECT-CARD
           ELSE
               PERFORM UNTIL WS-EOF-SOURCE = "Y"
                   READ DRF-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SOURCE
                       NOT AT END
                           IF DRF-LINE (9:1) NUMERIC
                                   AND (DRF-LINE (10:8) = " R_ WAS "
                                   OR DRF-LINE (10:8) = " F_ WAS ")
                               COMPUTE WS-NEW-INDEX
                                   = FUNCTION NUMVAL (DRF-LINE (1:9))
                               PERFORM 400-ADD-INDEX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRF-FILE
           END-IF.

      *Inserts WS-NEW-INDEX in order, ignoring one already held.
       400-ADD-INDEX.
           MOVE 1 TO WS-IDX-IX
           PERFORM UNTIL WS-IDX-IX > WS-IDX-COUNT
                   OR WS-IDX-VALUE (WS-IDX-IX) NOT < WS-NEW-INDEX
               ADD 1 TO WS-IDX-IX
           END-PERFORM
           IF WS-IDX-IX NOT > WS-IDX-COUNT
                   AND WS-IDX-VALUE (WS-IDX-IX) = WS-NEW-INDEX
               CONTINUE
           ELSE
               IF WS-IDX-COUNT NOT < WS-IDX-MAX
                   ADD 1 TO WS-IDX-DROPPED
                   PERFORM 990-RAISE-WARNING
               ELSE
                   PERFORM VARYING WS-IDX-IX2 FROM WS-IDX-COUNT BY -1
                           UNTIL WS-IDX-IX2 < WS-IDX-IX
                       MOVE WS-IDX-VALUE (WS-IDX-IX2)
                           TO WS-IDX-VALUE (WS-IDX-IX2 + 1)
                   END-PERFORM
                   MOVE WS-NEW-INDEX TO WS-IDX-VALUE (WS-IDX-IX)
                   ADD 1 TO WS-IDX-COUNT
                   ADD 1 TO WS-CARD-ADDED
               END-IF
           END-IF.

       500-REPROCESS-INDEX.
           MOVE WS-IDX-VALUE (WS-IDX-IX) TO INDEX1
           PERFORM 510-READ-BEFORE
           PERFORM 520-FIND-TARGET
           PERFORM 600-CALL-R
           PERFORM 650-CALL-F
           IF WS-AFTER-R NOT = WS-AFTER-F
               MOVE "Y" TO WS-AFTER-MISMATCH
           ELSE
               MOVE "N" TO WS-AFTER-MISMATCH
           END-IF
           EVALUATE TRUE
               WHEN WS-BEFORE-MISMATCH = "Y"
                       AND WS-AFTER-MISMATCH = "N"
                   MOVE "CLEARED" TO WS-OUTCOME
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN WS-BEFORE-MISMATCH = "Y"
                   MOVE "NOT CLEARED" TO WS-OUTCOME
                   ADD 1 TO WS-NOT-CLEARED-COUNT
                   PERFORM 990-RAISE-WARNING
               WHEN WS-AFTER-MISMATCH = "Y"
                   MOVE "NEW MISMATCH" TO WS-OUTCOME
                   ADD 1 TO WS-NEW-MISMATCH-COUNT
                   PERFORM 990-RAISE-WARNING
               WHEN OTHER
                   MOVE "MATCHED" TO WS-OUTCOME
                   ADD 1 TO WS-MATCHED-COUNT
           END-EVALUATE
           PERFORM 550-WRITE-BEFORE-AFTER.

       510-READ-BEFORE.
           MOVE "Y" TO WS-DMAST-FOUND
           MOVE WS-IDX-VALUE (WS-IDX-IX) TO DMAST-INDEX1
           READ DMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-DMAST-FOUND
           END-READ
           IF WS-DMAST-FOUND = "Y"
               MOVE DMAST-RETURNI1 TO WS-BEFORE-R
           ELSE
               MOVE 0 TO WS-BEFORE-R
           END-IF
           MOVE "Y" TO WS-FMAST-FOUND
           MOVE WS-IDX-VALUE (WS-IDX-IX) TO FMAST-INDEX1
           READ FMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-FMAST-FOUND
           END-READ
           IF WS-FMAST-FOUND = "Y"
               MOVE FMAST-RETURN1 TO WS-BEFORE-F
           ELSE
               MOVE 0 TO WS-BEFORE-F
           END-IF
           IF WS-BEFORE-R NOT = WS-BEFORE-F
               MOVE "Y" TO WS-BEFORE-MISMATCH
           ELSE
               MOVE "N" TO WS-BEFORE-MISMATCH
           END-IF
           MOVE WS-BEFORE-R TO WS-EDIT-RETURNI1
           MOVE WS-EDIT-RETURNI1 TO WS-R-TEXT
           IF WS-DMAST-FOUND = "N"
               MOVE "       NOT ON MASTER" TO WS-R-TEXT
           END-IF
           MOVE WS-BEFORE-F TO WS-EDIT-RETURN1
           MOVE WS-EDIT-RETURN1 TO WS-F-TEXT
           IF WS-FMAST-FOUND = "N"
               MOVE " NOT ON MST" TO WS-F-TEXT
           END-IF
           MOVE WS-IDX-VALUE (WS-IDX-IX) TO WS-EDIT-INDEX
           MOVE SPACES TO RPT-LINE
           STRING WS-EDIT-INDEX DELIMITED BY SIZE
               " BEFORE R=" DELIMITED BY SIZE
               WS-R-TEXT DELIMITED BY SIZE
               " F=" DELIMITED BY SIZE
               WS-F-TEXT DELIMITED BY SIZE
               " MISMATCH=" DELIMITED BY SIZE
               WS-BEFORE-MISMATCH DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       520-FIND-TARGET.
           MOVE "N" TO WS-CTL-FOUND
           MOVE 5 TO WS-RANGE-TARGET
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
                       OR WS-CTL-FOUND = "Y"
               IF WS-IDX-VALUE (WS-IDX-IX) NOT < WS-CTL-LOW (WS-CTL-IX)
                       AND WS-IDX-VALUE (WS-IDX-IX)
                           NOT > WS-CTL-HIGH (WS-CTL-IX)
                   MOVE "Y" TO WS-CTL-FOUND
                   MOVE WS-CTL-TARGET (WS-CTL-IX) TO WS-RANGE-TARGET
               END-IF
           END-PERFORM.

       550-WRITE-BEFORE-AFTER.
           MOVE WS-AFTER-R TO WS-EDIT-RETURNI1
           MOVE WS-EDIT-RETURNI1 TO WS-R-TEXT
           IF WS-R-CALL-OK = "N"
               MOVE "            NOTFOUND" TO WS-R-TEXT
           END-IF
           MOVE WS-AFTER-F TO WS-EDIT-RETURN1
           MOVE WS-EDIT-RETURN1 TO WS-F-TEXT
           IF WS-F-CALL-OK = "N"
               MOVE "   NOTFOUND" TO WS-F-TEXT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "          AFTER  R=" DELIMITED BY SIZE
               WS-R-TEXT DELIMITED BY SIZE
               " F=" DELIMITED BY SIZE
               WS-F-TEXT DELIMITED BY SIZE
               " MISMATCH=" DELIMITED BY SIZE
               WS-AFTER-MISMATCH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

      *A resolved r_ result replaces the master record the same way
      *DEMO1MN's 760-UPDATE-MASTER does; a NOTFOUND leaves the last
      *good result in place and counts as zero in the compare.
       600-CALL-R.
           MOVE "Y" TO WS-R-CALL-OK
           CALL 'r_' USING BY CONTENT INDEX1 RETURNING RETURNI1
               ON EXCEPTION
                   MOVE "N" TO WS-R-CALL-OK
                   DISPLAY "R_ ENTRY POINT NOT RESOLVED FOR INDEX1 "
                       INDEX1
               NOT ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE INDEX1 TO WS-EDIT-INDEX
           MOVE WS-EDIT-INDEX TO WS-AUD-INDEX-TXT
           MOVE "r_" TO WS-AUD-ENTRY
           IF WS-R-CALL-OK = "Y"
               MOVE RETURNI1 TO WS-AFTER-R
               MOVE RETURNI1 TO WS-EDIT-RETURNI1
               MOVE WS-EDIT-RETURNI1 TO WS-AUD-RETCODE-TXT
               MOVE "OK" TO WS-AUD-STATUS-TXT
               IF RETURNI1 = WS-RANGE-TARGET
                   MOVE "Y" TO WS-MATCH-FLAG
               ELSE
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
           ELSE
               PERFORM 990-RAISE-WARNING
               ADD 1 TO WS-NOTFOUND-COUNT
               MOVE 0 TO WS-AFTER-R
               MOVE SPACES TO WS-AUD-RETCODE-TXT
               MOVE "NOTFOUND" TO WS-AUD-STATUS-TXT
           END-IF
           PERFORM 800-WRITE-AUDIT
           IF WS-R-CALL-OK = "Y"
               PERFORM 610-UPDATE-DEMOMAST
           END-IF.

       610-UPDATE-DEMOMAST.
           MOVE "Y" TO WS-DMAST-FOUND
           MOVE INDEX1 TO DMAST-INDEX1
           READ DMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-DMAST-FOUND
           END-READ
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
               WS-TS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           MOVE INDEX1 TO DMAST-INDEX1
           MOVE RETURNI1 TO DMAST-RETURNI1
           MOVE WS-MATCH-FLAG TO DMAST-MATCH-FLAG
           MOVE WS-TIMESTAMP TO DMAST-TIMESTAMP
           IF WS-DMAST-FOUND = "Y"
               REWRITE DMAST-RECORD
           ELSE
               WRITE DMAST-RECORD
           END-IF
           ADD 1 TO WS-DMAST-UPDATES.

      *A resolved f_ result replaces the master record the way
      *LODMAIN's 500-UPDATE-MASTER does.  No feed header comes
      *with a reprocess, so the RS string already on the record
      *is kept; an index new to the master gets a blank RS until
      *the next nightly load.
       650-CALL-F.
           MOVE "Y" TO WS-F-CALL-OK
           CALL 'f_' USING BY CONTENT INDEX1, RETURNING RETURN1
               ON EXCEPTION
                   MOVE "N" TO WS-F-CALL-OK
                   DISPLAY "F_ ENTRY POINT NOT RESOLVED FOR INDEX1 "
                       INDEX1
               NOT ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE "f_" TO WS-AUD-ENTRY
           IF WS-F-CALL-OK = "Y"
               MOVE RETURN1 TO WS-AFTER-F
               MOVE RETURN1 TO WS-EDIT-RETURN1
               MOVE WS-EDIT-RETURN1 TO WS-AUD-RETCODE-TXT
               MOVE "OK" TO WS-AUD-STATUS-TXT
           ELSE
               PERFORM 990-RAISE-WARNING
               ADD 1 TO WS-NOTFOUND-COUNT
               MOVE 0 TO WS-AFTER-F
               MOVE SPACES TO WS-AUD-RETCODE-TXT
               MOVE "NOTFOUND" TO WS-AUD-STATUS-TXT
           END-IF
           PERFORM 800-WRITE-AUDIT
           IF WS-F-CALL-OK = "Y"
               PERFORM 660-UPDATE-FEEDMAST
           END-IF.

       660-UPDATE-FEEDMAST.
           MOVE "Y" TO WS-FMAST-FOUND
           MOVE INDEX1 TO FMAST-INDEX1
           READ FMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-FMAST-FOUND
           END-READ
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-TS-DATE DELIMITED BY SIZE
               WS-TS-TIME DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           IF WS-FMAST-FOUND = "N"
               MOVE SPACES TO FMAST-RS
           END-IF
           MOVE INDEX1 TO FMAST-INDEX1
           MOVE RETURN1 TO FMAST-RETURN1
           MOVE WS-TIMESTAMP TO FMAST-TIMESTAMP
           IF WS-FMAST-FOUND = "Y"
               REWRITE FMAST-RECORD
           ELSE
               WRITE FMAST-RECORD
           END-IF
           ADD 1 TO WS-FMAST-UPDATES.

       700-WRITE-TOTALS.
           IF WS-IDX-DROPPED > 0
               MOVE WS-IDX-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "INDEX TABLE FULL, INDEXES NOT REPROCESSED="
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           MOVE WS-IDX-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER INDEXES=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-CLEARED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER CLEARED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-NOT-CLEARED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER NOT CLEARED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-NEW-MISMATCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER NEW MISMATCHES=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-MATCHED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER MATCHED=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-NOTFOUND-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER NOTFOUND=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-DMAST-UPDATES TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER DEMOMAST UPDATES=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-FMAST-UPDATES TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER FEEDMAST UPDATES=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       750-WRITE-RPT-LINE.
           IF WS-RPT-OK = "Y"
               WRITE RPT-LINE
           END-IF.

       800-WRITE-AUDIT.
           IF WS-AUDIT-OK = "Y"
               ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TS-TIME FROM TIME
               MOVE SPACES TO WS-TIMESTAMP
               STRING WS-TS-DATE DELIMITED BY SIZE
                   WS-TS-TIME DELIMITED BY SIZE
                   INTO WS-TIMESTAMP
               MOVE WS-TIMESTAMP TO AUDIT-TIMESTAMP
               MOVE "RPRMAIN" TO AUDIT-PROGRAM-ID
               MOVE WS-AUD-ENTRY TO AUDIT-ENTRY-POINT
               MOVE WS-AUD-INDEX-TXT TO AUDIT-INDEX
               MOVE WS-AUD-RETCODE-TXT TO AUDIT-RETURN-CODE
               MOVE WS-AUD-STATUS-TXT TO AUDIT-STATUS
               WRITE AUDIT-RECORD
           END-IF.

       900-CLOSE-FILES.
           IF WS-CARD-OK = "Y"
               CLOSE CARD-FILE
           END-IF
           IF WS-RPT-OK = "Y"
               CLOSE RPT-FILE
           END-IF
           IF WS-AUDIT-OK = "Y"
               CLOSE AUDIT-FILE
           END-IF
           IF WS-DMAST-OK = "Y"
               CLOSE DMAST-FILE
           END-IF
           IF WS-FMAST-OK = "Y"
               CLOSE FMAST-FILE
           END-IF.

       990-RAISE-WARNING.
           IF WS-COND-CODE < 4
               MOVE 4 TO WS-COND-CODE
           END-IF.

       991-RAISE-FATAL.
           IF WS-COND-CODE < 8
               MOVE 8 TO WS-COND-CODE
           END-IF.
       END PROGRAM RPRMAIN.
