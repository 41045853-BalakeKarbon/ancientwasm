       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRTMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "CERTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RPT-FILE ASSIGN TO "CERTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
       FD  CTL-FILE.
       COPY LOOPPARM.
       FD  RPT-FILE.
       COPY RPTLINE.
       FD  DMAST-FILE.
       COPY DEMOMAST.
       FD  FMAST-FILE.
       COPY FEEDMAST.
       WORKING-STORAGE SECTION.
       01 INDEX1 USAGE IS BINARY-LONG SIGNED.
       01 RETURNI1 USAGE IS BINARY-DOUBLE UNSIGNED.
       01 RETURN1 USAGE IS BINARY-LONG SIGNED.
       01 RETURN2 USAGE IS BINARY-LONG SIGNED.
       01 RS PIC X(26) VALUE HIGH-VALUE.
       01 RSV PIC X(1).

       01 WS-CTL-STATUS             PIC XX.
       01 WS-RPT-STATUS             PIC XX.
       01 WS-DMAST-STATUS           PIC XX.
       01 WS-FMAST-STATUS           PIC XX.

       01 WS-EOF-CTL                PIC X VALUE "N".
       01 WS-CTL-OK                 PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-DMAST-OK               PIC X VALUE "N".
       01 WS-FMAST-OK               PIC X VALUE "N".
       01 WS-MAST-FOUND             PIC X VALUE "N".
       01 WS-CALL-OK                PIC X VALUE "Y".
       01 WS-RS-HIGHVAL-FLAG        PIC X VALUE "N".
       01 WS-FF-CLEAN               PIC X VALUE "N".

       01 WS-CARD-NUM               PIC 9(4) VALUE 0.
       01 WS-CARD-ERRORS            PIC 9(4) VALUE 0.
       01 WS-CARD-REASON            PIC X(30).

       01 WS-RANGE-LOW              PIC 9(9) VALUE 0.
       01 WS-RANGE-HIGH             PIC 9(9) VALUE 0.
       01 WS-RANGE-STEP             PIC 9(4) VALUE 1.

      *Outcome counts per entry point.  SAME and CHANGED are held
      *against the stored master value; NEW is an index the master
      *does not hold yet, so there is nothing to certify it
      *against; NOTFOUND is an entry point the new build did not
      *resolve.
       01 WS-INDEX-COUNT            PIC 9(9) VALUE 0.
       01 WS-R-SAME                 PIC 9(9) VALUE 0.
       01 WS-R-CHANGED              PIC 9(9) VALUE 0.
       01 WS-R-NEW                  PIC 9(9) VALUE 0.
       01 WS-R-NOTFOUND             PIC 9(9) VALUE 0.
       01 WS-F-SAME                 PIC 9(9) VALUE 0.
       01 WS-F-CHANGED              PIC 9(9) VALUE 0.
       01 WS-F-NEW                  PIC 9(9) VALUE 0.
       01 WS-F-NOTFOUND             PIC 9(9) VALUE 0.

       01 WS-EDIT-CARD              PIC Z(3)9.
       01 WS-EDIT-INDEX             PIC Z(8)9.
       01 WS-EDIT-RETURNI1          PIC Z(19)9.
       01 WS-EDIT-RETURNI1-B        PIC Z(19)9.
       01 WS-EDIT-RETURN1           PIC -(10)9.
       01 WS-EDIT-RETURN1-B         PIC -(10)9.
       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-COUNT2            PIC Z(8)9.
       01 WS-EDIT-COUNT3            PIC Z(8)9.
       01 WS-EDIT-COUNT4            PIC Z(8)9.

      *Condition code for change management: 0 the build is
      *certified; 4 certified, but some indexes are not on the
      *masters yet and had nothing to be held against; 8 the build
      *failed certification (a changed result, an unresolved entry
      *point, a bad ff_ string, a rejected control card, or a
      *master that could not be read).
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           PERFORM 100-OPEN-FILES
           IF WS-CTL-OK = "Y" AND WS-DMAST-OK = "Y"
                   AND WS-FMAST-OK = "Y"
               PERFORM 200-CHECK-FF
               PERFORM UNTIL WS-EOF-CTL = "Y"
                   READ CTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CTL
                       NOT AT END
                           ADD 1 TO WS-CARD-NUM
                           PERFORM 300-PROCESS-CARD
                   END-READ
               END-PERFORM
               IF WS-CARD-NUM = 0
                   MOVE "NO CERTIFICATION INDEXES ON FILE"
                       TO WS-CARD-REASON
                   PERFORM 991-RAISE-FATAL
                   MOVE SPACES TO RPT-LINE
                   STRING WS-CARD-REASON DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               END-IF
           END-IF
           PERFORM 700-WRITE-TOTALS
           PERFORM 900-CLOSE-FILES
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

      *The masters are opened for input only; a certification run
      *never updates them and writes nothing to the audit trail,
      *since the build under test is not the one installed.
       100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "WASM BUILD CERTIFICATION REPORT"
                   DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               PERFORM 991-RAISE-FATAL
               DISPLAY "CERTRPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE "Y" TO WS-CTL-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "CERTCTL.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-CTL-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           OPEN INPUT DMAST-FILE
           IF WS-DMAST-STATUS = "00"
               MOVE "Y" TO WS-DMAST-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "DEMOMAST.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-DMAST-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           OPEN INPUT FMAST-FILE
           IF WS-FMAST-STATUS = "00"
               MOVE "Y" TO WS-FMAST-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "FEEDMAST.DAT COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-FMAST-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

      *The same test EX2MAIN's 400-CHECK-FF-RESULT applies: ff_
      *must hand back zero and must have filled RS.
       200-CHECK-FF.
           MOVE 26 TO RSV
           MOVE HIGH-VALUE TO RS
           MOVE "Y" TO WS-CALL-OK
           CALL 'ff_' USING BY REFERENCE RS, BY VALUE RSV,
               RETURNING RETURN2
               ON EXCEPTION
                   MOVE "N" TO WS-CALL-OK
               NOT ON EXCEPTION
                   CONTINUE
           END-CALL
           IF WS-CALL-OK = "N"
               MOVE "N" TO WS-FF-CLEAN
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "FF_ NOTFOUND, ENTRY POINT NOT RESOLVED"
                   DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               IF RS = HIGH-VALUE
                   MOVE "Y" TO WS-RS-HIGHVAL-FLAG
               ELSE
                   MOVE "N" TO WS-RS-HIGHVAL-FLAG
               END-IF
               MOVE RETURN2 TO WS-EDIT-RETURN1
               IF RETURN2 NOT = 0 OR WS-RS-HIGHVAL-FLAG = "Y"
                   MOVE "N" TO WS-FF-CLEAN
                   PERFORM 991-RAISE-FATAL
                   MOVE SPACES TO RPT-LINE
                   STRING "FF_ FAILED, RETURN2=" DELIMITED BY SIZE
                       WS-EDIT-RETURN1 DELIMITED BY SIZE
                       " HIGH-VALUE=" DELIMITED BY SIZE
                       WS-RS-HIGHVAL-FLAG DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               ELSE
                   MOVE "Y" TO WS-FF-CLEAN
                   MOVE SPACES TO RPT-LINE
                   STRING "FF_ CLEAN, RS=" DELIMITED BY SIZE
                       RS DELIMITED BY SIZE
                       INTO RPT-TEXT
                   PERFORM 750-WRITE-RPT-LINE
               END-IF
           END-IF.

      *Each control card is one range of the certification list,
      *in the DEMOCTL layout; a single index is a range whose low
      *and high are the same.  The target is not used here.
       300-PROCESS-CARD.
           EVALUATE TRUE
               WHEN LOOP-PARM-LOW NOT NUMERIC
                       OR LOOP-PARM-HIGH NOT NUMERIC
                   MOVE "NON-NUMERIC LOW OR HIGH VALUE"
                       TO WS-CARD-REASON
                   PERFORM 390-REJECT-CARD
               WHEN LOOP-PARM-LOW > LOOP-PARM-HIGH
                   MOVE "LOW GREATER THAN HIGH" TO WS-CARD-REASON
                   PERFORM 390-REJECT-CARD
               WHEN LOOP-PARM-STEP NOT = SPACES
                       AND (LOOP-PARM-STEP NOT NUMERIC
                       OR LOOP-PARM-STEP = 0)
                   MOVE "BAD STEP VALUE" TO WS-CARD-REASON
                   PERFORM 390-REJECT-CARD
               WHEN OTHER
                   MOVE LOOP-PARM-LOW TO WS-RANGE-LOW
                   MOVE LOOP-PARM-HIGH TO WS-RANGE-HIGH
                   IF LOOP-PARM-STEP = SPACES
                       MOVE 1 TO WS-RANGE-STEP
                   ELSE
                       MOVE LOOP-PARM-STEP TO WS-RANGE-STEP
                   END-IF
                   PERFORM LOOP1 VARYING INDEX1 FROM WS-RANGE-LOW
                       BY WS-RANGE-STEP
                       UNTIL INDEX1 > WS-RANGE-HIGH
           END-EVALUATE.

       390-REJECT-CARD.
           ADD 1 TO WS-CARD-ERRORS
           PERFORM 991-RAISE-FATAL
           MOVE WS-CARD-NUM TO WS-EDIT-CARD
           MOVE SPACES TO RPT-LINE
           STRING "CARD " DELIMITED BY SIZE
               WS-EDIT-CARD DELIMITED BY SIZE
               " REJECTED " DELIMITED BY SIZE
               WS-CARD-REASON DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       LOOP1.
           ADD 1 TO WS-INDEX-COUNT
           MOVE INDEX1 TO WS-EDIT-INDEX
           PERFORM 400-CERTIFY-R
           PERFORM 500-CERTIFY-F.

       400-CERTIFY-R.
           MOVE "Y" TO WS-CALL-OK
           CALL 'r_' USING BY CONTENT INDEX1 RETURNING RETURNI1
               ON EXCEPTION
                   MOVE "N" TO WS-CALL-OK
               NOT ON EXCEPTION
                   CONTINUE
           END-CALL
           IF WS-CALL-OK = "N"
               ADD 1 TO WS-R-NOTFOUND
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING WS-EDIT-INDEX DELIMITED BY SIZE
                   " R_ NOTFOUND" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               MOVE "Y" TO WS-MAST-FOUND
               MOVE INDEX1 TO DMAST-INDEX1
               READ DMAST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MAST-FOUND
               END-READ
               MOVE RETURNI1 TO WS-EDIT-RETURNI1-B
               EVALUATE TRUE
                   WHEN WS-MAST-FOUND = "N"
                       ADD 1 TO WS-R-NEW
                       PERFORM 990-RAISE-WARNING
                       MOVE SPACES TO RPT-LINE
                       STRING WS-EDIT-INDEX DELIMITED BY SIZE
                           " R_ NEW NOW " DELIMITED BY SIZE
                           WS-EDIT-RETURNI1-B DELIMITED BY SIZE
                           INTO RPT-TEXT
                       PERFORM 750-WRITE-RPT-LINE
                   WHEN DMAST-RETURNI1 = RETURNI1
                       ADD 1 TO WS-R-SAME
                   WHEN OTHER
                       ADD 1 TO WS-R-CHANGED
                       PERFORM 991-RAISE-FATAL
                       MOVE DMAST-RETURNI1 TO WS-EDIT-RETURNI1
                       MOVE SPACES TO RPT-LINE
                       STRING WS-EDIT-INDEX DELIMITED BY SIZE
                           " R_ CHANGED WAS " DELIMITED BY SIZE
                           WS-EDIT-RETURNI1 DELIMITED BY SIZE
                           " NOW " DELIMITED BY SIZE
                           WS-EDIT-RETURNI1-B DELIMITED BY SIZE
                           INTO RPT-TEXT
                       PERFORM 750-WRITE-RPT-LINE
               END-EVALUATE
           END-IF.

       500-CERTIFY-F.
           MOVE "Y" TO WS-CALL-OK
           CALL 'f_' USING BY CONTENT INDEX1, RETURNING RETURN1
               ON EXCEPTION
                   MOVE "N" TO WS-CALL-OK
               NOT ON EXCEPTION
                   CONTINUE
           END-CALL
           IF WS-CALL-OK = "N"
               ADD 1 TO WS-F-NOTFOUND
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING WS-EDIT-INDEX DELIMITED BY SIZE
                   " F_ NOTFOUND" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               MOVE "Y" TO WS-MAST-FOUND
               MOVE INDEX1 TO FMAST-INDEX1
               READ FMAST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MAST-FOUND
               END-READ
               MOVE RETURN1 TO WS-EDIT-RETURN1-B
               EVALUATE TRUE
                   WHEN WS-MAST-FOUND = "N"
                       ADD 1 TO WS-F-NEW
                       PERFORM 990-RAISE-WARNING
                       MOVE SPACES TO RPT-LINE
                       STRING WS-EDIT-INDEX DELIMITED BY SIZE
                           " F_ NEW NOW " DELIMITED BY SIZE
                           WS-EDIT-RETURN1-B DELIMITED BY SIZE
                           INTO RPT-TEXT
                       PERFORM 750-WRITE-RPT-LINE
                   WHEN FMAST-RETURN1 = RETURN1
                       ADD 1 TO WS-F-SAME
                   WHEN OTHER
                       ADD 1 TO WS-F-CHANGED
                       PERFORM 991-RAISE-FATAL
                       MOVE FMAST-RETURN1 TO WS-EDIT-RETURN1
                       MOVE SPACES TO RPT-LINE
                       STRING WS-EDIT-INDEX DELIMITED BY SIZE
                           " F_ CHANGED WAS " DELIMITED BY SIZE
                           WS-EDIT-RETURN1 DELIMITED BY SIZE
                           " NOW " DELIMITED BY SIZE
                           WS-EDIT-RETURN1-B DELIMITED BY SIZE
                           INTO RPT-TEXT
                       PERFORM 750-WRITE-RPT-LINE
               END-EVALUATE
           END-IF.

       700-WRITE-TOTALS.
           MOVE WS-INDEX-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER INDEXES=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-R-SAME TO WS-EDIT-COUNT
           MOVE WS-R-CHANGED TO WS-EDIT-COUNT2
           MOVE WS-R-NEW TO WS-EDIT-COUNT3
           MOVE WS-R-NOTFOUND TO WS-EDIT-COUNT4
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER R_ SAME=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " CHANGED=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               WS-EDIT-COUNT3 DELIMITED BY SIZE
               " NOTFOUND=" DELIMITED BY SIZE
               WS-EDIT-COUNT4 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-F-SAME TO WS-EDIT-COUNT
           MOVE WS-F-CHANGED TO WS-EDIT-COUNT2
           MOVE WS-F-NEW TO WS-EDIT-COUNT3
           MOVE WS-F-NOTFOUND TO WS-EDIT-COUNT4
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER F_ SAME=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " CHANGED=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               WS-EDIT-COUNT3 DELIMITED BY SIZE
               " NOTFOUND=" DELIMITED BY SIZE
               WS-EDIT-COUNT4 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER FF_ CLEAN=" DELIMITED BY SIZE
               WS-FF-CLEAN DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-COND-CODE > 4
                   STRING "CERTIFICATION FAILED" DELIMITED BY SIZE
                       INTO RPT-TEXT
               WHEN WS-COND-CODE = 4
                   STRING "CERTIFICATION PASSED WITH NEW INDEXES"
                       DELIMITED BY SIZE
                       INTO RPT-TEXT
               WHEN OTHER
                   STRING "CERTIFICATION PASSED" DELIMITED BY SIZE
                       INTO RPT-TEXT
           END-EVALUATE
           PERFORM 750-WRITE-RPT-LINE
           DISPLAY RPT-TEXT.

       750-WRITE-RPT-LINE.
           IF WS-RPT-OK = "Y"
               WRITE RPT-LINE
           END-IF.

       900-CLOSE-FILES.
           IF WS-RPT-OK = "Y"
               CLOSE RPT-FILE
           END-IF
           IF WS-CTL-OK = "Y"
               CLOSE CTL-FILE
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
       END PROGRAM CRTMAIN.
