       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "EXPCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DMAST-FILE ASSIGN TO "../demo1/DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DMAST-INDEX1
               FILE STATUS IS WS-DMAST-STATUS.
           SELECT FMAST-FILE ASSIGN TO "../feedload/FEEDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMAST-INDEX1
               FILE STATUS IS WS-FMAST-STATUS.
           SELECT CSV-FILE ASSIGN TO "RESULTS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT JSON-FILE ASSIGN TO "RESULTS.JSON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSON-STATUS.
           SELECT RPT-FILE ASSIGN TO "EXPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       COPY EXPCARD.
       FD  DMAST-FILE.
       COPY DEMOMAST.
       FD  FMAST-FILE.
       COPY FEEDMAST.
       FD  CSV-FILE.
       01  CSV-RECORD                  PIC X(200).
       FD  JSON-FILE.
       01  JSON-RECORD                 PIC X(256).
       FD  RPT-FILE.
       COPY RPTLINE.
       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS            PIC XX.
       01 WS-DMAST-STATUS           PIC XX.
       01 WS-FMAST-STATUS           PIC XX.
       01 WS-CSV-STATUS             PIC XX.
       01 WS-JSON-STATUS            PIC XX.
       01 WS-RPT-STATUS             PIC XX.

       01 WS-EOF-DMAST              PIC X VALUE "N".
       01 WS-EOF-FMAST              PIC X VALUE "N".
       01 WS-DMAST-OK               PIC X VALUE "N".
       01 WS-FMAST-OK               PIC X VALUE "N".
       01 WS-CSV-OK                 PIC X VALUE "N".
       01 WS-JSON-OK                PIC X VALUE "N".
       01 WS-RPT-OK                 PIC X VALUE "N".
       01 WS-CARD-OK                PIC X VALUE "Y".
       01 WS-CARD-REASON            PIC X(30) VALUE SPACES.

       01 WS-RUN-DATE               PIC 9(8) VALUE 0.

      *Selection off the card; the whole of both masters when no
      *card is given.
       01 WS-REQ-LOW                PIC 9(9) VALUE 0.
       01 WS-REQ-HIGH               PIC 9(9) VALUE 999999999.
       01 WS-REQ-SINCE              PIC X(8) VALUE SPACES.

      *Balance-line keys for the join.  Each is one digit wider
      *than INDEX1 so that a side at end of file sorts after every
      *real index.
       01 WS-DMAST-KEY              PIC 9(10) VALUE 0.
       01 WS-FMAST-KEY              PIC 9(10) VALUE 0.
       01 WS-END-KEY                PIC 9(10) VALUE 9999999999.
       01 WS-ROW-SIDE               PIC X(6).
       01 WS-ROW-SIDE-LEN           PIC 9(4) VALUE 0.
       01 WS-ROW-SELECTED           PIC X VALUE "N".

       01 WS-ROW-COUNT              PIC 9(9) VALUE 0.
       01 WS-BOTH-COUNT             PIC 9(9) VALUE 0.
       01 WS-RONLY-COUNT            PIC 9(9) VALUE 0.
       01 WS-FONLY-COUNT            PIC 9(9) VALUE 0.
       01 WS-SKIPPED-COUNT          PIC 9(9) VALUE 0.

      *Output line builders.  The JSON row is held back one row so
      *that every row but the last can be written with the comma
      *that separates it from the next.
       01 WS-CSV-LINE               PIC X(200).
       01 WS-CSV-PTR                PIC 9(4) VALUE 1.
       01 WS-JSON-LINE              PIC X(256).
       01 WS-JSON-PTR               PIC 9(4) VALUE 1.
       01 WS-JSON-HOLD              PIC X(256).
       01 WS-JSON-HOLD-LEN          PIC 9(4) VALUE 0.
       01 WS-JSON-HELD              PIC X VALUE "N".

      *A number with its leading spaces dropped, for the delimited
      *and JSON files; WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN) is the
      *digits.
       01 WS-NUM-VALUE              PIC S9(20) VALUE 0.
       01 WS-NUM-TEXT               PIC -(20)9.
       01 WS-NUM-LEAD               PIC 9(4) VALUE 0.
       01 WS-NUM-START              PIC 9(4) VALUE 0.
       01 WS-NUM-LEN                PIC 9(4) VALUE 0.

      *A text field with its trailing spaces dropped and wrapped in
      *double quotes.  A quote inside the text is doubled for the
      *delimited file and backslashed for the JSON file; MODE 'C'
      *or 'J' says which.
       01 WS-TXT-IN                 PIC X(26).
       01 WS-TXT-MODE               PIC X VALUE "C".
       01 WS-TXT-LEN                PIC 9(4) VALUE 0.
       01 WS-TXT-IX                 PIC 9(4) VALUE 0.
       01 WS-TXT-CHAR               PIC X.
       01 WS-TXT-OUT                PIC X(60).
       01 WS-TXT-OLEN               PIC 9(4) VALUE 0.

       01 WS-EDIT-COUNT             PIC Z(8)9.
       01 WS-EDIT-COUNT2            PIC Z(8)9.
       01 WS-EDIT-COUNT3            PIC Z(8)9.

      *Condition code handed back to the caller: 0 clean, 8 the
      *card was rejected or a master or an output file could not
      *be opened, nothing exported.
       01 WS-COND-CODE              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       000-Main.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 100-OPEN-REPORT
           PERFORM 150-READ-CARD
           IF WS-CARD-OK = "Y"
               PERFORM 200-OPEN-FILES
           END-IF
           IF WS-COND-CODE = 0
               PERFORM 250-WRITE-HEADERS
               PERFORM 300-START-DMAST
               PERFORM 310-START-FMAST
               PERFORM UNTIL WS-DMAST-KEY = WS-END-KEY
                       AND WS-FMAST-KEY = WS-END-KEY
                   PERFORM 400-JOIN-ROW
               END-PERFORM
               PERFORM 700-WRITE-CONTROL
           END-IF
           PERFORM 800-WRITE-TOTALS
           PERFORM 900-CLOSE-FILES
           MOVE WS-COND-CODE TO RETURN-CODE
           GOBACK.

       100-OPEN-REPORT.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS = "00"
               MOVE "Y" TO WS-RPT-OK
               MOVE SPACES TO RPT-LINE
               STRING "JOINED RESULTS EXPORT REPORT" DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "AS OF " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RPT-TEXT
               WRITE RPT-LINE
           ELSE
               DISPLAY "EXPRPT.DAT COULD NOT BE OPENED, STATUS "
                   WS-RPT-STATUS
           END-IF.

       150-READ-CARD.
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS = "00"
               READ CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 160-EDIT-CARD
               END-READ
               CLOSE CARD-FILE
           END-IF
           IF WS-CARD-OK = "Y"
               MOVE SPACES TO RPT-LINE
               STRING "SELECTION LOW=" DELIMITED BY SIZE
                   WS-REQ-LOW DELIMITED BY SIZE
                   " HIGH=" DELIMITED BY SIZE
                   WS-REQ-HIGH DELIMITED BY SIZE
                   " CHANGED SINCE=" DELIMITED BY SIZE
                   WS-REQ-SINCE DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           ELSE
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "CARD REJECTED " DELIMITED BY SIZE
                   WS-CARD-REASON DELIMITED BY SIZE
                   ", NOTHING EXPORTED" DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

       160-EDIT-CARD.
           IF EXP-CARD-LOW NOT = SPACES
               IF EXP-CARD-LOW NUMERIC
                   MOVE EXP-CARD-LOW TO WS-REQ-LOW
               ELSE
                   MOVE "N" TO WS-CARD-OK
                   MOVE "NON-NUMERIC LOW VALUE" TO WS-CARD-REASON
               END-IF
           END-IF
           IF EXP-CARD-HIGH NOT = SPACES
               IF EXP-CARD-HIGH NUMERIC
                   MOVE EXP-CARD-HIGH TO WS-REQ-HIGH
               ELSE
                   MOVE "N" TO WS-CARD-OK
                   MOVE "NON-NUMERIC HIGH VALUE" TO WS-CARD-REASON
               END-IF
           END-IF
           IF EXP-CARD-SINCE NOT = SPACES
               IF EXP-CARD-SINCE NUMERIC
                   MOVE EXP-CARD-SINCE TO WS-REQ-SINCE
               ELSE
                   MOVE "N" TO WS-CARD-OK
                   MOVE "NON-NUMERIC SINCE DATE" TO WS-CARD-REASON
               END-IF
           END-IF
           IF WS-CARD-OK = "Y" AND WS-REQ-LOW > WS-REQ-HIGH
               MOVE "N" TO WS-CARD-OK
               MOVE "LOW GREATER THAN HIGH" TO WS-CARD-REASON
           END-IF.

       200-OPEN-FILES.
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
           END-IF
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS = "00"
               MOVE "Y" TO WS-CSV-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "RESULTS.CSV COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-CSV-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF
           OPEN OUTPUT JSON-FILE
           IF WS-JSON-STATUS = "00"
               MOVE "Y" TO WS-JSON-OK
           ELSE
               PERFORM 991-RAISE-FATAL
               MOVE SPACES TO RPT-LINE
               STRING "RESULTS.JSON COULD NOT BE OPENED, STATUS "
                   DELIMITED BY SIZE
                   WS-JSON-STATUS DELIMITED BY SIZE
                   INTO RPT-TEXT
               PERFORM 750-WRITE-RPT-LINE
           END-IF.

      *The delimited file opens with a column-name row.  The JSON
      *file is one object: the export date, a ROWS array with one
      *row object per line, and the CONTROL object last.
       250-WRITE-HEADERS.
           MOVE SPACES TO CSV-RECORD
           STRING "INDEX1,SIDE,R_RESULT,MATCH_FLAG,R_REFRESHED,"
               DELIMITED BY SIZE
               "F_RESULT,F_RS,F_LOADED" DELIMITED BY SIZE
               INTO CSV-RECORD
           WRITE CSV-RECORD
           MOVE SPACES TO JSON-RECORD
           STRING "{""export_date"":""" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               """,""rows"":[" DELIMITED BY SIZE
               INTO JSON-RECORD
           WRITE JSON-RECORD.

       300-START-DMAST.
           MOVE WS-REQ-LOW TO DMAST-INDEX1
           START DMAST-FILE KEY NOT < DMAST-INDEX1
               INVALID KEY
                   MOVE "Y" TO WS-EOF-DMAST
           END-START
           PERFORM 320-READ-DMAST.

       310-START-FMAST.
           MOVE WS-REQ-LOW TO FMAST-INDEX1
           START FMAST-FILE KEY NOT < FMAST-INDEX1
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FMAST
           END-START
           PERFORM 330-READ-FMAST.

       320-READ-DMAST.
           IF WS-EOF-DMAST = "N"
               READ DMAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-DMAST
                   NOT AT END
                       IF DMAST-INDEX1 > WS-REQ-HIGH
                           MOVE "Y" TO WS-EOF-DMAST
                       END-IF
               END-READ
           END-IF
           IF WS-EOF-DMAST = "Y"
               MOVE WS-END-KEY TO WS-DMAST-KEY
           ELSE
               MOVE DMAST-INDEX1 TO WS-DMAST-KEY
           END-IF.

       330-READ-FMAST.
           IF WS-EOF-FMAST = "N"
               READ FMAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FMAST
                   NOT AT END
                       IF FMAST-INDEX1 > WS-REQ-HIGH
                           MOVE "Y" TO WS-EOF-FMAST
                       END-IF
               END-READ
           END-IF
           IF WS-EOF-FMAST = "Y"
               MOVE WS-END-KEY TO WS-FMAST-KEY
           ELSE
               MOVE FMAST-INDEX1 TO WS-FMAST-KEY
           END-IF.

      *Both masters are read in INDEX1 order.  The lower key is a
      *row on one side only; equal keys are one row with both
      *sides.  A changed-since selection keeps the row when either
      *side present was stamped on or after the date.
       400-JOIN-ROW.
           EVALUATE TRUE
               WHEN WS-DMAST-KEY < WS-FMAST-KEY
                   MOVE "R_ONLY" TO WS-ROW-SIDE
                   MOVE 6 TO WS-ROW-SIDE-LEN
               WHEN WS-DMAST-KEY > WS-FMAST-KEY
                   MOVE "F_ONLY" TO WS-ROW-SIDE
                   MOVE 6 TO WS-ROW-SIDE-LEN
               WHEN OTHER
                   MOVE "BOTH" TO WS-ROW-SIDE
                   MOVE 4 TO WS-ROW-SIDE-LEN
           END-EVALUATE
           MOVE "Y" TO WS-ROW-SELECTED
           IF WS-REQ-SINCE NOT = SPACES
               MOVE "N" TO WS-ROW-SELECTED
               IF WS-ROW-SIDE NOT = "F_ONLY"
                       AND DMAST-TIMESTAMP (1:8) NOT < WS-REQ-SINCE
                   MOVE "Y" TO WS-ROW-SELECTED
               END-IF
               IF WS-ROW-SIDE NOT = "R_ONLY"
                       AND FMAST-TIMESTAMP (1:8) NOT < WS-REQ-SINCE
                   MOVE "Y" TO WS-ROW-SELECTED
               END-IF
           END-IF
           IF WS-ROW-SELECTED = "Y"
               PERFORM 500-WRITE-CSV-ROW
               PERFORM 600-WRITE-JSON-ROW
               ADD 1 TO WS-ROW-COUNT
               EVALUATE WS-ROW-SIDE
                   WHEN "R_ONLY"
                       ADD 1 TO WS-RONLY-COUNT
                   WHEN "F_ONLY"
                       ADD 1 TO WS-FONLY-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-BOTH-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           IF WS-ROW-SIDE NOT = "F_ONLY"
               PERFORM 320-READ-DMAST
           END-IF
           IF WS-ROW-SIDE NOT = "R_ONLY"
               PERFORM 330-READ-FMAST
           END-IF.

      *A side that is missing leaves its columns empty.
       500-WRITE-CSV-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           IF WS-ROW-SIDE = "F_ONLY"
               MOVE FMAST-INDEX1 TO WS-NUM-VALUE
           ELSE
               MOVE DMAST-INDEX1 TO WS-NUM-VALUE
           END-IF
           PERFORM 850-EDIT-NUMBER
           STRING WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN)
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-ROW-SIDE (1:WS-ROW-SIDE-LEN) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
           END-STRING
           IF WS-ROW-SIDE = "F_ONLY"
               STRING ",,," DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
               END-STRING
           ELSE
               MOVE DMAST-RETURNI1 TO WS-NUM-VALUE
               PERFORM 850-EDIT-NUMBER
               STRING WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   DMAST-MATCH-FLAG DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   DMAST-TIMESTAMP DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           IF WS-ROW-SIDE = "R_ONLY"
               STRING ",," DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
               END-STRING
           ELSE
               MOVE FMAST-RETURN1 TO WS-NUM-VALUE
               PERFORM 850-EDIT-NUMBER
               MOVE FMAST-RS TO WS-TXT-IN
               MOVE "C" TO WS-TXT-MODE
               PERFORM 860-QUOTE-TEXT
               STRING WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-TXT-OUT (1:WS-TXT-OLEN) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FMAST-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           WRITE CSV-RECORD FROM WS-CSV-LINE.

      *R_RESULT is written as a JSON string: r_ returns an unsigned
      *64-bit value, and a browser holds JSON numbers as doubles,
      *which cannot carry all of its digits.
       600-WRITE-JSON-ROW.
           MOVE SPACES TO WS-JSON-LINE
           MOVE 1 TO WS-JSON-PTR
           IF WS-ROW-SIDE = "F_ONLY"
               MOVE FMAST-INDEX1 TO WS-NUM-VALUE
           ELSE
               MOVE DMAST-INDEX1 TO WS-NUM-VALUE
           END-IF
           PERFORM 850-EDIT-NUMBER
           STRING "{""index1"":" DELIMITED BY SIZE
               WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN)
                   DELIMITED BY SIZE
               ",""side"":""" DELIMITED BY SIZE
               WS-ROW-SIDE (1:WS-ROW-SIDE-LEN) DELIMITED BY SIZE
               """," DELIMITED BY SIZE
               INTO WS-JSON-LINE
               WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-ROW-SIDE = "F_ONLY"
               STRING """r_result"":null,""match_flag"":null,"
                       DELIMITED BY SIZE
                   """r_refreshed"":null," DELIMITED BY SIZE
                   INTO WS-JSON-LINE
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               MOVE DMAST-RETURNI1 TO WS-NUM-VALUE
               PERFORM 850-EDIT-NUMBER
               STRING """r_result"":""" DELIMITED BY SIZE
                   WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN)
                       DELIMITED BY SIZE
                   """,""match_flag"":""" DELIMITED BY SIZE
                   DMAST-MATCH-FLAG DELIMITED BY SIZE
                   """,""r_refreshed"":""" DELIMITED BY SIZE
                   DMAST-TIMESTAMP DELIMITED BY SIZE
                   """," DELIMITED BY SIZE
                   INTO WS-JSON-LINE
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           IF WS-ROW-SIDE = "R_ONLY"
               STRING """f_result"":null,""f_rs"":null,"
                       DELIMITED BY SIZE
                   """f_loaded"":null}" DELIMITED BY SIZE
                   INTO WS-JSON-LINE
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               MOVE FMAST-RETURN1 TO WS-NUM-VALUE
               PERFORM 850-EDIT-NUMBER
               MOVE FMAST-RS TO WS-TXT-IN
               MOVE "J" TO WS-TXT-MODE
               PERFORM 860-QUOTE-TEXT
               STRING """f_result"":" DELIMITED BY SIZE
                   WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN)
                       DELIMITED BY SIZE
                   ",""f_rs"":" DELIMITED BY SIZE
                   WS-TXT-OUT (1:WS-TXT-OLEN) DELIMITED BY SIZE
                   ",""f_loaded"":""" DELIMITED BY SIZE
                   FMAST-TIMESTAMP DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
                   INTO WS-JSON-LINE
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           IF WS-JSON-HELD = "Y"
               MOVE SPACES TO JSON-RECORD
               STRING WS-JSON-HOLD (1:WS-JSON-HOLD-LEN)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO JSON-RECORD
               WRITE JSON-RECORD
           END-IF
           MOVE WS-JSON-LINE TO WS-JSON-HOLD
           COMPUTE WS-JSON-HOLD-LEN = WS-JSON-PTR - 1
           MOVE "Y" TO WS-JSON-HELD.

      *The control record closes both files with the row counts:
      *in the delimited file CONTROL, the export date, then rows
      *written, rows on both masters, r_ only, and f_ only.
       700-WRITE-CONTROL.
           IF WS-JSON-HELD = "Y"
               MOVE SPACES TO JSON-RECORD
               MOVE WS-JSON-HOLD (1:WS-JSON-HOLD-LEN) TO JSON-RECORD
               WRITE JSON-RECORD
           END-IF
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING "CONTROL," DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
           END-STRING
           MOVE SPACES TO WS-JSON-LINE
           MOVE 1 TO WS-JSON-PTR
           STRING "],""control"":{""rows"":" DELIMITED BY SIZE
               INTO WS-JSON-LINE
               WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-ROW-COUNT TO WS-NUM-VALUE
           PERFORM 710-ADD-CONTROL-COUNT
           STRING ",""both"":" DELIMITED BY SIZE
               INTO WS-JSON-LINE
               WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-BOTH-COUNT TO WS-NUM-VALUE
           PERFORM 710-ADD-CONTROL-COUNT
           STRING ",""r_only"":" DELIMITED BY SIZE
               INTO WS-JSON-LINE
               WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-RONLY-COUNT TO WS-NUM-VALUE
           PERFORM 710-ADD-CONTROL-COUNT
           STRING ",""f_only"":" DELIMITED BY SIZE
               INTO WS-JSON-LINE
               WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-FONLY-COUNT TO WS-NUM-VALUE
           PERFORM 710-ADD-CONTROL-COUNT
           STRING "}}" DELIMITED BY SIZE
               INTO WS-JSON-LINE
               WITH POINTER WS-JSON-PTR
           END-STRING
           WRITE CSV-RECORD FROM WS-CSV-LINE
           WRITE JSON-RECORD FROM WS-JSON-LINE.

       710-ADD-CONTROL-COUNT.
           PERFORM 850-EDIT-NUMBER
           STRING "," DELIMITED BY SIZE
               WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN)
                   DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
           END-STRING
           STRING WS-NUM-TEXT (WS-NUM-START:WS-NUM-LEN)
                   DELIMITED BY SIZE
               INTO WS-JSON-LINE
               WITH POINTER WS-JSON-PTR
           END-STRING.

       750-WRITE-RPT-LINE.
           IF WS-RPT-OK = "Y"
               WRITE RPT-LINE
           END-IF.

       800-WRITE-TOTALS.
           MOVE WS-ROW-COUNT TO WS-EDIT-COUNT
           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT2
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER ROWS=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " NOT CHANGED SINCE=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE
           MOVE WS-BOTH-COUNT TO WS-EDIT-COUNT
           MOVE WS-RONLY-COUNT TO WS-EDIT-COUNT2
           MOVE WS-FONLY-COUNT TO WS-EDIT-COUNT3
           MOVE SPACES TO RPT-LINE
           STRING "TRAILER BOTH=" DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " R_ ONLY=" DELIMITED BY SIZE
               WS-EDIT-COUNT2 DELIMITED BY SIZE
               " F_ ONLY=" DELIMITED BY SIZE
               WS-EDIT-COUNT3 DELIMITED BY SIZE
               INTO RPT-TEXT
           PERFORM 750-WRITE-RPT-LINE.

       850-EDIT-NUMBER.
           MOVE WS-NUM-VALUE TO WS-NUM-TEXT
           MOVE 0 TO WS-NUM-LEAD
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEAD
               FOR LEADING SPACES
           COMPUTE WS-NUM-START = WS-NUM-LEAD + 1
           COMPUTE WS-NUM-LEN = 21 - WS-NUM-LEAD.

       860-QUOTE-TEXT.
           MOVE 26 TO WS-TXT-LEN
           PERFORM UNTIL WS-TXT-LEN = 0
                   OR WS-TXT-IN (WS-TXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TXT-LEN
           END-PERFORM
           MOVE SPACES TO WS-TXT-OUT
           MOVE """" TO WS-TXT-OUT (1:1)
           MOVE 1 TO WS-TXT-OLEN
           PERFORM VARYING WS-TXT-IX FROM 1 BY 1
                   UNTIL WS-TXT-IX > WS-TXT-LEN
               MOVE WS-TXT-IN (WS-TXT-IX:1) TO WS-TXT-CHAR
               IF WS-TXT-CHAR < SPACE
                   MOVE SPACE TO WS-TXT-CHAR
               END-IF
               IF WS-TXT-CHAR = """"
                   ADD 1 TO WS-TXT-OLEN
                   IF WS-TXT-MODE = "J"
                       MOVE "\" TO WS-TXT-OUT (WS-TXT-OLEN:1)
                   ELSE
                       MOVE """" TO WS-TXT-OUT (WS-TXT-OLEN:1)
                   END-IF
               END-IF
               IF WS-TXT-CHAR = "\" AND WS-TXT-MODE = "J"
                   ADD 1 TO WS-TXT-OLEN
                   MOVE "\" TO WS-TXT-OUT (WS-TXT-OLEN:1)
               END-IF
               ADD 1 TO WS-TXT-OLEN
               MOVE WS-TXT-CHAR TO WS-TXT-OUT (WS-TXT-OLEN:1)
           END-PERFORM
           ADD 1 TO WS-TXT-OLEN
           MOVE """" TO WS-TXT-OUT (WS-TXT-OLEN:1).

       900-CLOSE-FILES.
           IF WS-DMAST-OK = "Y"
               CLOSE DMAST-FILE
           END-IF
           IF WS-FMAST-OK = "Y"
               CLOSE FMAST-FILE
           END-IF
           IF WS-CSV-OK = "Y"
               CLOSE CSV-FILE
           END-IF
           IF WS-JSON-OK = "Y"
               CLOSE JSON-FILE
           END-IF
           IF WS-RPT-OK = "Y"
               CLOSE RPT-FILE
           END-IF.

       991-RAISE-FATAL.
           IF WS-COND-CODE < 8
               MOVE 8 TO WS-COND-CODE
           END-IF.
       END PROGRAM EXPMAIN.
