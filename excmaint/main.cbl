       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMMAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXQ-FILE ASSIGN TO "../excqueue/EXCQUEUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               FILE STATUS IS WS-EXQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXQ-FILE.
       COPY EXCQREC.
       WORKING-STORAGE SECTION.
       01 WS-EXQ-STATUS             PIC XX.
       01 WS-EXQ-OK                 PIC X VALUE "N".
       01 WS-EOF-EXQ                PIC X VALUE "N".
       01 WS-EXQ-FOUND              PIC X VALUE "N".
       01 WS-DONE                   PIC X VALUE "N".

       01 WS-RUN-DATE               PIC 9(8) VALUE 0.

      *Keys of the items the last LIST showed, in the order shown,
      *so ASSIGN, CLOSE, REOPEN, and SHOW can name an item by its
      *list number the way the range maintenance names a range.
       01 WS-LIST-MAX               PIC 9(4) VALUE 500.
       01 WS-LIST-COUNT             PIC 9(4) VALUE 0.
       01 WS-LIST-IX                PIC 9(4) VALUE 0.
       01 WS-LIST-TABLE.
           05 WS-LIST-ENTRY OCCURS 500 TIMES.
               10 WS-LIST-KEY       PIC X(68).

      *LIST selection: OPEN (open and assigned, the default), ALL,
      *CLOSED, or one source name.
       01 WS-LIST-SEL               PIC X(12).
       01 WS-LIST-DROPPED           PIC 9(9) VALUE 0.

       01 WS-CMD-LINE               PIC X(80).
       01 WS-TOK1                   PIC X(12).
       01 WS-TOK2                   PIC X(12).
       01 WS-TOK3                   PIC X(12).

       01 WS-TOKEN                  PIC X(12).
       01 WS-TOKEN-OK               PIC X VALUE "N".
       01 WS-TOKEN-NUM              PIC 9(9) VALUE 0.
       01 WS-TK-IX                  PIC 9(4) VALUE 0.
       01 WS-DIGIT-X                PIC X(1).
       01 WS-DIGIT-9 REDEFINES WS-DIGIT-X PIC 9(1).

       01 WS-TARGET-ENTRY           PIC 9(4) VALUE 0.
       01 WS-STATUS-TEXT            PIC X(8).

       01 WS-EDIT-ITEM              PIC Z(3)9.
       01 WS-EDIT-INDEX             PIC Z(8)9.
       01 WS-EDIT-SEEN              PIC Z(4)9.
       01 WS-EDIT-COUNT             PIC Z(8)9.

       PROCEDURE DIVISION.
       000-Main.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 100-OPEN-QUEUE
           IF WS-EXQ-OK = "Y"
               DISPLAY "EXCEPTION QUEUE MAINTENANCE"
               DISPLAY "COMMANDS: LIST [OPEN|ALL|CLOSED|source]"
               DISPLAY "          SHOW N / ASSIGN N WHO / CLOSE N"
               DISPLAY "          REOPEN N / QUIT"
               PERFORM 200-COMMAND-LOOP UNTIL WS-DONE = "Y"
               CLOSE EXQ-FILE
           END-IF
           GOBACK.

       100-OPEN-QUEUE.
           OPEN I-O EXQ-FILE
           IF WS-EXQ-STATUS = "00"
               MOVE "Y" TO WS-EXQ-OK
           ELSE
               DISPLAY "EXCQUEUE.DAT COULD NOT BE OPENED, STATUS "
                   WS-EXQ-STATUS
           END-IF.

       200-COMMAND-LOOP.
           DISPLAY "READY"
           MOVE SPACES TO WS-CMD-LINE
           ACCEPT WS-CMD-LINE
           MOVE SPACES TO WS-TOK1
           MOVE SPACES TO WS-TOK2
           MOVE SPACES TO WS-TOK3
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-TOK1 WS-TOK2 WS-TOK3
           EVALUATE WS-TOK1
               WHEN "LIST"
                   PERFORM 300-DO-LIST
               WHEN "SHOW"
                   PERFORM 400-DO-SHOW
               WHEN "ASSIGN"
                   PERFORM 420-DO-ASSIGN
               WHEN "CLOSE"
                   PERFORM 440-DO-CLOSE
               WHEN "REOPEN"
                   PERFORM 460-DO-REOPEN
               WHEN "QUIT"
                   MOVE "Y" TO WS-DONE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "COMMAND NOT RECOGNIZED ", WS-TOK1
           END-EVALUATE.

       300-DO-LIST.
           MOVE WS-TOK2 TO WS-LIST-SEL
           IF WS-LIST-SEL = SPACES
               MOVE "OPEN" TO WS-LIST-SEL
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-DROPPED
           MOVE "N" TO WS-EOF-EXQ
           MOVE LOW-VALUES TO EXQ-KEY
           START EXQ-FILE KEY NOT < EXQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-EXQ
           END-START
           PERFORM UNTIL WS-EOF-EXQ = "Y"
               READ EXQ-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-EXQ
                   NOT AT END
                       PERFORM 310-TEST-LIST-ITEM
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "NO ITEMS SELECTED"
           END-IF
           IF WS-LIST-DROPPED > 0
               MOVE WS-LIST-DROPPED TO WS-EDIT-COUNT
               DISPLAY "LIST TABLE FULL, ITEMS NOT SHOWN "
                   WS-EDIT-COUNT
           END-IF.

       310-TEST-LIST-ITEM.
           EVALUATE TRUE
               WHEN WS-LIST-SEL = "ALL"
                   PERFORM 320-LIST-ONE-ITEM
               WHEN WS-LIST-SEL = "OPEN"
                   IF EXQ-STATUS NOT = "C"
                       PERFORM 320-LIST-ONE-ITEM
                   END-IF
               WHEN WS-LIST-SEL = "CLOSED"
                   IF EXQ-STATUS = "C"
                       PERFORM 320-LIST-ONE-ITEM
                   END-IF
               WHEN OTHER
                   IF EXQ-SOURCE = WS-LIST-SEL
                       PERFORM 320-LIST-ONE-ITEM
                   END-IF
           END-EVALUATE.

       320-LIST-ONE-ITEM.
           IF WS-LIST-COUNT NOT < WS-LIST-MAX
               ADD 1 TO WS-LIST-DROPPED
           ELSE
               ADD 1 TO WS-LIST-COUNT
               MOVE EXQ-KEY TO WS-LIST-KEY (WS-LIST-COUNT)
               MOVE WS-LIST-COUNT TO WS-EDIT-ITEM
               PERFORM 800-SET-STATUS-TEXT
               DISPLAY WS-EDIT-ITEM " " EXQ-SOURCE " "
                   WS-STATUS-TEXT " " EXQ-ASSIGNED-TO " "
                   EXQ-ITEM-KEY (1:40)
           END-IF.

       400-DO-SHOW.
           PERFORM 500-FETCH-ITEM
           IF WS-EXQ-FOUND = "Y"
               PERFORM 800-SET-STATUS-TEXT
               MOVE EXQ-SEEN-COUNT TO WS-EDIT-SEEN
               DISPLAY "SOURCE      " EXQ-SOURCE
               DISPLAY "KEY         " EXQ-ITEM-KEY
               IF EXQ-HAS-INDEX = "Y"
                   MOVE EXQ-INDEX1 TO WS-EDIT-INDEX
                   DISPLAY "INDEX1      " WS-EDIT-INDEX
               END-IF
               DISPLAY "STATUS      " WS-STATUS-TEXT
               DISPLAY "ASSIGNED TO " EXQ-ASSIGNED-TO
               DISPLAY "FIRST SEEN  " EXQ-FIRST-SEEN
               DISPLAY "LAST SEEN   " EXQ-LAST-SEEN
               DISPLAY "TIMES SEEN  " WS-EDIT-SEEN
               IF EXQ-STATUS = "C"
                   DISPLAY "CLOSED      " EXQ-CLOSED-DATE
               END-IF
               DISPLAY "DETAIL      " EXQ-DETAIL
           END-IF.

      *Assigning a closed item is refused; it must be reopened
      *first so a cleared problem is not picked up by mistake.
       420-DO-ASSIGN.
           PERFORM 500-FETCH-ITEM
           IF WS-EXQ-FOUND = "Y"
               IF WS-TOK3 = SPACES
                   DISPLAY "REJECTED, NO ASSIGNEE GIVEN"
               ELSE
                   IF EXQ-STATUS = "C"
                       DISPLAY "REJECTED, ITEM IS CLOSED"
                   ELSE
                       MOVE "A" TO EXQ-STATUS
                       MOVE WS-TOK3 TO EXQ-ASSIGNED-TO
                       PERFORM 550-REWRITE-ITEM
                       IF WS-EXQ-STATUS = "00"
                           DISPLAY "ITEM " WS-EDIT-ITEM
                               " ASSIGNED TO " EXQ-ASSIGNED-TO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       440-DO-CLOSE.
           PERFORM 500-FETCH-ITEM
           IF WS-EXQ-FOUND = "Y"
               IF EXQ-STATUS = "C"
                   DISPLAY "REJECTED, ITEM IS ALREADY CLOSED"
               ELSE
                   MOVE "C" TO EXQ-STATUS
                   MOVE WS-RUN-DATE TO EXQ-CLOSED-DATE
                   PERFORM 550-REWRITE-ITEM
                   IF WS-EXQ-STATUS = "00"
                       DISPLAY "ITEM " WS-EDIT-ITEM " CLOSED"
                   END-IF
               END-IF
           END-IF.

      *A reopened item goes back to its assignee when it had one.
       460-DO-REOPEN.
           PERFORM 500-FETCH-ITEM
           IF WS-EXQ-FOUND = "Y"
               IF EXQ-STATUS NOT = "C"
                   DISPLAY "REJECTED, ITEM IS NOT CLOSED"
               ELSE
                   IF EXQ-ASSIGNED-TO = SPACES
                       MOVE "O" TO EXQ-STATUS
                   ELSE
                       MOVE "A" TO EXQ-STATUS
                   END-IF
                   MOVE 0 TO EXQ-CLOSED-DATE
                   PERFORM 550-REWRITE-ITEM
                   IF WS-EXQ-STATUS = "00"
                       DISPLAY "ITEM " WS-EDIT-ITEM " REOPENED"
                   END-IF
               END-IF
           END-IF.

      *Reads the item the list number in WS-TOK2 names, fresh from
      *the file so a change made since the LIST is not lost.
       500-FETCH-ITEM.
           MOVE "N" TO WS-EXQ-FOUND
           MOVE WS-TOK2 TO WS-TOKEN
           PERFORM 880-EDIT-NUMERIC-TOKEN
           IF WS-TOKEN-OK = "N" OR WS-TOKEN-NUM = 0
                   OR WS-TOKEN-NUM > WS-LIST-COUNT
               DISPLAY "REJECTED, NO SUCH ITEM NUMBER ON LAST LIST"
           ELSE
               MOVE WS-TOKEN-NUM TO WS-TARGET-ENTRY
               MOVE WS-TARGET-ENTRY TO WS-EDIT-ITEM
               MOVE WS-LIST-KEY (WS-TARGET-ENTRY) TO EXQ-KEY
               MOVE "Y" TO WS-EXQ-FOUND
               READ EXQ-FILE
                   INVALID KEY
                       MOVE "N" TO WS-EXQ-FOUND
               END-READ
               IF WS-EXQ-FOUND = "N"
                   DISPLAY "REJECTED, ITEM NO LONGER ON FILE"
               END-IF
           END-IF.

       550-REWRITE-ITEM.
           REWRITE EXQ-RECORD
           IF WS-EXQ-STATUS NOT = "00"
               DISPLAY "EXCQUEUE.DAT COULD NOT BE UPDATED, STATUS "
                   WS-EXQ-STATUS
           END-IF.

       800-SET-STATUS-TEXT.
           EVALUATE EXQ-STATUS
               WHEN "O"
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN "A"
                   MOVE "ASSIGNED" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

      *A token is numeric when it has at least one digit and
      *nothing but digits ahead of its first trailing space.
       880-EDIT-NUMERIC-TOKEN.
           MOVE "Y" TO WS-TOKEN-OK
           MOVE 0 TO WS-TOKEN-NUM
           IF WS-TOKEN = SPACES
               MOVE "N" TO WS-TOKEN-OK
           END-IF
           PERFORM VARYING WS-TK-IX FROM 1 BY 1
                   UNTIL WS-TK-IX > 12
                       OR WS-TOKEN-OK = "N"
                       OR WS-TOKEN (WS-TK-IX:1) = SPACE
               MOVE WS-TOKEN (WS-TK-IX:1) TO WS-DIGIT-X
               IF WS-DIGIT-X NUMERIC
                   COMPUTE WS-TOKEN-NUM
                       = WS-TOKEN-NUM * 10 + WS-DIGIT-9
               ELSE
                   MOVE "N" TO WS-TOKEN-OK
               END-IF
           END-PERFORM.
       END PROGRAM EXMMAIN.
