               10 WS-CTL-HIGH       PIC 9(9).
               10 WS-CTL-STEP       PIC 9(4).
               10 WS-CTL-TARGET     PIC 9(9).
               10 WS-CTL-PART       PIC 9(2).

      *Last night's per-range statistics, latest run date only, so
      *the operator can see what a range change will affect.
       01 WS-EDIT-FAIL              PIC X VALUE "N".
       01 WS-TARGET-ENTRY           PIC 9(4) VALUE 0.
       01 WS-CTL-OVERLAP            PIC 9(4) VALUE 0.
       01 WS-PART-MAX               PIC 9(2) VALUE 20.

       01 WS-EDIT-RANGE             PIC Z(3)9.
       01 WS-EDIT-RANGE-LOW         PIC Z(8)9.
       01 WS-EDIT-RANGE-HIGH        PIC Z(8)9.
       01 WS-EDIT-STEP              PIC Z(3)9.
       01 WS-EDIT-TARGET            PIC Z(8)9.
       01 WS-EDIT-PART              PIC Z9.
       01 WS-EDIT-CALLS             PIC Z(8)9.
       01 WS-EDIT-CPS               PIC Z(6)9.99.

           DISPLAY "DEMOCTL RANGE MAINTENANCE"
           DISPLAY "COMMANDS: ADD LOW HIGH [STEP] [TARGET]"
           DISPLAY "          CHANGE N LOW HIGH [STEP] [TARGET]"
           DISPLAY "          PARTITION N PART"
           DISPLAY "          DELETE N / LIST / SAVE / QUIT"
           PERFORM 200-COMMAND-LOOP UNTIL WS-DONE = "Y"
           GOBACK.
                                   MOVE LOOP-PARM-TARGET TO
                                       WS-CTL-TARGET (WS-CTL-COUNT)
                               END-IF
                               IF LOOP-PARM-PART NUMERIC
                                   MOVE LOOP-PARM-PART TO
                                       WS-CTL-PART (WS-CTL-COUNT)
                               ELSE
                                   MOVE 1 TO
                                       WS-CTL-PART (WS-CTL-COUNT)
                               END-IF
                           ELSE
                               DISPLAY "RANGE TABLE FULL, RECORD "
                                   "NOT LOADED"
                   PERFORM 320-DO-CHANGE
               WHEN "DELETE"
                   PERFORM 340-DO-DELETE
               WHEN "PARTITION"
                   PERFORM 360-DO-PARTITION
               WHEN "LIST"
                   PERFORM 500-DO-LIST
               WHEN "SAVE"
                   MOVE WS-NEW-STEP TO WS-CTL-STEP (WS-CTL-COUNT)
                   MOVE WS-NEW-TARGET
                       TO WS-CTL-TARGET (WS-CTL-COUNT)
                   MOVE 1 TO WS-CTL-PART (WS-CTL-COUNT)
                   MOVE "Y" TO WS-CHANGED
                   MOVE WS-CTL-COUNT TO WS-EDIT-RANGE
                   DISPLAY "RANGE " WS-EDIT-RANGE " ADDED"
               DISPLAY "RANGE " WS-EDIT-RANGE " DELETED"
           END-IF.

      *Moves a range into one of DEMO1MN's partitions; a range
      *keeps its partition through a CHANGE, and a new range starts
      *in partition 1.
       360-DO-PARTITION.
           MOVE WS-TOK2 TO WS-TOKEN
           PERFORM 880-EDIT-NUMERIC-TOKEN
           IF WS-TOKEN-OK = "N" OR WS-TOKEN-NUM = 0
                   OR WS-TOKEN-NUM > WS-CTL-COUNT
               DISPLAY "REJECTED, NO SUCH RANGE NUMBER"
           ELSE
               MOVE WS-TOKEN-NUM TO WS-TARGET-ENTRY
               MOVE WS-TOK3 TO WS-TOKEN
               PERFORM 880-EDIT-NUMERIC-TOKEN
               IF WS-TOKEN-OK = "N" OR WS-TOKEN-NUM = 0
                       OR WS-TOKEN-NUM > WS-PART-MAX
                   MOVE WS-PART-MAX TO WS-EDIT-PART
                   DISPLAY "REJECTED, PARTITION NOT 1 TO "
                       WS-EDIT-PART
               ELSE
                   MOVE WS-TOKEN-NUM TO WS-CTL-PART (WS-TARGET-ENTRY)
                   MOVE "Y" TO WS-CHANGED
                   MOVE WS-TARGET-ENTRY TO WS-EDIT-RANGE
                   MOVE WS-TOKEN-NUM TO WS-EDIT-PART
                   DISPLAY "RANGE " WS-EDIT-RANGE " NOW PARTITION "
                       WS-EDIT-PART
               END-IF
           END-IF.

      *The very same edits DEMO1MN's 150-EDIT-CONTROLS applies at
      *run time, applied here while a person is at the console:
      *numeric values, low not above high, a non-zero step, and no
           MOVE WS-CTL-HIGH (WS-CTL-IX) TO WS-EDIT-RANGE-HIGH
           MOVE WS-CTL-STEP (WS-CTL-IX) TO WS-EDIT-STEP
           MOVE WS-CTL-TARGET (WS-CTL-IX) TO WS-EDIT-TARGET
           MOVE WS-CTL-PART (WS-CTL-IX) TO WS-EDIT-PART
           MOVE "N" TO WS-STAT-FOUND
           PERFORM VARYING WS-STAT-IX FROM 1 BY 1
                   UNTIL WS-STAT-IX > WS-STAT-COUNT
                   " HIGH " WS-EDIT-RANGE-HIGH
                   " STEP " WS-EDIT-STEP
                   " TARGET " WS-EDIT-TARGET
                   " PART " WS-EDIT-PART
                   " CALLS " WS-EDIT-CALLS
                   " CALLS/SEC " WS-EDIT-CPS
           ELSE
                   " HIGH " WS-EDIT-RANGE-HIGH
                   " STEP " WS-EDIT-STEP
                   " TARGET " WS-EDIT-TARGET
                   " PART " WS-EDIT-PART
                   " NO RESULTS ON FILE"
           END-IF.

                   MOVE WS-CTL-STEP (WS-CTL-IX) TO LOOP-PARM-STEP
                   MOVE WS-CTL-TARGET (WS-CTL-IX)
                       TO LOOP-PARM-TARGET
                   MOVE WS-CTL-PART (WS-CTL-IX) TO LOOP-PARM-PART
                   WRITE LOOP-PARM-RECORD
               END-PERFORM
               CLOSE CTL-FILE
