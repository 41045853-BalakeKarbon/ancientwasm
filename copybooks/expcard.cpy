      * Selection card for the joined results export.  LOW and HIGH
      * bound the INDEX1 range exported; a blank LOW starts at the
      * first index and a blank HIGH runs to the last.  SINCE, when
      * keyed, keeps only indexes whose r_ or f_ result was stamped
      * on or after that date.  No card at all exports everything.
       01  EXP-CARD.
           05  EXP-CARD-LOW            PIC X(9).
           05  EXP-CARD-HIGH           PIC X(9).
           05  EXP-CARD-SINCE          PIC X(8).
