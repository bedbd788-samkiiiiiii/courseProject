               03 MYRAW-SKILL OCCURS 4 TIMES.
                   05 MYRAW-SKILL-ELEMENT PIC X(8).
                   05 MYRAW-SKILL-DEMAGE PIC X(3).
               03 MYRAW-SKILL-PP PIC X(2) OCCURS 4 TIMES.

       FD FILE_GRANDMONSTER_STAT.
           01 GRAND_STAT_RAW.
               03 GRAW-SKILL OCCURS 4 TIMES.
                   05 GRAW-SKILL-ELEMENT PIC X(8).
                   05 GRAW-SKILL-DEMAGE PIC X(3).
               03 GRAW-SKILL-PP PIC X(2) OCCURS 4 TIMES.

       FD FILE_TOURNAMENT_CONTROL.
           01 CONTROL-LINE.
           05 WS-EDIT-SKILL OCCURS 4 TIMES INDEXED BY WS-SKILL-IDX.
               10 WS-EDIT-SKILL-ELEMENT PIC X(8).
               10 WS-EDIT-SKILL-DEMAGE PIC X(3).
           05 WS-EDIT-SKILL-PP PIC X(2) OCCURS 4 TIMES.
       01 WS-EDIT-FILE-NAME PIC X(40).
       01 WS-PP-SUB PIC 9(1).

       01 WS-CHECK-TYPE PIC X(8).
       01 WS-TYPE-KNOWN PIC X(1).
               MOVE 'skill damage is not numeric' TO FINDING-REASON
               PERFORM WRITE-EDIT-FINDING
           END-IF.
      *    Blank usage points are a record still in the old layout,
      *    which the simulator loads with its default count; anything
      *    else has to be two digits.
           SET WS-PP-SUB TO WS-SKILL-IDX.
           IF WS-EDIT-SKILL-PP(WS-PP-SUB) NOT = SPACES
              AND WS-EDIT-SKILL-PP(WS-PP-SUB) IS NOT NUMERIC
               MOVE 'skill PP is not numeric' TO FINDING-REASON
               PERFORM WRITE-EDIT-FINDING
           END-IF.

       CHECK-TYPE-IS-KNOWN.
           MOVE 'N' TO WS-TYPE-KNOWN.
