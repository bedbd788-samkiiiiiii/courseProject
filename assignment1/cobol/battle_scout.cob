               03 mySKILL_3_DEMAGE PIC 9(3).
               03 mySKILL_4_ELEMENT PIC X(8).
               03 mySKILL_4_DEMAGE PIC 9(3).
               03 mySKILL_1_PP PIC 9(2).
               03 mySKILL_2_PP PIC 9(2).
               03 mySKILL_3_PP PIC 9(2).
               03 mySKILL_4_PP PIC 9(2).

       FD FILE_GRANDMONSTER_SEQUENCE.
           01 GRAND_SEQUENCE.
               03 grandSKILL_3_DEMAGE PIC 9(3).
               03 grandSKILL_4_ELEMENT PIC X(8).
               03 grandSKILL_4_DEMAGE PIC 9(3).
               03 grandSKILL_1_PP PIC 9(2).
               03 grandSKILL_2_PP PIC 9(2).
               03 grandSKILL_3_PP PIC 9(2).
               03 grandSKILL_4_PP PIC 9(2).

       FD FILE_EFECTIVE_RATIO.
           01 EFFECTIVE_RATIO.
               10 SCOUT-MY-NAME PIC X(15).
               10 SCOUT-MY-NORMAL PIC X(8).
               10 SCOUT-MY-ELEMENT PIC X(8) OCCURS 4 TIMES.
               10 SCOUT-MY-USABLE PIC X(1) OCCURS 4 TIMES.

       01 GRAND-SEQ-EOF PIC X(1) VALUE 'N'.
       01 GRAND-MATCH-FOUND PIC X(1) VALUE 'N'.
       01 GRAND-NORMAL-TYPE PIC X(8).
       01 GRAND-ELEMENT-LIST.
           05 GRAND-ELEMENT PIC X(8) OCCURS 4 TIMES.
       01 GRAND-USABLE-LIST.
           05 GRAND-USABLE PIC X(1) OCCURS 4 TIMES.
      *    A skill stocked with 00 usage points can never be picked in
      *    battle, so it is left out of the averages; a monster with
      *    none usable is scored on the simulator's default attack.
      *    Blank points (old-layout record) count as usable.
       01 USABLE-SKILL-COUNT PIC 9(1) VALUE 0.
       01 DEFAULT-ATTACK-ELEMENT PIC X(8) VALUE 'Normal'.
       01 PP-CHECK-VALUE PIC X(2).
       01 PP-CHECK-USABLE PIC X(1).


       PROCEDURE DIVISION.
                   SCOUT-MY-ELEMENT(SCOUT-ROSTER-COUNT 3)
                   MOVE mySKILL_4_ELEMENT TO
                   SCOUT-MY-ELEMENT(SCOUT-ROSTER-COUNT 4)
                   MOVE mySKILL_1_PP TO PP-CHECK-VALUE
                   PERFORM CHECK-SKILL-PP-USABLE
                   MOVE PP-CHECK-USABLE TO
                   SCOUT-MY-USABLE(SCOUT-ROSTER-COUNT 1)
                   MOVE mySKILL_2_PP TO PP-CHECK-VALUE
                   PERFORM CHECK-SKILL-PP-USABLE
                   MOVE PP-CHECK-USABLE TO
                   SCOUT-MY-USABLE(SCOUT-ROSTER-COUNT 2)
                   MOVE mySKILL_3_PP TO PP-CHECK-VALUE
                   PERFORM CHECK-SKILL-PP-USABLE
                   MOVE PP-CHECK-USABLE TO
                   SCOUT-MY-USABLE(SCOUT-ROSTER-COUNT 3)
                   MOVE mySKILL_4_PP TO PP-CHECK-VALUE
                   PERFORM CHECK-SKILL-PP-USABLE
                   MOVE PP-CHECK-USABLE TO
                   SCOUT-MY-USABLE(SCOUT-ROSTER-COUNT 4)
                   MOVE 'Y' TO STAT-EOF
               END-IF
           END-IF.

       CHECK-SKILL-PP-USABLE.
           IF PP-CHECK-VALUE = '00'
               MOVE 'N' TO PP-CHECK-USABLE
           ELSE
               MOVE 'Y' TO PP-CHECK-USABLE
           END-IF.

       LOAD-TOURNAMENT-CONTROL.
           MOVE 0 TO CONTROL-COUNT.
           MOVE 'N' TO CONTROL-EOF.
                   MOVE grandSKILL_2_ELEMENT TO GRAND-ELEMENT(2)
                   MOVE grandSKILL_3_ELEMENT TO GRAND-ELEMENT(3)
                   MOVE grandSKILL_4_ELEMENT TO GRAND-ELEMENT(4)
                   MOVE grandSKILL_1_PP TO PP-CHECK-VALUE
                   PERFORM CHECK-SKILL-PP-USABLE
                   MOVE PP-CHECK-USABLE TO GRAND-USABLE(1)
                   MOVE grandSKILL_2_PP TO PP-CHECK-VALUE
                   PERFORM CHECK-SKILL-PP-USABLE
                   MOVE PP-CHECK-USABLE TO GRAND-USABLE(2)
                   MOVE grandSKILL_3_PP TO PP-CHECK-VALUE
                   PERFORM CHECK-SKILL-PP-USABLE
                   MOVE PP-CHECK-USABLE TO GRAND-USABLE(3)
                   MOVE grandSKILL_4_PP TO PP-CHECK-VALUE
                   PERFORM CHECK-SKILL-PP-USABLE
                   MOVE PP-CHECK-USABLE TO GRAND-USABLE(4)
                   MOVE 'Y' TO GRAND-MATCH-FOUND
                   MOVE 'Y' TO STAT-EOF
               END-IF

       SCORE-ONE-ROSTER-ENTRY.
           MOVE 0 TO RATIO-SUM.
           MOVE 0 TO USABLE-SKILL-COUNT.
           MOVE GRAND-NORMAL-TYPE TO LOOKUP-DEFENDER-TYPE.
           PERFORM VARYING SKILL-IDX FROM 1 BY 1
              UNTIL SKILL-IDX > 4
               IF SCOUT-MY-USABLE(SCOUT-ROSTER-IDX SKILL-IDX) = 'Y'
                   MOVE SCOUT-MY-ELEMENT(SCOUT-ROSTER-IDX SKILL-IDX)
                   TO LOOKUP-SKILL-ELEMENT
                   PERFORM FIND-EFFECTIVE-RATIO
                   ADD EFFECTIVE_RATIO_VALUE TO RATIO-SUM
                   ADD 1 TO USABLE-SKILL-COUNT
               END-IF
           END-PERFORM.
           IF USABLE-SKILL-COUNT = 0
               MOVE DEFAULT-ATTACK-ELEMENT TO LOOKUP-SKILL-ELEMENT
               PERFORM FIND-EFFECTIVE-RATIO
               MOVE EFFECTIVE_RATIO_VALUE TO RATIO-SUM
               MOVE 1 TO USABLE-SKILL-COUNT
           END-IF.
           COMPUTE MY-OFF-AVG = RATIO-SUM / USABLE-SKILL-COUNT.

           MOVE 0 TO RATIO-SUM.
           MOVE 0 TO USABLE-SKILL-COUNT.
           MOVE SCOUT-MY-NORMAL(SCOUT-ROSTER-IDX) TO
           LOOKUP-DEFENDER-TYPE.
           PERFORM VARYING SKILL-IDX FROM 1 BY 1
              UNTIL SKILL-IDX > 4
               IF GRAND-USABLE(SKILL-IDX) = 'Y'
                   MOVE GRAND-ELEMENT(SKILL-IDX) TO
                   LOOKUP-SKILL-ELEMENT
                   PERFORM FIND-EFFECTIVE-RATIO
                   ADD EFFECTIVE_RATIO_VALUE TO RATIO-SUM
                   ADD 1 TO USABLE-SKILL-COUNT
               END-IF
           END-PERFORM.
           IF USABLE-SKILL-COUNT = 0
               MOVE DEFAULT-ATTACK-ELEMENT TO LOOKUP-SKILL-ELEMENT
               PERFORM FIND-EFFECTIVE-RATIO
               MOVE EFFECTIVE_RATIO_VALUE TO RATIO-SUM
               MOVE 1 TO USABLE-SKILL-COUNT
           END-IF.
           COMPUTE GRAND-OFF-AVG = RATIO-SUM / USABLE-SKILL-COUNT.

           COMPUTE PAIR-MARGIN = MY-OFF-AVG - GRAND-OFF-AVG.
           IF PAIR-MARGIN > BEST-MARGIN
