               03 mySKILL_3_DEMAGE PIC 9(3).
               03 mySKILL_4_ELEMENT PIC X(8).
               03 mySKILL_4_DEMAGE PIC 9(3).
               03 mySKILL_1_PP PIC 9(2).
               03 mySKILL_2_PP PIC 9(2).
               03 mySKILL_3_PP PIC 9(2).
               03 mySKILL_4_PP PIC 9(2).

       FD  FILE_MY_SEQUENCE.
           01 My_Sequence.
      *    One transaction per line: column 1 is the action code
      *    ('A' add, 'C' change, 'D' delete) followed by the same
      *    field layout as a my_statistics.txt record. Delete only
      *    needs the name; the stat fields are ignored. Usage points
      *    left blank default on an add and keep the master's current
      *    counts on a change, so old-layout transactions still apply.
       FD FILE_TRANSACTIONS.
           01 TRX-RECORD.
               03 TRX-ACTION PIC X(1).
                   05 TRX-SKILL-3-DEMAGE PIC 9(3).
                   05 TRX-SKILL-4-ELEMENT PIC X(8).
                   05 TRX-SKILL-4-DEMAGE PIC 9(3).
                   05 TRX-SKILL-1-PP PIC 9(2).
                   05 TRX-SKILL-2-PP PIC 9(2).
                   05 TRX-SKILL-3-PP PIC 9(2).
                   05 TRX-SKILL-4-PP PIC 9(2).

       FD FILE_MAINT_LOG.
           01 MAINT-LOG-LINE.
       01 WS-STAT-TABLE.
           05 WS-STAT-ROW OCCURS 200 TIMES INDEXED BY WS-STAT-IDX.
               10 WS-STAT-DELETED PIC X(1).
               10 WS-STAT-RECORD PIC X(87).
               10 WS-STAT-RECORD-NAME REDEFINES WS-STAT-RECORD
                  PIC X(15).

       01 WS-LOOKUP-NAME PIC X(15).
       01 WS-MATCH-IDX PIC 9(4) VALUE 0.
       01 WS-SEQ-MATCH-IDX PIC 9(4) VALUE 0.
       01 WS-DEFAULT-PP PIC 9(2) VALUE 10.


       PROCEDURE DIVISION.
               IF WS-STAT-COUNT < 200
                   ADD 1 TO WS-STAT-COUNT
                   MOVE 'N' TO WS-STAT-DELETED(WS-STAT-COUNT)
                   PERFORM DEFAULT-STAT-PP
                   MOVE MY_STAT TO WS-STAT-RECORD(WS-STAT-COUNT)
               END-IF
           END-IF.

      *    An old-layout master record has no usage points; it is
      *    given the default count here and written back in the new
      *    layout when the master is rewritten.
       DEFAULT-STAT-PP.
           IF mySKILL_1_PP IS NOT NUMERIC
               MOVE WS-DEFAULT-PP TO mySKILL_1_PP
           END-IF.
           IF mySKILL_2_PP IS NOT NUMERIC
               MOVE WS-DEFAULT-PP TO mySKILL_2_PP
           END-IF.
           IF mySKILL_3_PP IS NOT NUMERIC
               MOVE WS-DEFAULT-PP TO mySKILL_3_PP
           END-IF.
           IF mySKILL_4_PP IS NOT NUMERIC
               MOVE WS-DEFAULT-PP TO mySKILL_4_PP
           END-IF.

       LOAD-SEQ-TABLE.
           OPEN INPUT FILE_MY_SEQUENCE.
           IF FS_MYSEQUENCE NOT = 00
               IF WS-STAT-COUNT < 200 AND WS-SEQ-COUNT < 200
                   ADD 1 TO WS-STAT-COUNT
                   MOVE 'N' TO WS-STAT-DELETED(WS-STAT-COUNT)
                   MOVE WS-DEFAULT-PP TO mySKILL_1_PP
                   MOVE WS-DEFAULT-PP TO mySKILL_2_PP
                   MOVE WS-DEFAULT-PP TO mySKILL_3_PP
                   MOVE WS-DEFAULT-PP TO mySKILL_4_PP
                   PERFORM FILL-BLANK-TRX-PP
                   MOVE TRX-STAT TO WS-STAT-RECORD(WS-STAT-COUNT)
                   PERFORM FIND-SEQ-BY-LOOKUP-NAME
                   IF WS-SEQ-MATCH-IDX = 0
           IF WS-MATCH-IDX = 0
               PERFORM LOG-REJECT-UNKNOWN
           ELSE
               MOVE WS-STAT-RECORD(WS-MATCH-IDX) TO MY_STAT
               PERFORM FILL-BLANK-TRX-PP
               MOVE TRX-STAT TO WS-STAT-RECORD(WS-MATCH-IDX)
               PERFORM LOG-APPLIED
           END-IF.

      *    Blank usage points on the transaction are taken from
      *    MY_STAT: the defaults for an add, the master record being
      *    changed for a change.
       FILL-BLANK-TRX-PP.
           IF TRX-SKILL-1-PP IS NOT NUMERIC
               MOVE mySKILL_1_PP TO TRX-SKILL-1-PP
           END-IF.
           IF TRX-SKILL-2-PP IS NOT NUMERIC
               MOVE mySKILL_2_PP TO TRX-SKILL-2-PP
           END-IF.
           IF TRX-SKILL-3-PP IS NOT NUMERIC
               MOVE mySKILL_3_PP TO TRX-SKILL-3-PP
           END-IF.
           IF TRX-SKILL-4-PP IS NOT NUMERIC
               MOVE mySKILL_4_PP TO TRX-SKILL-4-PP
           END-IF.

       APPLY-DELETE.
           IF WS-MATCH-IDX = 0
               PERFORM LOG-REJECT-UNKNOWN
