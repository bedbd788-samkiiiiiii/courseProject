               03 mySKILL_3_DEMAGE PIC 9(3).
               03 mySKILL_4_ELEMENT PIC X(8).
               03 mySKILL_4_DEMAGE PIC 9(3).
               03 mySKILL_1_PP PIC 9(2).
               03 mySKILL_2_PP PIC 9(2).
               03 mySKILL_3_PP PIC 9(2).
               03 mySKILL_4_PP PIC 9(2).

      *    Proposed transactions in the roster_transactions.txt
      *    layout, ready to be eyeballed and fed to
      *    roster-maintenance: an 'A' that clones the matched master
      *    record under the spelling the sequence file actually uses,
      *    so the mismatched entry resolves without retyping stats.
      *    The clone carries the master's usage points as they stand;
      *    an old-layout master leaves them blank and roster-
      *    maintenance defaults them on the add.
       FD FILE_SUGGESTIONS.
           01 SUGGESTION-RECORD.
               03 SUG-ACTION PIC X(1).
               03 SUG-STAT.
                   05 SUG-NAME PIC X(15).
                   05 SUG-REST PIC X(72).

       FD FILE_REVIEW_LOG.
           01 REVIEW-LOG-LINE.
       01 WS-STAT-COUNT PIC 9(4) VALUE 0.
       01 WS-STAT-TABLE.
           05 WS-STAT-ROW OCCURS 200 TIMES INDEXED BY WS-STAT-IDX.
               10 WS-STAT-RECORD PIC X(87).
               10 WS-STAT-FIELDS REDEFINES WS-STAT-RECORD.
                   15 WS-STAT-RECORD-NAME PIC X(15).
                   15 WS-STAT-RECORD-REST PIC X(72).

       01 WS-EXC-NAME-UP PIC X(15).
       01 WS-EXC-CHARS REDEFINES WS-EXC-NAME-UP.
