       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_BATTLE_RULES.

       SELECT FILE_ARCHIVE_STAGING ASSIGN TO
          DYNAMIC STAGE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_ARCHIVE_STAGING.

       SELECT FILE_PROGRESS ASSIGN TO
       'testcase/battle_progress.txt'
       'testcase/operations_summary.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_OPS_SUMMARY.

       SELECT FILE_MATRIX_REPORT ASSIGN TO
       'testcase/matchup_matrix.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_MATRIX_REPORT.

       SELECT FILE_PROPOSED_SEQUENCE ASSIGN TO
          DYNAMIC PROPOSED-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_PROPOSED_SEQUENCE.
       DATA DIVISION.
       FILE SECTION.
       FD  FILE_MY_SEQUENCE.
               03 mySKILL_3_DEMAGE PIC 9(3).
               03 mySKILL_4_ELEMENT PIC X(8).
               03 mySKILL_4_DEMAGE PIC 9(3).
      *    Usage points per skill, one pair of digits per skill after
      *    the four skills. A record still in the old 79-byte layout
      *    reads these as spaces and is given DEFAULT-SKILL-PP.
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
      *    a draw preserves where each fighter stood.
               03 RESULT-MY-HP-LEFT PIC S9(3).
               03 RESULT-GRAND-HP-LEFT PIC S9(3).
      *    Where the pairing stood when its first round was fought:
      *    the crit_seed position already used, both fighters' HP,
      *    which side struck first and every skill's usage points.
      *    That is everything battle-replay needs to fight the same
      *    pairing again from the stat files.
               03 RESULT-PAIRING-START.
                   05 RESULT-START-CRIT-POS PIC 9(4).
                   05 RESULT-START-MY-HP PIC S9(3).
                   05 RESULT-START-GRAND-HP PIC S9(3).
                   05 RESULT-FIRST-ATTACKER PIC X(1).
                   05 RESULT-START-MY-PP PIC 9(2) OCCURS 4 TIMES.
                   05 RESULT-START-GRAND-PP PIC 9(2) OCCURS 4 TIMES.
      *    The tournament_control.txt row the pairing was fought
      *    under and that set's name (its grandmaster sequence file).
      *    Row 0000 is an exhibition pairing; the set name is then
      *    the grandmaster stat file named on the exhibition line.
               03 RESULT-SET-INFO.
                   05 RESULT-CONTROL-ROW PIC 9(4).
                   05 RESULT-SET-NAME PIC X(40).
           01 RESULT-RUN-HEADER.
               03 RESULT-HDR-TAG PIC X(15).
               03 RESULT-HDR-RUN-ID PIC X(14).
               03 LOG-SKILL-ELEMENT PIC X(8).
               03 LOG-DAMAGE PIC 999V999.
               03 LOG-DEFENDER-HP-AFTER PIC S9(3).
      *    Usage points the attacker has left on the skill it just
      *    used; 00 when it had none left and fell back to the default
      *    attack.
               03 LOG-PP-LEFT PIC 9(2).
      *    The pairing this line belongs to (its pairing sequence in
      *    the archive) and the round within that pairing.
               03 LOG-PAIRING-SEQ PIC 9(6).
               03 LOG-ROUND PIC 9(3).
      *    Set the pairing was fought under, as on its RESULT record.
               03 LOG-SET-INFO.
                   05 LOG-CONTROL-ROW PIC 9(4).
                   05 LOG-SET-NAME PIC X(40).
           01 LOG-RUN-HEADER.
               03 LOG-HDR-TAG PIC X(15).
               03 LOG-HDR-RUN-ID PIC X(14).
               03 CRIT-SEED-VALUE PIC 9(2).

      *    Column 1 selects fixed ('F') vs smart-switch ('S') pick
      *    order, or 'M' for a matchup-matrix planning run that
      *    fights every pairing 1-on-1 and writes no results at all
      *    (see RUN-MATCHUP-MATRIX). Column 2 is the endurance-mode
      *    toggle ('E' = a winning monster carries its leftover HP
      *    into the next pairing in the set instead of opening at
      *    full HP).
      *    Column 3 is the bracket-exhaustion toggle ('X' = a
      *    my-monster that fought in an earlier set of the bracket
      *    stays marked used for the rest of the run instead of the
               03 RULES-STAB-MULT PIC X(3).
               03 RULES-MAX-ROUNDS PIC X(4).

      *    Archive staging: every RESULT record is also written here
      *    keyed by run ID and pairing sequence, in the layout of the
      *    permanent results_archive.txt. The file is one per run ID
      *    and is bracketed by RUNHDR/RUNTRL records like the other
      *    outputs; archive-posting moves a staged run into the
      *    permanent archive only once its counts verify and
      *    battle-reconcile has passed it, so an abended or
      *    mismatched run never reaches results-inquiry. The tag
      *    sits in the same columns as ARC-RUN-ID.
       FD FILE_ARCHIVE_STAGING.
           01 ARCHIVE-RECORD.
               03 ARC-RUN-ID PIC X(14).
               03 ARC-PAIRING-SEQ PIC 9(6).
                   05 ARC-GRAND-TOTAL-DAMAGE PIC 9(6)V999.
                   05 ARC-MY-HP-LEFT PIC S9(3).
                   05 ARC-GRAND-HP-LEFT PIC S9(3).
                   05 ARC-PAIRING-START PIC X(27).
                   05 ARC-SET-INFO PIC X(44).
           01 STAGE-RUN-HEADER.
               03 STAGE-HDR-TAG PIC X(14).
               03 STAGE-HDR-RUN-ID PIC X(14).
               03 FILLER PIC X(1).
               03 STAGE-HDR-MODE-FLAGS PIC X(3).
               03 FILLER PIC X(1).
               03 STAGE-HDR-PROFILE PIC X(8).
           01 STAGE-RUN-TRAILER.
               03 STAGE-TRL-TAG PIC X(14).
               03 STAGE-TRL-RUN-ID PIC X(14).
               03 FILLER PIC X(1).
               03 STAGE-TRL-COUNT PIC 9(6).

      *    Heartbeat for the operator: rewritten whole at every
      *    pairing boundary so a long run can be checked on without
       FD FILE_OPS_SUMMARY.
           01 OPS-SUMMARY-LINE PIC X(60).

      *    Matrix-mode report: one block per tournament set, my
      *    monsters down the side and that set's grandmasters across.
       FD FILE_MATRIX_REPORT.
           01 MATRIX-REPORT-LINE PIC X(150).

      *    Proposed lineup for one set, in the my_sequence.txt layout
      *    so it can be copied over my_sequence.txt as it stands.
       FD FILE_PROPOSED_SEQUENCE.
           01 PROPOSED-SEQUENCE-RECORD.
               03 PROPOSED-NAME PIC X(15).

       FD FILE_EFF_DIAGNOSTICS.
           01 EFF-DIAGNOSTIC-LINE.
               03 EFF-DIAG-TYPE-NAME PIC X(8).
               03 RESTART-RUN-ID PIC X(14).
               03 RESTART-RESULT-COUNT PIC 9(6).
               03 RESTART-LOG-COUNT PIC 9(6).
               03 RESTART-MY-PP PIC 9(2) OCCURS 4 TIMES.
               03 RESTART-GRAND-PP PIC 9(2) OCCURS 4 TIMES.
               03 RESTART-PAIRING-START PIC X(27).



               10  battle_mySKILL_3_DEMAGE PIC 9(3).
               10  battle_mySKILL_4_ELEMENT PIC X(8).
               10  battle_mySKILL_4_DEMAGE PIC 9(3).
               10  battle_mySKILL_1_PP PIC 9(2).
               10  battle_mySKILL_2_PP PIC 9(2).
               10  battle_mySKILL_3_PP PIC 9(2).
               10  battle_mySKILL_4_PP PIC 9(2).
       01 WS-grandbattle.
               10  battle_grandname pic X(15).
               10  battle_grandNormal PIC X(8).
               10  battle_grandSKILL_3_DEMAGE PIC 9(3).
               10  battle_grandSKILL_4_ELEMENT PIC X(8).
               10  battle_grandSKILL_4_DEMAGE PIC 9(3).
               10  battle_grandSKILL_1_PP PIC 9(2).
               10  battle_grandSKILL_2_PP PIC 9(2).
               10  battle_grandSKILL_3_PP PIC 9(2).
               10  battle_grandSKILL_4_PP PIC 9(2).

      *    A skill with no usage points left cannot be chosen; once
      *    all four are spent the attacker falls back to this weak
      *    default attack, resolved through the same type chart and
      *    STAB check as a real skill.
       01 DEFAULT-SKILL-PP PIC 9(2) VALUE 10.
       01 DEFAULT-ATTACK-ELEMENT PIC X(8) VALUE 'Normal'.
       01 DEFAULT-ATTACK-DEMAGE PIC 9(3) VALUE 010.
       01 MY-CHOSEN-SKILL-NO PIC 9(1) VALUE 0.
       01 GRAND-CHOSEN-SKILL-NO PIC 9(1) VALUE 0.
       01 MY-PP-LEFT PIC 9(2) VALUE 0.
       01 GRAND-PP-LEFT PIC 9(2) VALUE 0.

      *    Taken by MARK-PAIRING-START as each pairing opens and
      *    copied onto its RESULT record; laid out like
      *    RESULT-PAIRING-START.
       01 PAIRING-START-STATE.
           05 PAIRING-START-CRIT-POS PIC 9(4).
           05 PAIRING-START-MY-HP PIC S9(3).
           05 PAIRING-START-GRAND-HP PIC S9(3).
           05 PAIRING-FIRST-ATTACKER PIC X(1).
           05 PAIRING-START-MY-PP PIC 9(2) OCCURS 4 TIMES.
           05 PAIRING-START-GRAND-PP PIC 9(2) OCCURS 4 TIMES.

      *    The set now being fought, stamped on every RESULT and log
      *    line; laid out like RESULT-SET-INFO.
       01 PAIRING-SET.
           05 PAIRING-CONTROL-ROW PIC 9(4) VALUE 0.
           05 PAIRING-SET-NAME PIC X(40) VALUE SPACES.

       01 BATTLE_END PIC X(1) VALUES 'N'.
       01 TEST_ROUND PIC 9(3) VALUES 0.
       01 FS_BATTLE_MODE PIC 99.
       01 BATTLE-MODE PIC X(1) VALUE 'F'.
           88 SMART-SWITCH-MODE VALUE 'S'.
           88 MATRIX-MODE VALUE 'M'.
       01 ENDURANCE-MODE PIC X(1) VALUE 'N'.
           88 ENDURANCE-RUN VALUES 'E' 'Y'.
       01 EXHAUSTION-MODE PIC X(1) VALUE 'N'.
       01 CAND-EFF-3 PIC 9V9 VALUE 0.
       01 CAND-EFF-4 PIC 9V9 VALUE 0.
       01 CAND-EFF-AVG PIC 9V9 VALUE 0.
       01 CAND-EFF-SUM PIC 9(2)V9 VALUE 0.
       01 CAND-EFF-COUNT PIC 9(1) VALUE 0.
       01 CAND-MATCH-FOUND PIC X(1) VALUE 'N'.

       01 MY-TOTAL-DAMAGE PIC 9(6)V999 VALUE 0.
       01 MY-STAT-COUNT PIC 9(4) VALUE 0.
       01 MY-STAT-TABLE.
           05 MYTAB-ROW OCCURS 200 TIMES INDEXED BY MYTAB-IDX.
               10 MYTAB-RECORD PIC X(87).
               10 MYTAB-FIELDS REDEFINES MYTAB-RECORD.
                   15 MYTAB-NAME PIC X(15).
                   15 FILLER PIC X(72).
       01 GRAND-STAT-COUNT PIC 9(4) VALUE 0.
       01 GRAND-STAT-TABLE.
           05 GRANDTAB-ROW OCCURS 200 TIMES INDEXED BY GRANDTAB-IDX.
               10 GRANDTAB-RECORD PIC X(87).
               10 GRANDTAB-FIELDS REDEFINES GRANDTAB-RECORD.
                   15 GRANDTAB-NAME PIC X(15).
                   15 FILLER PIC X(72).
       01 MYTAB-MATCH-IDX PIC 9(4) VALUE 0.
       01 GRANDTAB-MATCH-IDX PIC 9(4) VALUE 0.
       01 STAT-LOAD-EOF PIC X(1) VALUE 'N'.
       01 RESULT-RECORD-COUNT PIC 9(6) VALUE 0.
       01 LOG-RECORD-COUNT PIC 9(6) VALUE 0.

       01 FS_ARCHIVE_STAGING PIC 99.
       01 STAGE-FILENAME.
           05 FILLER PIC X(23) VALUE 'testcase/archive_stage_'.
           05 STAGE-FILE-RUN-ID PIC X(14).
           05 FILLER PIC X(4) VALUE '.txt'.
       01 FS_PROGRESS PIC 99.
       01 FS_OPS_SUMMARY PIC 99.
       01 RUN-START-STAMP PIC X(14) VALUE SPACES.
       01 EXHIBITION-PAIRING-DONE PIC X(1) VALUE 'N'.
       01 EXH-LOADED-STAT-FILE PIC X(40) VALUE SPACES.

       01 FS_MATRIX_REPORT PIC 99.
       01 FS_PROPOSED_SEQUENCE PIC 99.
       01 PROPOSED-FILENAME.
           05 FILLER PIC X(27) VALUE 'testcase/proposed_sequence_'.
           05 PROPOSED-FILE-SET-NO PIC 9(4).
           05 FILLER PIC X(4) VALUE '.txt'.
      *    The set's grandmasters in grand sequence order, each with
      *    its row in GRAND-STAT-TABLE, and one cell per my monster
      *    per grandmaster: the outcome for my monster (W/L/D), the
      *    rounds fought and both fighters' HP left (floored at 0).
       01 MATRIX-GRAND-COUNT PIC 9(4) VALUE 0.
       01 MATRIX-GRAND-TABLE.
           05 MATRIX-GRAND-ROW OCCURS 50 TIMES.
               10 MATRIX-GRAND-NAME PIC X(15).
               10 MATRIX-GRAND-TAB-IDX PIC 9(4).
       01 MATRIX-CELL-TABLE.
           05 MATRIX-MY-ROW OCCURS 200 TIMES.
               10 MATRIX-CELL OCCURS 50 TIMES.
                   15 MX-RESULT PIC X(1).
                   15 MX-ROUNDS PIC 9(3).
                   15 MX-MY-HP-LEFT PIC 9(3).
                   15 MX-GRAND-HP-LEFT PIC 9(3).
       01 MATRIX-MY-IDX PIC 9(4) VALUE 0.
       01 MATRIX-GRAND-IDX PIC 9(4) VALUE 0.
       01 MATRIX-COL-IDX PIC 9(4) VALUE 0.
       01 MATRIX-BLOCK-START PIC 9(4) VALUE 0.
       01 MATRIX-BLOCK-END PIC 9(4) VALUE 0.
       01 MATRIX-CELL-DONE PIC X(1) VALUE 'N'.
       01 MATRIX-CELL-RESULT PIC X(1) VALUE SPACE.
       01 MATRIX-SEQ-EOF PIC X(1) VALUE 'N'.
       01 MATRIX-SET-HEAD-LINE.
           05 FILLER PIC X(4) VALUE 'SET '.
           05 MATRIX-HEAD-SET-NO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MATRIX-HEAD-SEQ-FILE PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MATRIX-HEAD-STAT-FILE PIC X(40).
       01 MATRIX-OUT-LINE.
           05 MATRIX-OUT-NAME PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MATRIX-OUT-COL OCCURS 8 TIMES.
               10 MATRIX-OUT-TEXT PIC X(15).
               10 FILLER PIC X(1) VALUE SPACE.
       01 MATRIX-CELL-TEXT.
           05 MCT-RESULT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MCT-ROUNDS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 MCT-MY-HP PIC ZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 MCT-GRAND-HP PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
       01 MATRIX-NOTE-LINE.
           05 MATRIX-NOTE-NAME PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MATRIX-NOTE-TEXT PIC X(60).
      *    Proposed-lineup working storage: which my monsters have
      *    been fielded, the order they were fielded in, and the one
      *    currently standing against the set.
       01 LINEUP-COUNT PIC 9(4) VALUE 0.
       01 LINEUP-TABLE.
           05 LINEUP-MY-IDX PIC 9(4) OCCURS 200 TIMES.
       01 LINEUP-USED-TABLE.
           05 LINEUP-USED PIC X(1) OCCURS 200 TIMES.
       01 LINEUP-CURRENT PIC 9(4) VALUE 0.
       01 LINEUP-BEST-IDX PIC 9(4) VALUE 0.
       01 LINEUP-BEST-SCORE PIC 9(4) VALUE 0.
       01 LINEUP-CAND-SCORE PIC 9(4) VALUE 0.
       01 LINEUP-GRAND-DOWN PIC X(1) VALUE 'N'.
       01 LINEUP-GRANDS-BEATEN PIC 9(4) VALUE 0.
       01 LINEUP-WRITTEN PIC 9(4) VALUE 0.
       01 LINEUP-OUT-LINE.
           05 FILLER PIC X(7) VALUE 'LINEUP '.
           05 LINEUP-OUT-POS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LINEUP-OUT-NAME PIC X(15).
       01 LINEUP-SUMMARY-LINE.
           05 FILLER PIC X(26) VALUE 'PROJECTED GRANDMASTERS KO '.
           05 LINEUP-SUM-BEATEN PIC ZZZ9.
           05 FILLER PIC X(4) VALUE ' OF '.
           05 LINEUP-SUM-COUNT PIC ZZZ9.
           05 FILLER PIC X(4) VALUE ' -> '.
           05 LINEUP-SUM-FILE PIC X(40).



       PROCEDURE DIVISION.
            PERFORM LOAD-CRIT-SEED-TABLE.
            PERFORM LOAD-BATTLE-MODE.
            PERFORM LOAD-BATTLE-RULES.
            IF MATRIX-MODE
                PERFORM RUN-MATCHUP-MATRIX
            ELSE
                PERFORM CHECK-FOR-EXHIBITION-FILE
                IF EXHIBITION-MODE = 'Y'
                    PERFORM RUN-EXHIBITION-MATCHES
                ELSE
                    PERFORM RUN-TOURNAMENT-BRACKET
                END-IF
            END-IF.
            PERFORM WRITE-RUN-TRAILERS.
            PERFORM WRITE-OPERATIONS-SUMMARY.
                   MOVE CTRL-STAT-NAME(CONTROL-IDX) TO
                   GRAND-STAT-FILENAME
                   MOVE CONTROL-IDX TO CONTROL-POS
                   MOVE CONTROL-POS TO PAIRING-CONTROL-ROW
                   MOVE GRAND-SEQ-FILENAME TO PAIRING-SET-NAME
                   PERFORM RESET-PER-SET-STATE
                   PERFORM LOAD-GRAND-STAT-TABLE
                   PERFORM VALIDATE-SEQUENCE-NAMES
           OPEN OUTPUT FILE_BATTLE_LOG.
           MOVE 'Y' TO OUTPUT-FILES-OPENED.
           PERFORM WRITE-RUN-HEADERS.
           PERFORM OPEN-ARCHIVE-STAGING.
           OPEN OUTPUT FILE_NAME_EXCEPTIONS.
           MOVE 'Y' TO EXCEPTIONS-OPENED.
           MOVE 'N' TO EXHIBITION-EOF.
           CLOSE FILE_NAME_EXCEPTIONS.
           CLOSE FILE_TEST_OUTPUT.
           CLOSE FILE_BATTLE_LOG.
           CLOSE FILE_ARCHIVE_STAGING.
           CLOSE FILE_EXHIBITION.

       FIGHT-ONE-EXHIBITION-MATCH.
                       MOVE GRANDTAB-RECORD(GRANDTAB-MATCH-IDX) TO
                       GRAND_STAT
                       PERFORM MOVE-GRANDSTAT-TO-BATTLE
                       MOVE 0 TO PAIRING-CONTROL-ROW
                       MOVE EXH-STAT-FILE TO PAIRING-SET-NAME
                       MOVE 'Y' TO EXHIBITION-READY
                   END-IF
               END-IF
           MOVE 0 TO GRAND-TOTAL-DAMAGE.
           MOVE 'G' TO WHO-ATTACK.
           PERFORM DECIDE_THE_ATTACK.
           PERFORM MARK-PAIRING-START.
           PERFORM WRITE-PROGRESS-FILE.
           MOVE 'N' TO EXHIBITION-PAIRING-DONE.
           PERFORM FIGHT-ONE-EXHIBITION-ROUND
               END-IF
           END-IF.

      *    Planning run for picking a lineup: every monster in
      *    my_statistics.txt fights every grandmaster of every
      *    tournament_control.txt set 1-on-1, with the same damage
      *    engine, rules profile and crit seed as the bracket. Each
      *    cell starts from full HP and from the top of the crit seed
      *    so no cell depends on the order the matrix was fought in.
      *    Nothing goes to battle_results.txt, battle_log.txt, the
      *    archive staging file or the restart checkpoint, so
      *    OUTPUT-FILES-OPENED stays 'N' and no trailers are written.
       RUN-MATCHUP-MATRIX.
           PERFORM LOAD-TOURNAMENT-CONTROL.
           PERFORM LOAD-MY-STAT-TABLE.
           OPEN OUTPUT FILE_MATRIX_REPORT.
           MOVE
           'CELL = MY MONSTER W/L/D, ROUNDS, MY HP/GRAND HP LEFT'
           TO MATRIX-REPORT-LINE.
           WRITE MATRIX-REPORT-LINE.
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
              UNTIL CONTROL-IDX > CONTROL-COUNT
               MOVE CTRL-SEQ-NAME(CONTROL-IDX) TO GRAND-SEQ-FILENAME
               MOVE CTRL-STAT-NAME(CONTROL-IDX) TO GRAND-STAT-FILENAME
               MOVE CONTROL-IDX TO CONTROL-POS
               PERFORM WRITE-MATRIX-SET-HEADING
               PERFORM LOAD-GRAND-STAT-TABLE
               PERFORM LOAD-MATRIX-GRAND-LINEUP
               PERFORM FIGHT-MATRIX-SET
               PERFORM WRITE-MATRIX-SET-REPORT
               PERFORM BUILD-PROPOSED-LINEUP
               PERFORM WRITE-PROPOSED-SEQUENCE
               ADD 1 TO SETS-COMPLETED
           END-PERFORM.
           CLOSE FILE_MATRIX_REPORT.

       WRITE-MATRIX-SET-HEADING.
           MOVE SPACES TO MATRIX-REPORT-LINE.
           WRITE MATRIX-REPORT-LINE.
           MOVE CONTROL-POS TO MATRIX-HEAD-SET-NO.
           MOVE GRAND-SEQ-FILENAME TO MATRIX-HEAD-SEQ-FILE.
           MOVE GRAND-STAT-FILENAME TO MATRIX-HEAD-STAT-FILE.
           MOVE MATRIX-SET-HEAD-LINE TO MATRIX-REPORT-LINE.
           WRITE MATRIX-REPORT-LINE.

      *    The set's grandmasters are taken in grand sequence order,
      *    the order the bracket would send them out in; a name with
      *    no stat row is noted in the report and left out.
       LOAD-MATRIX-GRAND-LINEUP.
           MOVE 0 TO MATRIX-GRAND-COUNT.
           MOVE 'N' TO MATRIX-SEQ-EOF.
           OPEN INPUT FILE_GRANDMONSTER_SEQUENCE.
           IF FS_GRANDSEQUENCE NOT = 00 OR GRAND-STAT-FILE-OK = 'N'
               MOVE SPACES TO MATRIX-NOTE-NAME
               MOVE 'set skipped: sequence or stat file not opened'
               TO MATRIX-NOTE-TEXT
               MOVE MATRIX-NOTE-LINE TO MATRIX-REPORT-LINE
               WRITE MATRIX-REPORT-LINE
               MOVE 'Y' TO MATRIX-SEQ-EOF
           END-IF.
           PERFORM LOAD-ONE-MATRIX-GRANDMASTER
              UNTIL MATRIX-SEQ-EOF = 'Y'.
           CLOSE FILE_GRANDMONSTER_SEQUENCE.

       LOAD-ONE-MATRIX-GRANDMASTER.
           READ FILE_GRANDMONSTER_SEQUENCE INTO GRAND_SEQUENCE
           IF FS_GRANDSEQUENCE = 10
               MOVE 'Y' TO MATRIX-SEQ-EOF
           ELSE
               MOVE GRAND-NAME TO CHECK-NAME
               PERFORM SEARCH-GRANDTAB-BY-CHECK-NAME
               IF GRANDTAB-MATCH-IDX = 0
                   MOVE GRAND-NAME TO MATRIX-NOTE-NAME
                   MOVE 'not found in grandmaster stat file' TO
                   MATRIX-NOTE-TEXT
                   MOVE MATRIX-NOTE-LINE TO MATRIX-REPORT-LINE
                   WRITE MATRIX-REPORT-LINE
               ELSE
                   IF MATRIX-GRAND-COUNT < 50
                       ADD 1 TO MATRIX-GRAND-COUNT
                       MOVE GRAND-NAME TO
                       MATRIX-GRAND-NAME(MATRIX-GRAND-COUNT)
                       MOVE GRANDTAB-MATCH-IDX TO
                       MATRIX-GRAND-TAB-IDX(MATRIX-GRAND-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIGHT-MATRIX-SET.
           PERFORM VARYING MATRIX-MY-IDX FROM 1 BY 1
              UNTIL MATRIX-MY-IDX > MY-STAT-COUNT
               PERFORM VARYING MATRIX-GRAND-IDX FROM 1 BY 1
                  UNTIL MATRIX-GRAND-IDX > MATRIX-GRAND-COUNT
                   PERFORM FIGHT-MATRIX-CELL
               END-PERFORM
           END-PERFORM.

       FIGHT-MATRIX-CELL.
           MOVE MYTAB-RECORD(MATRIX-MY-IDX) TO MY_STAT.
           PERFORM MOVE-MYSTAT-TO-BATTLE.
           MOVE GRANDTAB-RECORD(MATRIX-GRAND-TAB-IDX(MATRIX-GRAND-IDX))
           TO GRAND_STAT.
           PERFORM MOVE-GRANDSTAT-TO-BATTLE.
           MOVE 0 TO TEST_ROUND.
           MOVE 0 TO MY-TOTAL-DAMAGE.
           MOVE 0 TO GRAND-TOTAL-DAMAGE.
           MOVE 0 TO CRIT-SEED-POS.
           MOVE 'G' TO WHO-ATTACK.
           PERFORM DECIDE_THE_ATTACK.
           MOVE 'N' TO MATRIX-CELL-DONE.
           PERFORM FIGHT-ONE-MATRIX-ROUND
              UNTIL MATRIX-CELL-DONE = 'Y'.
           MOVE MATRIX-CELL-RESULT TO
           MX-RESULT(MATRIX-MY-IDX MATRIX-GRAND-IDX).
           MOVE TEST_ROUND TO MX-ROUNDS(MATRIX-MY-IDX MATRIX-GRAND-IDX).
           MOVE 0 TO MX-MY-HP-LEFT(MATRIX-MY-IDX MATRIX-GRAND-IDX).
           IF battle_myhealth_point > 0
               MOVE battle_myhealth_point TO
               MX-MY-HP-LEFT(MATRIX-MY-IDX MATRIX-GRAND-IDX)
           END-IF.
           MOVE 0 TO MX-GRAND-HP-LEFT(MATRIX-MY-IDX MATRIX-GRAND-IDX).
           IF battle_grandhealth_point > 0
               MOVE battle_grandhealth_point TO
               MX-GRAND-HP-LEFT(MATRIX-MY-IDX MATRIX-GRAND-IDX)
           END-IF.

      *    The same round as FIGHT-ONE-EXHIBITION-ROUND, minus every
      *    write: the outcome is only kept for the matrix cell.
       FIGHT-ONE-MATRIX-ROUND.
           IF TEST_ROUND >= MAX-ROUND-LIMIT
               MOVE 'D' TO MATRIX-CELL-RESULT
               MOVE 'Y' TO MATRIX-CELL-DONE
           ELSE
               ADD 1 TO TEST_ROUND
               ADD 1 TO TOTAL-ROUND-COUNT
               IF WHO-ATTACK = 'M'
                   PERFORM MY-ATTACK-AROUND
                   COMPUTE battle_grandhealth_point =
                   battle_grandhealth_point - FINAL_DEMAGE
                   ADD FINAL_DEMAGE TO MY-TOTAL-DAMAGE
                   MOVE 'G' TO WHO-ATTACK
                   IF battle_grandhealth_point <= 0
                       MOVE 'W' TO MATRIX-CELL-RESULT
                       MOVE 'Y' TO MATRIX-CELL-DONE
                   END-IF
               ELSE
                   PERFORM GRAND-ATTACK-ROUND
                   COMPUTE battle_myhealth_point =
                   battle_myhealth_point - FINAL_DEMAGE
                   ADD FINAL_DEMAGE TO GRAND-TOTAL-DAMAGE
                   MOVE 'M' TO WHO-ATTACK
                   IF battle_myhealth_point <= 0
                       MOVE 'L' TO MATRIX-CELL-RESULT
                       MOVE 'Y' TO MATRIX-CELL-DONE
                   END-IF
               END-IF
           END-IF.

      *    Eight grandmaster columns to a block, so a long grand
      *    sequence prints as several blocks rather than one line too
      *    wide to read.
       WRITE-MATRIX-SET-REPORT.
           PERFORM VARYING MATRIX-BLOCK-START FROM 1 BY 8
              UNTIL MATRIX-BLOCK-START > MATRIX-GRAND-COUNT
               COMPUTE MATRIX-BLOCK-END = MATRIX-BLOCK-START + 7
               IF MATRIX-BLOCK-END > MATRIX-GRAND-COUNT
                   MOVE MATRIX-GRAND-COUNT TO MATRIX-BLOCK-END
               END-IF
               MOVE SPACES TO MATRIX-OUT-LINE
               MOVE 'MY MONSTER' TO MATRIX-OUT-NAME
               PERFORM VARYING MATRIX-GRAND-IDX FROM MATRIX-BLOCK-START
                  BY 1 UNTIL MATRIX-GRAND-IDX > MATRIX-BLOCK-END
                   COMPUTE MATRIX-COL-IDX =
                   MATRIX-GRAND-IDX - MATRIX-BLOCK-START + 1
                   MOVE MATRIX-GRAND-NAME(MATRIX-GRAND-IDX) TO
                   MATRIX-OUT-TEXT(MATRIX-COL-IDX)
               END-PERFORM
               MOVE MATRIX-OUT-LINE TO MATRIX-REPORT-LINE
               WRITE MATRIX-REPORT-LINE
               PERFORM VARYING MATRIX-MY-IDX FROM 1 BY 1
                  UNTIL MATRIX-MY-IDX > MY-STAT-COUNT
                   PERFORM WRITE-MATRIX-ROW
               END-PERFORM
           END-PERFORM.

       WRITE-MATRIX-ROW.
           MOVE SPACES TO MATRIX-OUT-LINE.
           MOVE MYTAB-NAME(MATRIX-MY-IDX) TO MATRIX-OUT-NAME.
           PERFORM VARYING MATRIX-GRAND-IDX FROM MATRIX-BLOCK-START
              BY 1 UNTIL MATRIX-GRAND-IDX > MATRIX-BLOCK-END
               COMPUTE MATRIX-COL-IDX =
               MATRIX-GRAND-IDX - MATRIX-BLOCK-START + 1
               MOVE MX-RESULT(MATRIX-MY-IDX MATRIX-GRAND-IDX) TO
               MCT-RESULT
               MOVE MX-ROUNDS(MATRIX-MY-IDX MATRIX-GRAND-IDX) TO
               MCT-ROUNDS
               MOVE MX-MY-HP-LEFT(MATRIX-MY-IDX MATRIX-GRAND-IDX) TO
               MCT-MY-HP
               MOVE MX-GRAND-HP-LEFT(MATRIX-MY-IDX MATRIX-GRAND-IDX)
               TO MCT-GRAND-HP
               MOVE MATRIX-CELL-TEXT TO MATRIX-OUT-TEXT(MATRIX-COL-IDX)
           END-PERFORM.
           MOVE MATRIX-OUT-LINE TO MATRIX-REPORT-LINE.
           WRITE MATRIX-REPORT-LINE.

      *    Plays the set through the fixed-order rules on paper, using
      *    the matrix cells: whenever a my monster has to be sent out,
      *    the unused one with the best cell against the grandmaster
      *    now standing is chosen. A winner stays on for the next
      *    grandmaster, a loser is replaced, a draw sends both off.
      *    Cells are fresh 1-on-1 fights, so the projection assumes
      *    full HP for every pairing as the bracket gives outside
      *    endurance mode.
       BUILD-PROPOSED-LINEUP.
           MOVE 0 TO LINEUP-COUNT.
           MOVE 0 TO LINEUP-CURRENT.
           MOVE 0 TO LINEUP-GRANDS-BEATEN.
           PERFORM VARYING MATRIX-MY-IDX FROM 1 BY 1
              UNTIL MATRIX-MY-IDX > MY-STAT-COUNT
               MOVE 'N' TO LINEUP-USED(MATRIX-MY-IDX)
           END-PERFORM.
           PERFORM VARYING MATRIX-GRAND-IDX FROM 1 BY 1
              UNTIL MATRIX-GRAND-IDX > MATRIX-GRAND-COUNT
               MOVE 'N' TO LINEUP-GRAND-DOWN
               PERFORM FIELD-LINEUP-MONSTER
                  UNTIL LINEUP-GRAND-DOWN = 'Y'
           END-PERFORM.

      *    LINEUP-GRAND-DOWN also ends the loop when no unused my
      *    monster is left to send out against this grandmaster.
       FIELD-LINEUP-MONSTER.
           IF LINEUP-CURRENT = 0
               PERFORM PICK-BEST-LINEUP-MONSTER
               IF LINEUP-BEST-IDX = 0
                   MOVE 'Y' TO LINEUP-GRAND-DOWN
               ELSE
                   MOVE LINEUP-BEST-IDX TO LINEUP-CURRENT
                   MOVE 'Y' TO LINEUP-USED(LINEUP-CURRENT)
                   ADD 1 TO LINEUP-COUNT
                   MOVE LINEUP-CURRENT TO LINEUP-MY-IDX(LINEUP-COUNT)
               END-IF
           END-IF.
           IF LINEUP-CURRENT > 0
               EVALUATE MX-RESULT(LINEUP-CURRENT MATRIX-GRAND-IDX)
                   WHEN 'W'
                       MOVE 'Y' TO LINEUP-GRAND-DOWN
                       ADD 1 TO LINEUP-GRANDS-BEATEN
                   WHEN 'D'
                       MOVE 'Y' TO LINEUP-GRAND-DOWN
                       ADD 1 TO LINEUP-GRANDS-BEATEN
                       MOVE 0 TO LINEUP-CURRENT
                   WHEN OTHER
                       MOVE 0 TO LINEUP-CURRENT
               END-EVALUATE
           END-IF.

      *    Best cell first by outcome (win, then draw, then loss) and
      *    within an outcome by HP: the most of my HP left on a win or
      *    draw, the least grandmaster HP left on a loss. The first
      *    monster in my_statistics.txt order wins a tie.
       PICK-BEST-LINEUP-MONSTER.
           MOVE 0 TO LINEUP-BEST-IDX.
           MOVE 0 TO LINEUP-BEST-SCORE.
           PERFORM VARYING MATRIX-MY-IDX FROM 1 BY 1
              UNTIL MATRIX-MY-IDX > MY-STAT-COUNT
               IF LINEUP-USED(MATRIX-MY-IDX) = 'N'
                   EVALUATE MX-RESULT(MATRIX-MY-IDX MATRIX-GRAND-IDX)
                       WHEN 'W'
                           COMPUTE LINEUP-CAND-SCORE = 3000 +
                           MX-MY-HP-LEFT(MATRIX-MY-IDX MATRIX-GRAND-IDX)
                       WHEN 'D'
                           COMPUTE LINEUP-CAND-SCORE = 2000 +
                           MX-MY-HP-LEFT(MATRIX-MY-IDX MATRIX-GRAND-IDX)
                       WHEN OTHER
                           COMPUTE LINEUP-CAND-SCORE = 1999 -
                           MX-GRAND-HP-LEFT(MATRIX-MY-IDX
                           MATRIX-GRAND-IDX)
                   END-EVALUATE
                   IF LINEUP-CAND-SCORE > LINEUP-BEST-SCORE
                       MOVE LINEUP-CAND-SCORE TO LINEUP-BEST-SCORE
                       MOVE MATRIX-MY-IDX TO LINEUP-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

      *    The fielded order comes first; monsters the projection
      *    never needed follow in my_statistics.txt order, so the
      *    file still lists the whole roster as reserves.
       WRITE-PROPOSED-SEQUENCE.
           MOVE CONTROL-POS TO PROPOSED-FILE-SET-NO.
           MOVE 0 TO LINEUP-WRITTEN.
           OPEN OUTPUT FILE_PROPOSED_SEQUENCE.
           PERFORM VARYING MATRIX-COL-IDX FROM 1 BY 1
              UNTIL MATRIX-COL-IDX > LINEUP-COUNT
               MOVE LINEUP-MY-IDX(MATRIX-COL-IDX) TO MATRIX-MY-IDX
               PERFORM WRITE-PROPOSED-NAME
           END-PERFORM.
           PERFORM VARYING MATRIX-MY-IDX FROM 1 BY 1
              UNTIL MATRIX-MY-IDX > MY-STAT-COUNT
               IF LINEUP-USED(MATRIX-MY-IDX) = 'N'
                   PERFORM WRITE-PROPOSED-NAME
               END-IF
           END-PERFORM.
           CLOSE FILE_PROPOSED_SEQUENCE.
           MOVE LINEUP-GRANDS-BEATEN TO LINEUP-SUM-BEATEN.
           MOVE MATRIX-GRAND-COUNT TO LINEUP-SUM-COUNT.
           MOVE PROPOSED-FILENAME TO LINEUP-SUM-FILE.
           MOVE LINEUP-SUMMARY-LINE TO MATRIX-REPORT-LINE.
           WRITE MATRIX-REPORT-LINE.

       WRITE-PROPOSED-NAME.
           MOVE SPACES TO PROPOSED-SEQUENCE-RECORD.
           MOVE MYTAB-NAME(MATRIX-MY-IDX) TO PROPOSED-NAME.
           WRITE PROPOSED-SEQUENCE-RECORD.
           ADD 1 TO LINEUP-WRITTEN.
           MOVE LINEUP-WRITTEN TO LINEUP-OUT-POS.
           MOVE MYTAB-NAME(MATRIX-MY-IDX) TO LINEUP-OUT-NAME.
           MOVE LINEUP-OUT-LINE TO MATRIX-REPORT-LINE.
           WRITE MATRIX-REPORT-LINE.

       LOAD-TOURNAMENT-CONTROL.
           MOVE 0 TO CONTROL-COUNT.
           MOVE 'N' TO CONTROL-EOF.
               MOVE LOG-RECORD-COUNT TO LOG-TRL-COUNT
               WRITE LOG-RUN-TRAILER
               CLOSE FILE_BATTLE_LOG
               PERFORM OPEN-ARCHIVE-STAGING
               MOVE SPACES TO STAGE-RUN-TRAILER
               MOVE 'RUNTRL' TO STAGE-TRL-TAG
               MOVE RUN-ID TO STAGE-TRL-RUN-ID
               MOVE RESULT-RECORD-COUNT TO STAGE-TRL-COUNT
               WRITE STAGE-RUN-TRAILER
               CLOSE FILE_ARCHIVE_STAGING
           END-IF.

      *    The staging file is named for the run ID, so a resumed
      *    run (which takes its ID back from the checkpoint) extends
      *    the same file it was staging into before the abend; the
      *    first open of a run creates it and writes its RUNHDR.
       OPEN-ARCHIVE-STAGING.
           MOVE RUN-ID TO STAGE-FILE-RUN-ID.
           OPEN EXTEND FILE_ARCHIVE_STAGING.
           IF FS_ARCHIVE_STAGING = 35
               OPEN OUTPUT FILE_ARCHIVE_STAGING
               MOVE BATTLE-MODE TO RUN-MODE-FLAG-PICK
               MOVE ENDURANCE-MODE TO RUN-MODE-FLAG-ENDURE
               MOVE EXHAUSTION-MODE TO RUN-MODE-FLAG-EXHAUST
               MOVE SPACES TO STAGE-RUN-HEADER
               MOVE 'RUNHDR' TO STAGE-HDR-TAG
               MOVE RUN-ID TO STAGE-HDR-RUN-ID
               MOVE RUN-MODE-FLAGS TO STAGE-HDR-MODE-FLAGS
               MOVE RULES-PROFILE-ACTIVE TO STAGE-HDR-PROFILE
               WRITE STAGE-RUN-HEADER
           END-IF.

       WRITE-ARCHIVE-RECORD.
           ELSE
               IF MY-STAT-COUNT < 200
                   ADD 1 TO MY-STAT-COUNT
                   PERFORM DEFAULT-MY-SKILL-PP
                   MOVE MY_STAT TO MYTAB-RECORD(MY-STAT-COUNT)
               END-IF
           END-IF.
           ELSE
               IF GRAND-STAT-COUNT < 200
                   ADD 1 TO GRAND-STAT-COUNT
                   PERFORM DEFAULT-GRAND-SKILL-PP
                   MOVE GRAND_STAT TO GRANDTAB-RECORD(GRAND-STAT-COUNT)
               END-IF
           END-IF.

      *    Old-layout stat records carry no usage points; blank (or
      *    otherwise unreadable) counts are filled in once at load so
      *    every lookup from the tables sees a numeric PP.
       DEFAULT-MY-SKILL-PP.
           IF mySKILL_1_PP IS NOT NUMERIC
               MOVE DEFAULT-SKILL-PP TO mySKILL_1_PP
           END-IF.
           IF mySKILL_2_PP IS NOT NUMERIC
               MOVE DEFAULT-SKILL-PP TO mySKILL_2_PP
           END-IF.
           IF mySKILL_3_PP IS NOT NUMERIC
               MOVE DEFAULT-SKILL-PP TO mySKILL_3_PP
           END-IF.
           IF mySKILL_4_PP IS NOT NUMERIC
               MOVE DEFAULT-SKILL-PP TO mySKILL_4_PP
           END-IF.

       DEFAULT-GRAND-SKILL-PP.
           IF grandSKILL_1_PP IS NOT NUMERIC
               MOVE DEFAULT-SKILL-PP TO grandSKILL_1_PP
           END-IF.
           IF grandSKILL_2_PP IS NOT NUMERIC
               MOVE DEFAULT-SKILL-PP TO grandSKILL_2_PP
           END-IF.
           IF grandSKILL_3_PP IS NOT NUMERIC
               MOVE DEFAULT-SKILL-PP TO grandSKILL_3_PP
           END-IF.
           IF grandSKILL_4_PP IS NOT NUMERIC
               MOVE DEFAULT-SKILL-PP TO grandSKILL_4_PP
           END-IF.

      *    The first row wins when a name appears twice, matching what
      *    the old sequential scan of the master file did.
       SEARCH-MYTAB-BY-CHECK-NAME.
           MOVE mySKILL_3_DEMAGE TO battle_mySKILL_3_DEMAGE.
           MOVE mySKILL_4_ELEMENT TO battle_mySKILL_4_ELEMENT.
           MOVE mySKILL_4_DEMAGE TO battle_mySKILL_4_DEMAGE.
           MOVE mySKILL_1_PP TO battle_mySKILL_1_PP.
           MOVE mySKILL_2_PP TO battle_mySKILL_2_PP.
           MOVE mySKILL_3_PP TO battle_mySKILL_3_PP.
           MOVE mySKILL_4_PP TO battle_mySKILL_4_PP.

       EVALUATE-ROSTER-CANDIDATE.
           MOVE MY-ROSTER-NAME(MY-ROSTER-IDX) TO CHECK-NAME.
               LOOKUP-SKILL-ELEMENT
               PERFORM FIND-EFFECTIVE-RATIO
               MOVE EFFECTIVE_RATIO_VALUE TO CAND-EFF-4
               PERFORM SUM-USABLE-GRAND-SKILLS
               COMPUTE CAND-EFF-AVG = CAND-EFF-SUM / CAND-EFF-COUNT
               IF CAND-EFF-AVG < BEST-EFF-VALUE
                   MOVE CAND-EFF-AVG TO BEST-EFF-VALUE
                   MOVE MY-ROSTER-IDX TO BEST-EFF-IDX
               END-IF
           END-IF.

      *    A grandmaster skill with no usage points left can no longer
      *    hit the candidate, so only the usable skills are averaged;
      *    with none left the default attack is all it has.
       SUM-USABLE-GRAND-SKILLS.
           MOVE 0 TO CAND-EFF-SUM.
           MOVE 0 TO CAND-EFF-COUNT.
           IF battle_grandSKILL_1_PP > 0
               ADD CAND-EFF-1 TO CAND-EFF-SUM
               ADD 1 TO CAND-EFF-COUNT
           END-IF.
           IF battle_grandSKILL_2_PP > 0
               ADD CAND-EFF-2 TO CAND-EFF-SUM
               ADD 1 TO CAND-EFF-COUNT
           END-IF.
           IF battle_grandSKILL_3_PP > 0
               ADD CAND-EFF-3 TO CAND-EFF-SUM
               ADD 1 TO CAND-EFF-COUNT
           END-IF.
           IF battle_grandSKILL_4_PP > 0
               ADD CAND-EFF-4 TO CAND-EFF-SUM
               ADD 1 TO CAND-EFF-COUNT
           END-IF.
           IF CAND-EFF-COUNT = 0
               MOVE DEFAULT-ATTACK-ELEMENT TO LOOKUP-SKILL-ELEMENT
               PERFORM FIND-EFFECTIVE-RATIO
               MOVE EFFECTIVE_RATIO_VALUE TO CAND-EFF-SUM
               MOVE 1 TO CAND-EFF-COUNT
           END-IF.

       FIND-BEST-COUNTER-MYMONSTER.
           MOVE 0 TO BEST-EFF-IDX.
           MOVE 9.9 TO BEST-EFF-VALUE.
               PERFORM FIND-NEXT-MYMONSTER
               PERFORM FIND-NEXT-GRANDMONSTER
               PERFORM DECIDE_THE_ATTACK
               PERFORM MARK-PAIRING-START
           END-IF.
           PERFORM OPEN-ARCHIVE-STAGING.
           PERFORM WRITE-PROGRESS-FILE.
           PERFORM BATTLE-MAIN-LOGIC.
           PERFORM CLEAR-CHECKPOINT.
           CLOSE FILE_MY_SEQUENCE.
           CLOSE FILE_TEST_OUTPUT.
           CLOSE FILE_BATTLE_LOG.
           CLOSE FILE_ARCHIVE_STAGING.

       CHECK-FOR-RESTART-CHECKPOINT.
           MOVE 'N' TO RESUMED.

           MOVE RESTART-WHO-ATTACK TO WHO-ATTACK.
           MOVE RESTART-CRIT-SEED-POS TO CRIT-SEED-POS.
           PERFORM RESTORE-PP-FROM-CHECKPOINT.
           PERFORM RESTORE-ROSTER-USED-FROM-CHECKPOINT.
      *    The interrupted pairing keeps the opening state it was
      *    checkpointed with; a checkpoint that predates it leaves the
      *    start state blank rather than recording the mid-pairing
      *    position as the opening.
           MOVE RESTART-PAIRING-START TO PAIRING-START-STATE.
           IF RESTART-PAIRING-START = SPACES
              OR RESTART-PAIRING-START = LOW-VALUES
               MOVE SPACES TO PAIRING-START-STATE
           END-IF.

      *    A checkpoint written before usage points existed has
      *    blanks here; the fighters then keep the full PP they were
      *    just reloaded with.
       RESTORE-PP-FROM-CHECKPOINT.
           IF RESTART-MY-PP(1) IS NUMERIC
              AND RESTART-MY-PP(2) IS NUMERIC
              AND RESTART-MY-PP(3) IS NUMERIC
              AND RESTART-MY-PP(4) IS NUMERIC
               MOVE RESTART-MY-PP(1) TO battle_mySKILL_1_PP
               MOVE RESTART-MY-PP(2) TO battle_mySKILL_2_PP
               MOVE RESTART-MY-PP(3) TO battle_mySKILL_3_PP
               MOVE RESTART-MY-PP(4) TO battle_mySKILL_4_PP
           END-IF.
           IF RESTART-GRAND-PP(1) IS NUMERIC
              AND RESTART-GRAND-PP(2) IS NUMERIC
              AND RESTART-GRAND-PP(3) IS NUMERIC
              AND RESTART-GRAND-PP(4) IS NUMERIC
               MOVE RESTART-GRAND-PP(1) TO battle_grandSKILL_1_PP
               MOVE RESTART-GRAND-PP(2) TO battle_grandSKILL_2_PP
               MOVE RESTART-GRAND-PP(3) TO battle_grandSKILL_3_PP
               MOVE RESTART-GRAND-PP(4) TO battle_grandSKILL_4_PP
           END-IF.

       RESTORE-ROSTER-USED-FROM-CHECKPOINT.
           PERFORM VARYING ROSTER-COPY-IDX FROM 1 BY 1
           MOVE RUN-ID TO RESTART-RUN-ID.
           MOVE RESULT-RECORD-COUNT TO RESTART-RESULT-COUNT.
           MOVE LOG-RECORD-COUNT TO RESTART-LOG-COUNT.
           MOVE battle_mySKILL_1_PP TO RESTART-MY-PP(1).
           MOVE battle_mySKILL_2_PP TO RESTART-MY-PP(2).
           MOVE battle_mySKILL_3_PP TO RESTART-MY-PP(3).
           MOVE battle_mySKILL_4_PP TO RESTART-MY-PP(4).
           MOVE battle_grandSKILL_1_PP TO RESTART-GRAND-PP(1).
           MOVE battle_grandSKILL_2_PP TO RESTART-GRAND-PP(2).
           MOVE battle_grandSKILL_3_PP TO RESTART-GRAND-PP(3).
           MOVE battle_grandSKILL_4_PP TO RESTART-GRAND-PP(4).
           MOVE PAIRING-START-STATE TO RESTART-PAIRING-START.
           PERFORM VARYING ROSTER-COPY-IDX FROM 1 BY 1
              UNTIL ROSTER-COPY-IDX > MY-ROSTER-COUNT
               MOVE MY-ROSTER-USED(ROSTER-COPY-IDX) TO
                      IF NOT ENDURANCE-RUN AND BATTLE_END = 'N'
                          PERFORM RESTORE-MY-FULL-HP
                      END-IF
                      PERFORM MARK-PAIRING-START
                      PERFORM WRITE-CHECKPOINT
                      PERFORM WRITE-PROGRESS-FILE
                 ELSE
                      IF NOT ENDURANCE-RUN AND BATTLE_END = 'N'
                          PERFORM RESTORE-GRAND-FULL-HP
                      END-IF
                      PERFORM MARK-PAIRING-START
                      PERFORM WRITE-CHECKPOINT
                      PERFORM WRITE-PROGRESS-FILE
                 ELSE
           PERFORM FIND-NEXT-GRANDMONSTER.
           PERFORM FIND-NEXT-MYMONSTER.
           PERFORM RESET-PAIRING-STATE.
           PERFORM MARK-PAIRING-START.
           PERFORM WRITE-CHECKPOINT.
           PERFORM WRITE-PROGRESS-FILE.

           MOVE 0 TO GRAND-TOTAL-DAMAGE.
           MOVE 0 TO CHECKPOINT-ROUND-COUNT.

      *    Taken once the next pairing's fighters, HP, usage points
      *    and first attacker are all settled, before its first
      *    round rolls the crit seed.
       MARK-PAIRING-START.
           MOVE CRIT-SEED-POS TO PAIRING-START-CRIT-POS.
           MOVE battle_myhealth_point TO PAIRING-START-MY-HP.
           MOVE battle_grandhealth_point TO PAIRING-START-GRAND-HP.
           MOVE WHO-ATTACK TO PAIRING-FIRST-ATTACKER.
           MOVE battle_mySKILL_1_PP TO PAIRING-START-MY-PP(1).
           MOVE battle_mySKILL_2_PP TO PAIRING-START-MY-PP(2).
           MOVE battle_mySKILL_3_PP TO PAIRING-START-MY-PP(3).
           MOVE battle_mySKILL_4_PP TO PAIRING-START-MY-PP(4).
           MOVE battle_grandSKILL_1_PP TO PAIRING-START-GRAND-PP(1).
           MOVE battle_grandSKILL_2_PP TO PAIRING-START-GRAND-PP(2).
           MOVE battle_grandSKILL_3_PP TO PAIRING-START-GRAND-PP(3).
           MOVE battle_grandSKILL_4_PP TO PAIRING-START-GRAND-PP(4).

      *    Outside endurance mode each new pairing is a fresh 1-on-1,
      *    so the monster that just won is topped back up to its
      *    master-file health_point before facing its next opponent.
           battle_grandSKILL_4_ELEMENT.
           MOVE grandSKILL_4_DEMAGE TO
           battle_grandSKILL_4_DEMAGE.
           MOVE grandSKILL_1_PP TO battle_grandSKILL_1_PP.
           MOVE grandSKILL_2_PP TO battle_grandSKILL_2_PP.
           MOVE grandSKILL_3_PP TO battle_grandSKILL_3_PP.
           MOVE grandSKILL_4_PP TO battle_grandSKILL_4_PP.

       WRITE-MY-ATTACK-LOG.
           MOVE battle_myname TO LOG-ATTACKER-NAME.
           MOVE MY-CHOSEN-SKILL-ELEMENT TO LOG-SKILL-ELEMENT.
           MOVE FINAL_DEMAGE TO LOG-DAMAGE.
           MOVE battle_grandhealth_point TO LOG-DEFENDER-HP-AFTER.
           MOVE MY-PP-LEFT TO LOG-PP-LEFT.
           COMPUTE LOG-PAIRING-SEQ = RESULT-RECORD-COUNT + 1.
           MOVE TEST_ROUND TO LOG-ROUND.
           MOVE PAIRING-SET TO LOG-SET-INFO.
           WRITE BATTLE-LOG-RECORD.
           ADD 1 TO LOG-RECORD-COUNT.

           MOVE GRAND-CHOSEN-SKILL-ELEMENT TO LOG-SKILL-ELEMENT.
           MOVE FINAL_DEMAGE TO LOG-DAMAGE.
           MOVE battle_myhealth_point TO LOG-DEFENDER-HP-AFTER.
           MOVE GRAND-PP-LEFT TO LOG-PP-LEFT.
           COMPUTE LOG-PAIRING-SEQ = RESULT-RECORD-COUNT + 1.
           MOVE TEST_ROUND TO LOG-ROUND.
           MOVE PAIRING-SET TO LOG-SET-INFO.
           WRITE BATTLE-LOG-RECORD.
           ADD 1 TO LOG-RECORD-COUNT.

          MOVE battle_grandhealth_point TO RESULT-GRAND-HP-LEFT.
          MOVE MY-TOTAL-DAMAGE TO RESULT-MY-TOTAL-DAMAGE.
          MOVE GRAND-TOTAL-DAMAGE TO RESULT-GRAND-TOTAL-DAMAGE.
          MOVE PAIRING-START-STATE TO RESULT-PAIRING-START.
          MOVE PAIRING-SET TO RESULT-SET-INFO.
          WRITE RESULT.
          ADD 1 TO RESULT-RECORD-COUNT.
          ADD 1 TO PAIRINGS-COMPLETED.
          MOVE battle_grandhealth_point TO RESULT-GRAND-HP-LEFT.
          MOVE MY-TOTAL-DAMAGE TO RESULT-MY-TOTAL-DAMAGE.
          MOVE GRAND-TOTAL-DAMAGE TO RESULT-GRAND-TOTAL-DAMAGE.
          MOVE PAIRING-START-STATE TO RESULT-PAIRING-START.
          MOVE PAIRING-SET TO RESULT-SET-INFO.
          WRITE RESULT.
          ADD 1 TO RESULT-RECORD-COUNT.
          ADD 1 TO PAIRINGS-COMPLETED.
          MOVE battle_grandhealth_point TO RESULT-GRAND-HP-LEFT.
          MOVE MY-TOTAL-DAMAGE TO RESULT-MY-TOTAL-DAMAGE.
          MOVE GRAND-TOTAL-DAMAGE TO RESULT-GRAND-TOTAL-DAMAGE.
          MOVE PAIRING-START-STATE TO RESULT-PAIRING-START.
          MOVE PAIRING-SET TO RESULT-SET-INFO.
          WRITE RESULT.
          ADD 1 TO RESULT-RECORD-COUNT.
          ADD 1 TO PAIRINGS-COMPLETED.
            battle_myattack/ battle_grandDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

      *    Only skills with usage points left are in the running;
      *    the first eligible skill is the starting pick so ties still
      *    go to the lower-numbered skill.
            MOVE 0 TO FINAL_DEMAGE.
            MOVE 0 TO MY-CHOSEN-SKILL-NO.
            IF battle_mySKILL_1_PP > 0
                 MOVE FINAL_DEMAGE_ONE TO FINAL_DEMAGE
                 MOVE 1 TO MY-CHOSEN-SKILL-NO
                 MOVE battle_mySKILL_1_ELEMENT TO
                 MY-CHOSEN-SKILL-ELEMENT
            END-IF.
            IF battle_mySKILL_2_PP > 0 AND
               (MY-CHOSEN-SKILL-NO = 0 OR
                FINAL_DEMAGE_TWO > FINAL_DEMAGE)
                 MOVE FINAL_DEMAGE_TWO TO FINAL_DEMAGE
                 MOVE 2 TO MY-CHOSEN-SKILL-NO
                 MOVE battle_mySKILL_2_ELEMENT TO
                 MY-CHOSEN-SKILL-ELEMENT
            END-IF.
            IF battle_mySKILL_3_PP > 0 AND
               (MY-CHOSEN-SKILL-NO = 0 OR
                FINAL_DEMAGE_THREE > FINAL_DEMAGE)
                 MOVE FINAL_DEMAGE_THREE TO FINAL_DEMAGE
                 MOVE 3 TO MY-CHOSEN-SKILL-NO
                 MOVE battle_mySKILL_3_ELEMENT TO
                 MY-CHOSEN-SKILL-ELEMENT
            END-IF.
            IF battle_mySKILL_4_PP > 0 AND
               (MY-CHOSEN-SKILL-NO = 0 OR
                FINAL_DEMAGE_FOUR > FINAL_DEMAGE)
                 MOVE FINAL_DEMAGE_FOUR TO FINAL_DEMAGE
                 MOVE 4 TO MY-CHOSEN-SKILL-NO
                 MOVE battle_mySKILL_4_ELEMENT TO
                 MY-CHOSEN-SKILL-ELEMENT
            END-IF.
            PERFORM SPEND-MY-SKILL-PP.

            PERFORM ROLL-CRITICAL-HIT.
            COMPUTE FINAL_DEMAGE = FINAL_DEMAGE * CRIT-MULTIPLIER.
            battle_grandattack)/battle_myDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

      *    Only skills with usage points left are in the running;
      *    the first eligible skill is the starting pick so ties still
      *    go to the lower-numbered skill.
            MOVE 0 TO FINAL_DEMAGE.
            MOVE 0 TO GRAND-CHOSEN-SKILL-NO.
            IF battle_grandSKILL_1_PP > 0
                 MOVE FINAL_DEMAGE_ONE TO FINAL_DEMAGE
                 MOVE 1 TO GRAND-CHOSEN-SKILL-NO
                 MOVE battle_grandSKILL_1_ELEMENT TO
                 GRAND-CHOSEN-SKILL-ELEMENT
            END-IF.
            IF battle_grandSKILL_2_PP > 0 AND
               (GRAND-CHOSEN-SKILL-NO = 0 OR
                FINAL_DEMAGE_TWO > FINAL_DEMAGE)
                 MOVE FINAL_DEMAGE_TWO TO FINAL_DEMAGE
                 MOVE 2 TO GRAND-CHOSEN-SKILL-NO
                 MOVE battle_grandSKILL_2_ELEMENT TO
                 GRAND-CHOSEN-SKILL-ELEMENT
            END-IF.
            IF battle_grandSKILL_3_PP > 0 AND
               (GRAND-CHOSEN-SKILL-NO = 0 OR
                FINAL_DEMAGE_THREE > FINAL_DEMAGE)
                 MOVE FINAL_DEMAGE_THREE TO FINAL_DEMAGE
                 MOVE 3 TO GRAND-CHOSEN-SKILL-NO
                 MOVE battle_grandSKILL_3_ELEMENT TO
                 GRAND-CHOSEN-SKILL-ELEMENT
            END-IF.
            IF battle_grandSKILL_4_PP > 0 AND
               (GRAND-CHOSEN-SKILL-NO = 0 OR
                FINAL_DEMAGE_FOUR > FINAL_DEMAGE)
                 MOVE FINAL_DEMAGE_FOUR TO FINAL_DEMAGE
                 MOVE 4 TO GRAND-CHOSEN-SKILL-NO
                 MOVE battle_grandSKILL_4_ELEMENT TO
                 GRAND-CHOSEN-SKILL-ELEMENT
            END-IF.
            PERFORM SPEND-GRAND-SKILL-PP.

            PERFORM ROLL-CRITICAL-HIT.
            COMPUTE FINAL_DEMAGE = FINAL_DEMAGE * CRIT-MULTIPLIER.



       SPEND-MY-SKILL-PP.
            EVALUATE MY-CHOSEN-SKILL-NO
                WHEN 1
                    SUBTRACT 1 FROM battle_mySKILL_1_PP
                    MOVE battle_mySKILL_1_PP TO MY-PP-LEFT
                WHEN 2
                    SUBTRACT 1 FROM battle_mySKILL_2_PP
                    MOVE battle_mySKILL_2_PP TO MY-PP-LEFT
                WHEN 3
                    SUBTRACT 1 FROM battle_mySKILL_3_PP
                    MOVE battle_mySKILL_3_PP TO MY-PP-LEFT
                WHEN 4
                    SUBTRACT 1 FROM battle_mySKILL_4_PP
                    MOVE battle_mySKILL_4_PP TO MY-PP-LEFT
                WHEN OTHER
                    MOVE DEFAULT-ATTACK-ELEMENT TO LOOKUP-SKILL-ELEMENT
                    PERFORM FIND-EFFECTIVE-RATIO
                    PERFORM FIND-STAB-MULTIPLIER
                    COMPUTE FINAL_DEMAGE = DEFAULT-ATTACK-DEMAGE *
                    battle_myattack / battle_grandDefense *
                    EFFECTIVE_RATIO_VALUE * STAB-MULTIPLIER
                    MOVE DEFAULT-ATTACK-ELEMENT TO
                    MY-CHOSEN-SKILL-ELEMENT
                    MOVE 0 TO MY-PP-LEFT
            END-EVALUATE.

       SPEND-GRAND-SKILL-PP.
            EVALUATE GRAND-CHOSEN-SKILL-NO
                WHEN 1
                    SUBTRACT 1 FROM battle_grandSKILL_1_PP
                    MOVE battle_grandSKILL_1_PP TO GRAND-PP-LEFT
                WHEN 2
                    SUBTRACT 1 FROM battle_grandSKILL_2_PP
                    MOVE battle_grandSKILL_2_PP TO GRAND-PP-LEFT
                WHEN 3
                    SUBTRACT 1 FROM battle_grandSKILL_3_PP
                    MOVE battle_grandSKILL_3_PP TO GRAND-PP-LEFT
                WHEN 4
                    SUBTRACT 1 FROM battle_grandSKILL_4_PP
                    MOVE battle_grandSKILL_4_PP TO GRAND-PP-LEFT
                WHEN OTHER
                    MOVE DEFAULT-ATTACK-ELEMENT TO LOOKUP-SKILL-ELEMENT
                    PERFORM FIND-EFFECTIVE-RATIO
                    PERFORM FIND-STAB-MULTIPLIER
                    COMPUTE FINAL_DEMAGE = (DEFAULT-ATTACK-DEMAGE *
                    battle_grandattack) / battle_myDefense *
                    EFFECTIVE_RATIO_VALUE * STAB-MULTIPLIER
                    MOVE DEFAULT-ATTACK-ELEMENT TO
                    GRAND-CHOSEN-SKILL-ELEMENT
                    MOVE 0 TO GRAND-PP-LEFT
            END-EVALUATE.


          GRAND_ATTACK_DEFENDER.
              COMPUTE battle_myhealth_point = 
              battle_myhealth_point- FINAL_DEMAGE.
