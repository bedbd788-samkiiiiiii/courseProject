      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  battle-replay.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_REPLAY_REQUEST ASSIGN TO
       'testcase/replay_request.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_REPLAY_REQUEST.

       SELECT FILE_ARCHIVE ASSIGN TO
       'testcase/results_archive.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARC-KEY
       ALTERNATE RECORD KEY IS ARC-MY-MONSTER WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARC-GRAND-MONSTER WITH DUPLICATES
       FILE STATUS IS FS_ARCHIVE.

       SELECT FILE_MY_STATISTICS ASSIGN TO
       'testcase/my_statistics.txt'
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS_MYSTAT.

       SELECT FILE_GRANDMONSTER_STAT ASSIGN TO
          DYNAMIC GRAND-STAT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS_GRANDSTAT.

       SELECT FILE_TOURNAMENT_CONTROL ASSIGN TO
       'testcase/tournament_control.txt'
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS_TOURNAMENT_CONTROL.

       SELECT FILE_EFECTIVE_RATIO ASSIGN TO
       'testcase/effectiveness_table.txt'
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS_EFFECTIVE_RATIO.

       SELECT FILE_CRIT_SEED ASSIGN TO
       'testcase/crit_seed.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_CRIT_SEED.

       SELECT FILE_BATTLE_MODE ASSIGN TO
       'testcase/battle_mode.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_BATTLE_MODE.

       SELECT FILE_BATTLE_RULES ASSIGN TO
       'testcase/battle_rules.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_BATTLE_RULES.

       SELECT FILE_BATTLE_LOG ASSIGN TO
       'testcase/battle_log.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_BATTLE_LOG.

       SELECT FILE_REPLAY_REPORT ASSIGN TO
       'testcase/replay_report.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_REPLAY_REPORT.

       DATA DIVISION.
       FILE SECTION.
      *    One line: the run ID and the pairing sequence (000001 up)
      *    of the archived pairing to fight again.
       FD FILE_REPLAY_REQUEST.
           01 REPLAY-REQUEST-RECORD.
               03 RPL-RUN-ID PIC X(14).
               03 RPL-PAIRING-SEQ PIC X(6).

      *    Sequence 000000 of each run carries its RUNHDR; the
      *    pairings follow from 000001. ARC-PAIRING-START is the
      *    opening state battle-simulation recorded for the pairing.
       FD FILE_ARCHIVE.
           01 ARCHIVE-RECORD.
               03 ARC-KEY.
                   05 ARC-RUN-ID PIC X(14).
                   05 ARC-PAIRING-SEQ PIC 9(6).
               03 ARC-RESULT.
                   05 ARC-MY-MONSTER PIC X(15).
                   05 ARC-GRAND-MONSTER PIC X(15).
                   05 ARC-WINNER PIC 9(1).
                   05 ARC-ROUND-COUNT PIC 9(3).
                   05 ARC-WINNER-HP PIC 9(3).
                   05 ARC-MY-TOTAL-DAMAGE PIC 9(6)V999.
                   05 ARC-GRAND-TOTAL-DAMAGE PIC 9(6)V999.
                   05 ARC-MY-HP-LEFT PIC S9(3).
                   05 ARC-GRAND-HP-LEFT PIC S9(3).
                   05 ARC-PAIRING-START.
                       07 ARC-START-CRIT-POS PIC 9(4).
                       07 ARC-START-MY-HP PIC S9(3).
                       07 ARC-START-GRAND-HP PIC S9(3).
                       07 ARC-FIRST-ATTACKER PIC X(1).
                       07 ARC-START-PP-LIST.
                           09 ARC-START-MY-PP PIC 9(2)
                              OCCURS 4 TIMES.
                           09 ARC-START-GRAND-PP PIC 9(2)
                              OCCURS 4 TIMES.
                   05 ARC-CONTROL-ROW PIC 9(4).
                   05 ARC-SET-NAME PIC X(40).
               03 ARC-RUN-INFO REDEFINES ARC-RESULT.
                   05 ARC-INFO-TAG PIC X(15).
                   05 ARC-INFO-MODE-FLAGS PIC X(3).
                   05 FILLER PIC X(1).
                   05 ARC-INFO-PROFILE PIC X(8).
                   05 FILLER PIC X(105).

       FD  FILE_MY_STATISTICS.
           01 MY_STAT.
               03 mystat-name pic X(15).
               03 mystat-Normal PIC X(8).
               03 mystat-health_point PIC 9(3).
               03 mystat-attack PIC 9(3).
               03 mystat-Defense PIC 9(3).
               03 mystat-speed PIC 9(3).
               03 mySKILL_1_ELEMENT pic X(8).
               03 mySKILL_1_DEMAGE PIC 9(3).
               03 mySKILL_2_ELEMENT PIC X(8).
               03 mySKILL_2_DEMAGE PIC 9(3).
               03 mySKILL_3_ELEMENT PIC X(8).
               03 mySKILL_3_DEMAGE PIC 9(3).
               03 mySKILL_4_ELEMENT PIC X(8).
               03 mySKILL_4_DEMAGE PIC 9(3).
               03 mySKILL_1_PP PIC 9(2).
               03 mySKILL_2_PP PIC 9(2).
               03 mySKILL_3_PP PIC 9(2).
               03 mySKILL_4_PP PIC 9(2).

       FD FILE_GRANDMONSTER_STAT.
           01 GRAND_STAT.
               03 grandstat-name pic X(15).
               03 grandstat-Normal PIC X(8).
               03 grandstat-health_point PIC 9(3).
               03 grandstat-attack PIC 9(3).
               03 grandstat-Defense PIC 9(3).
               03 grandstat-speed PIC 9(3).
               03 grandSKILL_1_ELEMENT pic X(8).
               03 grandSKILL_1_DEMAGE PIC 9(3).
               03 grandSKILL_2_ELEMENT PIC X(8).
               03 grandSKILL_2_DEMAGE PIC 9(3).
               03 grandSKILL_3_ELEMENT PIC X(8).
               03 grandSKILL_3_DEMAGE PIC 9(3).
               03 grandSKILL_4_ELEMENT PIC X(8).
               03 grandSKILL_4_DEMAGE PIC 9(3).
               03 grandSKILL_1_PP PIC 9(2).
               03 grandSKILL_2_PP PIC 9(2).
               03 grandSKILL_3_PP PIC 9(2).
               03 grandSKILL_4_PP PIC 9(2).

       FD FILE_TOURNAMENT_CONTROL.
           01 CONTROL-LINE.
               03 CTRL-GRAND-SEQ-FILE PIC X(40).
               03 CTRL-GRAND-STAT-FILE PIC X(40).

       FD FILE_EFECTIVE_RATIO.
           01 EFFECTIVE_RATIO.
               03 element PIC X(8).
               03 NORMAL PIC 9(1).9(1).
               03 FIRE PIC 9(1).9(1).
               03 WATER PIC 9(1).9(1).
               03 GRASS PIC 9(1).9(1).
               03 ELECTRIC PIC 9(1).9(1).
               03 ICE PIC 9(1).9(1).
               03 FIGHTING PIC 9(1).9(1).
               03 POISON PIC 9(1).9(1).
               03 GROUND PIC 9(1).9(1).
               03 FLYING PIC 9(1).9(1).
               03 PSYCHIC PIC 9(1).9(1).
               03 BUG PIC 9(1).9(1).
               03 ROCK PIC 9(1).9(1).
               03 GHOST PIC 9(1).9(1).
               03 DRAGON PIC 9(1).9(1)9.
               03 DARK PIC 9(1).9(1).
               03 STEEL PIC 9(1).9(1).
               03 FAIRY PIC 9(1).9(1).

       FD FILE_CRIT_SEED.
           01 CRIT-SEED-RECORD.
               03 CRIT-SEED-VALUE PIC 9(2).

       FD FILE_BATTLE_MODE.
           01 BATTLE-MODE-RECORD.
               03 BATTLE-MODE-VALUE PIC X(1).
               03 BATTLE-ENDURANCE-VALUE PIC X(1).
               03 BATTLE-EXHAUSTION-VALUE PIC X(1).
               03 BATTLE-MAX-ROUNDS PIC X(4).

       FD FILE_BATTLE_RULES.
           01 BATTLE-RULES-RECORD.
               03 RULES-PROFILE-NAME PIC X(8).
               03 RULES-CRIT-CHANCE PIC X(2).
               03 RULES-CRIT-MULT PIC X(3).
               03 RULES-STAB-MULT PIC X(3).
               03 RULES-MAX-ROUNDS PIC X(4).

       FD FILE_BATTLE_LOG.
           01 BATTLE-LOG-RECORD.
               03 LOG-ATTACKER-NAME PIC X(15).
               03 LOG-SKILL-ELEMENT PIC X(8).
               03 LOG-DAMAGE PIC 999V999.
               03 LOG-DEFENDER-HP-AFTER PIC S9(3).
               03 LOG-PP-LEFT PIC 9(2).
               03 LOG-PAIRING-SEQ PIC 9(6).
               03 LOG-ROUND PIC 9(3).
               03 LOG-CONTROL-ROW PIC 9(4).
               03 LOG-SET-NAME PIC X(40).
           01 LOG-RUN-HEADER.
               03 LOG-HDR-TAG PIC X(15).
               03 LOG-HDR-RUN-ID PIC X(14).
               03 FILLER PIC X(1).
               03 LOG-HDR-MODE-FLAGS PIC X(3).

       FD FILE_REPLAY_REPORT.
           01 REPLAY-LINE PIC X(100).


       WORKING-STORAGE SECTION.
       01 FS_REPLAY_REQUEST PIC 99.
       01 FS_ARCHIVE PIC 99.
       01 FS_MYSTAT PIC 99.
       01 FS_GRANDSTAT PIC 99.
       01 FS_TOURNAMENT_CONTROL PIC 99.
       01 FS_EFFECTIVE_RATIO PIC 99.
       01 FS_CRIT_SEED PIC 99.
       01 FS_BATTLE_MODE PIC 99.
       01 FS_BATTLE_RULES PIC 99.
       01 FS_BATTLE_LOG PIC 99.
       01 FS_REPLAY_REPORT PIC 99.

      *    Set as each step succeeds; the first step to fail names
      *    the reason in REPLAY-REJECT-REASON and nothing is fought.
       01 REQUEST-OK PIC X(1) VALUE 'N'.
       01 PAIRING-FOUND PIC X(1) VALUE 'N'.
       01 START-STATE-OK PIC X(1) VALUE 'N'.
       01 MY-FIGHTER-FOUND PIC X(1) VALUE 'N'.
       01 GRAND-FIGHTER-FOUND PIC X(1) VALUE 'N'.
       01 REPLAY-REJECT-REASON PIC X(50) VALUE SPACES.
       01 REPLAY-SEQ PIC 9(6) VALUE 0.

       01 TYPE-NAME-TABLE.
           05 FILLER PIC X(8) VALUE 'Normal'.
           05 FILLER PIC X(8) VALUE 'Fire'.
           05 FILLER PIC X(8) VALUE 'Water'.
           05 FILLER PIC X(8) VALUE 'Grass'.
           05 FILLER PIC X(8) VALUE 'Electric'.
           05 FILLER PIC X(8) VALUE 'Ice'.
           05 FILLER PIC X(8) VALUE 'Fighting'.
           05 FILLER PIC X(8) VALUE 'Poison'.
           05 FILLER PIC X(8) VALUE 'Ground'.
           05 FILLER PIC X(8) VALUE 'Flying'.
           05 FILLER PIC X(8) VALUE 'Psychic'.
           05 FILLER PIC X(8) VALUE 'Bug'.
           05 FILLER PIC X(8) VALUE 'Rock'.
           05 FILLER PIC X(8) VALUE 'Ghost'.
           05 FILLER PIC X(8) VALUE 'Dragon'.
           05 FILLER PIC X(8) VALUE 'Dark'.
           05 FILLER PIC X(8) VALUE 'Steel'.
           05 FILLER PIC X(8) VALUE 'Fairy'.
       01 TYPE-NAMES REDEFINES TYPE-NAME-TABLE.
           05 TYPE-NAME PIC X(8) OCCURS 18 TIMES.

       01 EFFECTIVE-RATIO-TABLE.
           05 EFF-ROW OCCURS 18 TIMES INDEXED BY EFF-ROW-IDX.
               10 EFF-ELEMENT PIC X(8).
               10 EFF-VALUE PIC 9V9 OCCURS 18 TIMES
                  INDEXED BY EFF-COL-IDX.

       01 LOOKUP-SKILL-ELEMENT PIC X(8).
       01 LOOKUP-DEFENDER-TYPE PIC X(8).
       01 LOOKUP-ATTACKER-TYPE PIC X(8).
       01 EFF-MATCHED-ROW PIC 9(3) VALUE 0.
       01 EFF-MATCHED-COL PIC 9(3) VALUE 0.
       01 EFFECTIVE_RATIO_VALUE PIC 9V9 VALUE 0.

       01 FINAL_DEMAGE PIC 999V999.
       01 FINAL_DEMAGE_ONE PIC 999V999.
       01 FINAL_DEMAGE_TWO PIC 999V999.
       01 FINAL_DEMAGE_THREE PIC 999V999.
       01 FINAL_DEMAGE_FOUR PIC 999V999.
       01 MY-CHOSEN-SKILL-ELEMENT PIC X(8).
       01 GRAND-CHOSEN-SKILL-ELEMENT PIC X(8).
       01 MY-CHOSEN-SKILL-NO PIC 9(1) VALUE 0.
       01 GRAND-CHOSEN-SKILL-NO PIC 9(1) VALUE 0.
       01 MY-PP-LEFT PIC 9(2) VALUE 0.
       01 GRAND-PP-LEFT PIC 9(2) VALUE 0.
       01 WHO-ATTACK PIC X(1) VALUES 'G'.
       01 TEST_ROUND PIC 9(3) VALUES 0.
       01 MAX-ROUND-LIMIT PIC 9(4) VALUE 300.
       01 MY-TOTAL-DAMAGE PIC 9(6)V999 VALUE 0.
       01 GRAND-TOTAL-DAMAGE PIC 9(6)V999 VALUE 0.

       01 WS-mybattle.
               10  battle_myname pic X(15).
               10  battle_myNormal PIC X(8).
               10  battle_myhealth_point PIC S9(3).
               10  battle_myattack PIC 9(3).
               10  battle_myDefense PIC 9(3).
               10  battle_myspeed PIC 9(3).
               10  battle_mySKILL_1_ELEMENT pic X(8).
               10  battle_mySKILL_1_DEMAGE PIC 9(3).
               10  battle_mySKILL_2_ELEMENT PIC X(8).
               10  battle_mySKILL_2_DEMAGE PIC 9(3).
               10  battle_mySKILL_3_ELEMENT PIC X(8).
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
               10  battle_grandhealth_point PIC S9(3).
               10  battle_grandattack PIC 9(3).
               10  battle_grandDefense PIC 9(3).
               10  battle_grandspeed PIC 9(3).
               10  battle_grandSKILL_1_ELEMENT pic X(8).
               10  battle_grandSKILL_1_DEMAGE PIC 9(3).
               10  battle_grandSKILL_2_ELEMENT PIC X(8).
               10  battle_grandSKILL_2_DEMAGE PIC 9(3).
               10  battle_grandSKILL_3_ELEMENT PIC X(8).
               10  battle_grandSKILL_3_DEMAGE PIC 9(3).
               10  battle_grandSKILL_4_ELEMENT PIC X(8).
               10  battle_grandSKILL_4_DEMAGE PIC 9(3).
               10  battle_grandSKILL_1_PP PIC 9(2).
               10  battle_grandSKILL_2_PP PIC 9(2).
               10  battle_grandSKILL_3_PP PIC 9(2).
               10  battle_grandSKILL_4_PP PIC 9(2).

       01 DEFAULT-SKILL-PP PIC 9(2) VALUE 10.
       01 DEFAULT-ATTACK-ELEMENT PIC X(8) VALUE 'Normal'.
       01 DEFAULT-ATTACK-DEMAGE PIC 9(3) VALUE 010.

       01 CRIT-SEED-EOF PIC X(1) VALUE 'N'.
       01 CRIT-SEED-TABLE.
           05 CRIT-SEED-ENTRY PIC 9(2) OCCURS 100 TIMES
              INDEXED BY CRIT-SEED-IDX.
       01 CRIT-SEED-COUNT PIC 9(4) VALUE 0.
       01 CRIT-SEED-POS PIC 9(4) VALUE 0.
       01 CRIT-ROLL PIC 9(2) VALUE 0.
       01 CRIT-CHANCE PIC 9(2) VALUE 10.
       01 CRIT-HIT PIC X(1) VALUE 'N'.
       01 CRIT-HIT-COUNT PIC 9(6) VALUE 0.
       01 CRIT-MULTIPLIER PIC 9V9 VALUE 1.0.
       01 STAB-MULTIPLIER PIC 9V9 VALUE 1.0.

       01 RULES-PROFILE-ACTIVE PIC X(8) VALUE 'DEFAULT'.
       01 CRIT-MULT-VALUE PIC 9V9 VALUE 1.5.
       01 STAB-BONUS-VALUE PIC 9V9 VALUE 1.5.
       01 RULE-MULT-TEXT PIC X(3).
       01 RULE-MULT-PARTS REDEFINES RULE-MULT-TEXT.
           05 RULE-MULT-INT PIC X(1).
           05 RULE-MULT-DOT PIC X(1).
           05 RULE-MULT-DEC PIC X(1).
       01 RULE-MULT-EDITED REDEFINES RULE-MULT-TEXT PIC 9(1).9(1).
       01 RULE-MULT-VALUE PIC 9V9 VALUE 0.
       01 RULE-MULT-OK PIC X(1) VALUE 'N'.

       01 CHECK-NAME PIC X(15).
       01 STAT-EOF PIC X(1) VALUE 'N'.
       01 GRAND-STAT-FILENAME PIC X(40) VALUE
          'testcase/grandmaster_statistics.txt'.
       01 CONTROL-EOF PIC X(1) VALUE 'N'.
       01 CONTROL-COUNT PIC 9(4) VALUE 0.
       01 CONTROL-TABLE.
           05 CONTROL-ROW OCCURS 50 TIMES INDEXED BY CONTROL-IDX.
               10 CTRL-SEQ-NAME PIC X(40).
               10 CTRL-STAT-NAME PIC X(40).

      *    The original pairing's battle_log.txt lines, filed by
      *    round. battle_log.txt holds only the latest run, so the
      *    round-by-round check is made only when its RUNHDR carries
      *    the run being replayed; otherwise the replay is checked
      *    against the archived totals alone.
       01 LOG-EOF PIC X(1) VALUE 'N'.
       01 LOG-FOR-RUN PIC X(1) VALUE 'N'.
       01 ORIG-LAST-ROUND PIC 9(3) VALUE 0.
       01 ORIG-TABLE.
           05 ORIG-ROW OCCURS 999 TIMES.
               10 ORIG-PRESENT PIC X(1).
               10 ORIG-ATTACKER PIC X(15).
               10 ORIG-ELEMENT PIC X(8).
               10 ORIG-DAMAGE PIC 999V999.
               10 ORIG-DEFENDER-HP PIC S9(3).

      *    What the replay did in the round just fought.
       01 ROUND-ATTACKER PIC X(15).
       01 ROUND-ELEMENT PIC X(8).
       01 ROUND-DEFENDER-HP PIC S9(3).
       01 ROUND-STATUS PIC X(8).

       01 REPLAY-DONE PIC X(1) VALUE 'N'.
       01 REPLAY-WINNER PIC 9(1) VALUE 0.
       01 DIVERGED PIC X(1) VALUE 'N'.
       01 DIVERGE-ROUND PIC 9(3) VALUE 0.
       01 DIVERGE-REASON PIC X(40) VALUE SPACES.

       01 REPLAY-HEAD-LINE.
           05 FILLER PIC X(14) VALUE 'REPLAY OF RUN '.
           05 RH-RUN-ID PIC X(14).
           05 FILLER PIC X(10) VALUE '  PAIRING '.
           05 RH-PAIRING-SEQ PIC X(6).

       01 REPLAY-FIGHTER-LINE.
           05 RF-MY-NAME PIC X(15).
           05 FILLER PIC X(4) VALUE ' VS '.
           05 RF-GRAND-NAME PIC X(15).
           05 FILLER PIC X(9) VALUE '  STATS '.
           05 RF-STAT-FILE PIC X(40).

       01 REPLAY-START-LINE.
           05 FILLER PIC X(16) VALUE 'START  CRIT POS '.
           05 RS-CRIT-POS PIC ZZZ9.
           05 FILLER PIC X(8) VALUE '  MY HP '.
           05 RS-MY-HP PIC -ZZ9.
           05 FILLER PIC X(11) VALUE '  GRAND HP '.
           05 RS-GRAND-HP PIC -ZZ9.
           05 FILLER PIC X(15) VALUE '  FIRST STRIKE '.
           05 RS-FIRST PIC X(11).

       01 REPLAY-RULES-LINE.
           05 FILLER PIC X(15) VALUE 'RULES  PROFILE '.
           05 RR-PROFILE PIC X(8).
           05 FILLER PIC X(13) VALUE '  ROUND CAP '.
           05 RR-ROUND-CAP PIC ZZZ9.
           05 FILLER PIC X(8) VALUE '  CHECK '.
           05 RR-BASIS PIC X(30).

       01 REPLAY-COLUMN-LINE.
           05 FILLER PIC X(6) VALUE 'ROUND'.
           05 FILLER PIC X(16) VALUE 'ATTACKER'.
           05 FILLER PIC X(9) VALUE 'SKILL'.
           05 FILLER PIC X(9) VALUE 'DAMAGE'.
           05 FILLER PIC X(6) VALUE 'DEF HP'.
           05 FILLER PIC X(3) VALUE ' | '.
           05 FILLER PIC X(9) VALUE 'ORIGINAL'.
           05 FILLER PIC X(9) VALUE 'DAMAGE'.
           05 FILLER PIC X(7) VALUE 'DEF HP'.
           05 FILLER PIC X(8) VALUE 'STATUS'.

       01 REPLAY-ROUND-LINE.
           05 RD-ROUND PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 RD-ATTACKER PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RD-ELEMENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RD-DAMAGE PIC ZZ9.999.
           05 FILLER PIC X(2) VALUE SPACE.
           05 RD-DEFENDER-HP PIC -ZZ9.
           05 FILLER PIC X(4) VALUE '  | '.
           05 RD-ORIG-SIDE.
               10 RD-ORIG-ELEMENT PIC X(8).
               10 FILLER PIC X(1) VALUE SPACE.
               10 RD-ORIG-DAMAGE PIC ZZ9.999.
               10 FILLER PIC X(2) VALUE SPACE.
               10 RD-ORIG-DEFENDER-HP PIC -ZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 RD-STATUS PIC X(8).

       01 REPLAY-OUTCOME-LINE.
           05 RO-LABEL PIC X(9).
           05 FILLER PIC X(8) VALUE ' WINNER '.
           05 RO-WINNER PIC X(5).
           05 FILLER PIC X(8) VALUE ' ROUNDS '.
           05 RO-ROUNDS PIC ZZ9.
           05 FILLER PIC X(9) VALUE ' HP LEFT '.
           05 RO-MY-HP PIC -ZZ9.
           05 FILLER PIC X(1) VALUE '/'.
           05 RO-GRAND-HP PIC -ZZ9.
           05 FILLER PIC X(8) VALUE ' DAMAGE '.
           05 RO-MY-DMG PIC ZZZZZ9.999.
           05 FILLER PIC X(1) VALUE '/'.
           05 RO-GRAND-DMG PIC ZZZZZ9.999.

       01 REPLAY-DIVERGE-LINE.
           05 FILLER PIC X(19) VALUE 'DIVERGED AT ROUND  '.
           05 RV-ROUND PIC ZZ9.
           05 FILLER PIC X(3) VALUE ' - '.
           05 RV-REASON PIC X(40).

       01 REPLAY-REJECT-LINE.
           05 FILLER PIC X(17) VALUE 'REPLAY NOT RUN - '.
           05 RJ-REASON PIC X(50).

      *    The certificate is boxed so it can be cut from the report
      *    and filed with the disputed result.
       01 CERT-RULE-LINE PIC X(60) VALUE ALL '*'.
       01 CERT-TEXT-LINE.
           05 FILLER PIC X(3) VALUE '*  '.
           05 CERT-TEXT PIC X(55).
           05 FILLER PIC X(2) VALUE ' *'.
       01 CERT-PAIRING-TEXT.
           05 FILLER PIC X(4) VALUE 'RUN '.
           05 CP-RUN-ID PIC X(14).
           05 FILLER PIC X(9) VALUE ' PAIRING '.
           05 CP-PAIRING-SEQ PIC X(6).
       01 CERT-FIGHTER-TEXT.
           05 CF-MY-NAME PIC X(15).
           05 FILLER PIC X(4) VALUE ' VS '.
           05 CF-GRAND-NAME PIC X(15).
       01 CERT-MATCH-TEXT.
           05 FILLER PIC X(14) VALUE 'SAME OUTCOME, '.
           05 CM-ROUNDS PIC ZZ9.
           05 FILLER PIC X(8) VALUE ' ROUNDS '.
           05 CM-BASIS PIC X(30).
       01 CERT-RULES-TEXT.
           05 FILLER PIC X(14) VALUE 'UNDER PROFILE '.
           05 CR-PROFILE PIC X(8).
           05 FILLER PIC X(33) VALUE
              ' AND THE CURRENT STAT FILES'.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-REPLAY-REQUEST.
           OPEN OUTPUT FILE_REPLAY_REPORT.
           IF REQUEST-OK = 'Y'
               PERFORM FIND-ARCHIVED-PAIRING
           END-IF.
           IF PAIRING-FOUND = 'Y'
               PERFORM CHECK-START-STATE
           END-IF.
           IF START-STATE-OK = 'Y'
               PERFORM LOAD-EFFECTIVE-RATIO-TABLE
               PERFORM LOAD-CRIT-SEED-TABLE
               PERFORM LOAD-BATTLE-MODE
               PERFORM LOAD-BATTLE-RULES
               PERFORM FIND-REPLAY-FIGHTERS
           END-IF.
           IF MY-FIGHTER-FOUND = 'Y' AND GRAND-FIGHTER-FOUND = 'Y'
               PERFORM LOAD-ORIGINAL-LOG
               PERFORM SET-UP-REPLAY-PAIRING
               PERFORM WRITE-REPLAY-HEADING
               PERFORM REPLAY-ONE-ROUND
                  UNTIL REPLAY-DONE = 'Y'
               PERFORM CHECK-REPLAY-LENGTH
               PERFORM CHECK-REPLAY-OUTCOME
               PERFORM WRITE-REPLAY-VERDICT
           ELSE
               MOVE REPLAY-REJECT-REASON TO RJ-REASON
               MOVE REPLAY-REJECT-LINE TO REPLAY-LINE
               WRITE REPLAY-LINE
               DISPLAY 'replay not run: ' REPLAY-REJECT-REASON
           END-IF.
           CLOSE FILE_REPLAY_REPORT.
      *    Anything short of a reproduced pairing - a divergence, or
      *    a pairing that could not be fought again at all - fails
      *    the step.
           IF DIVERGED = 'Y'
              OR MY-FIGHTER-FOUND = 'N' OR GRAND-FIGHTER-FOUND = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       READ-REPLAY-REQUEST.
           OPEN INPUT FILE_REPLAY_REQUEST.
           IF FS_REPLAY_REQUEST NOT = 00
               MOVE 'replay_request.txt not exist' TO
               REPLAY-REJECT-REASON
           ELSE
               READ FILE_REPLAY_REQUEST INTO REPLAY-REQUEST-RECORD
               IF FS_REPLAY_REQUEST NOT = 00
                   MOVE 'replay_request.txt is empty' TO
                   REPLAY-REJECT-REASON
               ELSE
                   IF RPL-PAIRING-SEQ IS NUMERIC
                      AND RPL-PAIRING-SEQ NOT = '000000'
                      AND RPL-RUN-ID NOT = SPACES
                       MOVE RPL-PAIRING-SEQ TO REPLAY-SEQ
                       MOVE 'Y' TO REQUEST-OK
                   ELSE
                       MOVE 'run ID or pairing sequence invalid' TO
                       REPLAY-REJECT-REASON
                   END-IF
               END-IF
               CLOSE FILE_REPLAY_REQUEST
           END-IF.

      *    A single keyed read on run ID + pairing sequence.
       FIND-ARCHIVED-PAIRING.
           OPEN INPUT FILE_ARCHIVE.
           IF FS_ARCHIVE NOT = 00
               MOVE 'results_archive.txt not exist' TO
               REPLAY-REJECT-REASON
           ELSE
               MOVE RPL-RUN-ID TO ARC-RUN-ID
               MOVE REPLAY-SEQ TO ARC-PAIRING-SEQ
               READ FILE_ARCHIVE KEY IS ARC-KEY
                   INVALID KEY
                       MOVE 'pairing not in results_archive.txt' TO
                       REPLAY-REJECT-REASON
                   NOT INVALID KEY
                       MOVE 'Y' TO PAIRING-FOUND
               END-READ
               CLOSE FILE_ARCHIVE
           END-IF.

      *    Pairings archived before the opening state was recorded
      *    carry spaces there and cannot be fought again faithfully.
       CHECK-START-STATE.
           IF ARC-START-CRIT-POS IS NUMERIC
              AND ARC-START-MY-HP IS NUMERIC
              AND ARC-START-GRAND-HP IS NUMERIC
              AND ARC-START-PP-LIST IS NUMERIC
              AND (ARC-FIRST-ATTACKER = 'M' OR
                   ARC-FIRST-ATTACKER = 'G')
               MOVE 'Y' TO START-STATE-OK
           ELSE
               MOVE 'no opening state recorded for pairing' TO
               REPLAY-REJECT-REASON
           END-IF.

       LOAD-EFFECTIVE-RATIO-TABLE.
           OPEN INPUT FILE_EFECTIVE_RATIO.
           PERFORM VARYING EFF-ROW-IDX FROM 1 BY 1
              UNTIL EFF-ROW-IDX > 18
               READ FILE_EFECTIVE_RATIO INTO EFFECTIVE_RATIO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE element TO EFF-ELEMENT(EFF-ROW-IDX)
                       MOVE NORMAL TO EFF-VALUE(EFF-ROW-IDX 1)
                       MOVE FIRE TO EFF-VALUE(EFF-ROW-IDX 2)
                       MOVE WATER TO EFF-VALUE(EFF-ROW-IDX 3)
                       MOVE GRASS TO EFF-VALUE(EFF-ROW-IDX 4)
                       MOVE ELECTRIC TO EFF-VALUE(EFF-ROW-IDX 5)
                       MOVE ICE TO EFF-VALUE(EFF-ROW-IDX 6)
                       MOVE FIGHTING TO EFF-VALUE(EFF-ROW-IDX 7)
                       MOVE POISON TO EFF-VALUE(EFF-ROW-IDX 8)
                       MOVE GROUND TO EFF-VALUE(EFF-ROW-IDX 9)
                       MOVE FLYING TO EFF-VALUE(EFF-ROW-IDX 10)
                       MOVE PSYCHIC TO EFF-VALUE(EFF-ROW-IDX 11)
                       MOVE BUG TO EFF-VALUE(EFF-ROW-IDX 12)
                       MOVE ROCK TO EFF-VALUE(EFF-ROW-IDX 13)
                       MOVE GHOST TO EFF-VALUE(EFF-ROW-IDX 14)
                       MOVE DRAGON TO EFF-VALUE(EFF-ROW-IDX 15)
                       MOVE DARK TO EFF-VALUE(EFF-ROW-IDX 16)
                       MOVE STEEL TO EFF-VALUE(EFF-ROW-IDX 17)
                       MOVE FAIRY TO EFF-VALUE(EFF-ROW-IDX 18)
               END-READ
           END-PERFORM.
           CLOSE FILE_EFECTIVE_RATIO.

       FIND-EFFECTIVE-RATIO.
           MOVE 0 TO EFF-MATCHED-ROW.
           MOVE 0 TO EFF-MATCHED-COL.
           PERFORM VARYING EFF-ROW-IDX FROM 1 BY 1
              UNTIL EFF-ROW-IDX > 18
               IF EFF-ELEMENT(EFF-ROW-IDX) = LOOKUP-SKILL-ELEMENT
                  AND EFF-MATCHED-ROW = 0
                   MOVE EFF-ROW-IDX TO EFF-MATCHED-ROW
               END-IF
           END-PERFORM.
           PERFORM VARYING EFF-COL-IDX FROM 1 BY 1
              UNTIL EFF-COL-IDX > 18
               IF TYPE-NAME(EFF-COL-IDX) = LOOKUP-DEFENDER-TYPE
                  AND EFF-MATCHED-COL = 0
                   MOVE EFF-COL-IDX TO EFF-MATCHED-COL
               END-IF
           END-PERFORM.
           IF EFF-MATCHED-ROW > 0 AND EFF-MATCHED-COL > 0
               MOVE EFF-VALUE(EFF-MATCHED-ROW EFF-MATCHED-COL)
               TO EFFECTIVE_RATIO_VALUE
           ELSE
               MOVE 1.0 TO EFFECTIVE_RATIO_VALUE
           END-IF.

       LOAD-CRIT-SEED-TABLE.
           MOVE 0 TO CRIT-SEED-COUNT.
           MOVE 'N' TO CRIT-SEED-EOF.
           OPEN INPUT FILE_CRIT_SEED.
           IF FS_CRIT_SEED = 00
               PERFORM UNTIL CRIT-SEED-EOF = 'Y'
                  OR CRIT-SEED-COUNT = 100
                   READ FILE_CRIT_SEED INTO CRIT-SEED-RECORD
                   IF FS_CRIT_SEED = 10
                       MOVE 'Y' TO CRIT-SEED-EOF
                   ELSE
                       ADD 1 TO CRIT-SEED-COUNT
                       MOVE CRIT-SEED-VALUE TO
                       CRIT-SEED-ENTRY(CRIT-SEED-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE FILE_CRIT_SEED.

       ROLL-CRITICAL-HIT.
           MOVE 'N' TO CRIT-HIT.
           MOVE 1.0 TO CRIT-MULTIPLIER.
           IF CRIT-SEED-COUNT > 0
               ADD 1 TO CRIT-SEED-POS
               IF CRIT-SEED-POS > CRIT-SEED-COUNT
                   MOVE 1 TO CRIT-SEED-POS
               END-IF
               MOVE CRIT-SEED-ENTRY(CRIT-SEED-POS) TO CRIT-ROLL
               IF CRIT-ROLL < CRIT-CHANCE
                   MOVE 'Y' TO CRIT-HIT
                   MOVE CRIT-MULT-VALUE TO CRIT-MULTIPLIER
                   ADD 1 TO CRIT-HIT-COUNT
               END-IF
           END-IF.

       FIND-STAB-MULTIPLIER.
           IF LOOKUP-SKILL-ELEMENT = LOOKUP-ATTACKER-TYPE
               MOVE STAB-BONUS-VALUE TO STAB-MULTIPLIER
           ELSE
               MOVE 1.0 TO STAB-MULTIPLIER
           END-IF.

      *    Only the round cap matters to a single pairing; the pick
      *    order and carry-over toggles were settled when the
      *    opening state was recorded.
       LOAD-BATTLE-MODE.
           OPEN INPUT FILE_BATTLE_MODE.
           IF FS_BATTLE_MODE = 00
               READ FILE_BATTLE_MODE INTO BATTLE-MODE-RECORD
               IF FS_BATTLE_MODE = 00
                   IF BATTLE-MAX-ROUNDS IS NUMERIC
                      AND BATTLE-MAX-ROUNDS NOT = '0000'
                       MOVE BATTLE-MAX-ROUNDS TO MAX-ROUND-LIMIT
                       IF MAX-ROUND-LIMIT > 999
                           MOVE 999 TO MAX-ROUND-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE FILE_BATTLE_MODE.

       LOAD-BATTLE-RULES.
           OPEN INPUT FILE_BATTLE_RULES.
           IF FS_BATTLE_RULES = 00
               READ FILE_BATTLE_RULES INTO BATTLE-RULES-RECORD
               IF FS_BATTLE_RULES = 00
                   PERFORM APPLY-BATTLE-RULES
               END-IF
           END-IF.
           CLOSE FILE_BATTLE_RULES.

       APPLY-BATTLE-RULES.
           IF RULES-PROFILE-NAME = SPACES
               DISPLAY 'battle_rules.txt: profile name missing'
           ELSE
               MOVE RULES-PROFILE-NAME TO RULES-PROFILE-ACTIVE
           END-IF.
           IF RULES-CRIT-CHANCE IS NUMERIC
               MOVE RULES-CRIT-CHANCE TO CRIT-CHANCE
           ELSE
               DISPLAY 'battle_rules.txt: crit chance not numeric'
           END-IF.
           MOVE RULES-CRIT-MULT TO RULE-MULT-TEXT.
           PERFORM CHECK-RULE-MULTIPLIER.
           IF RULE-MULT-OK = 'Y'
               MOVE RULE-MULT-VALUE TO CRIT-MULT-VALUE
           ELSE
               DISPLAY 'battle_rules.txt: crit multiplier invalid'
           END-IF.
           MOVE RULES-STAB-MULT TO RULE-MULT-TEXT.
           PERFORM CHECK-RULE-MULTIPLIER.
           IF RULE-MULT-OK = 'Y'
               MOVE RULE-MULT-VALUE TO STAB-BONUS-VALUE
           ELSE
               DISPLAY 'battle_rules.txt: STAB multiplier invalid'
           END-IF.
           IF RULES-MAX-ROUNDS IS NUMERIC
              AND RULES-MAX-ROUNDS NOT = '0000'
               MOVE RULES-MAX-ROUNDS TO MAX-ROUND-LIMIT
               IF MAX-ROUND-LIMIT > 999
                   MOVE 999 TO MAX-ROUND-LIMIT
               END-IF
           ELSE
               IF RULES-MAX-ROUNDS NOT = SPACES
                   DISPLAY 'battle_rules.txt: round cap invalid'
               END-IF
           END-IF.

       CHECK-RULE-MULTIPLIER.
           MOVE 'N' TO RULE-MULT-OK.
           IF RULE-MULT-INT IS NUMERIC
              AND RULE-MULT-DOT = '.'
              AND RULE-MULT-DEC IS NUMERIC
               MOVE RULE-MULT-EDITED TO RULE-MULT-VALUE
               IF RULE-MULT-VALUE > 0
                   MOVE 'Y' TO RULE-MULT-OK
               END-IF
           END-IF.

      *    Both fighters are taken from today's stat files. The
      *    grandmaster comes from the set the pairing was archived
      *    under: the stat file of its tournament_control.txt row, or
      *    for an exhibition pairing (row 0000) the stat file named
      *    as its set. A pairing archived without its set, or whose
      *    row is no longer in the control file, falls back to looking
      *    in each set in turn (the default grandmaster file when
      *    there is no control file) and using the first that carries
      *    the name.
       FIND-REPLAY-FIGHTERS.
           MOVE ARC-MY-MONSTER TO CHECK-NAME.
           PERFORM FIND-MYSTAT-BY-CHECK-NAME.
           IF MY-FIGHTER-FOUND = 'N'
               MOVE 'my monster not in my_statistics.txt' TO
               REPLAY-REJECT-REASON
           ELSE
               PERFORM LOAD-TOURNAMENT-CONTROL
               MOVE ARC-GRAND-MONSTER TO CHECK-NAME
               IF ARC-CONTROL-ROW IS NUMERIC
                   IF ARC-CONTROL-ROW > 0
                      AND ARC-CONTROL-ROW NOT > CONTROL-COUNT
                       MOVE CTRL-STAT-NAME(ARC-CONTROL-ROW) TO
                       GRAND-STAT-FILENAME
                       PERFORM FIND-GRANDSTAT-BY-CHECK-NAME
                   END-IF
                   IF ARC-CONTROL-ROW = 0
                      AND ARC-SET-NAME NOT = SPACES
                       MOVE ARC-SET-NAME TO GRAND-STAT-FILENAME
                       PERFORM FIND-GRANDSTAT-BY-CHECK-NAME
                   END-IF
               END-IF
               PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                  UNTIL CONTROL-IDX > CONTROL-COUNT
                  OR GRAND-FIGHTER-FOUND = 'Y'
                   MOVE CTRL-STAT-NAME(CONTROL-IDX) TO
                   GRAND-STAT-FILENAME
                   PERFORM FIND-GRANDSTAT-BY-CHECK-NAME
               END-PERFORM
               IF GRAND-FIGHTER-FOUND = 'N'
                   MOVE 'grandmaster not in any set stat file' TO
                   REPLAY-REJECT-REASON
               END-IF
           END-IF.

       FIND-MYSTAT-BY-CHECK-NAME.
           OPEN INPUT FILE_MY_STATISTICS.
           MOVE 'N' TO STAT-EOF.
           IF FS_MYSTAT NOT = 00
               MOVE 'Y' TO STAT-EOF
           END-IF.
           PERFORM READ-MYSTAT-FOR-MATCH
              UNTIL STAT-EOF = 'Y'.
           CLOSE FILE_MY_STATISTICS.

       READ-MYSTAT-FOR-MATCH.
           READ FILE_MY_STATISTICS INTO MY_STAT
           IF FS_MYSTAT = 10
               MOVE 'Y' TO STAT-EOF
           ELSE
               IF mystat-name = CHECK-NAME
                   PERFORM DEFAULT-MY-SKILL-PP
                   PERFORM MOVE-MYSTAT-TO-BATTLE
                   MOVE 'Y' TO MY-FIGHTER-FOUND
                   MOVE 'Y' TO STAT-EOF
               END-IF
           END-IF.

       FIND-GRANDSTAT-BY-CHECK-NAME.
           OPEN INPUT FILE_GRANDMONSTER_STAT.
           MOVE 'N' TO STAT-EOF.
           IF FS_GRANDSTAT NOT = 00
               MOVE 'Y' TO STAT-EOF
           END-IF.
           PERFORM READ-GRANDSTAT-FOR-MATCH
              UNTIL STAT-EOF = 'Y'.
           CLOSE FILE_GRANDMONSTER_STAT.

       READ-GRANDSTAT-FOR-MATCH.
           READ FILE_GRANDMONSTER_STAT INTO GRAND_STAT
           IF FS_GRANDSTAT = 10
               MOVE 'Y' TO STAT-EOF
           ELSE
               IF grandstat-name = CHECK-NAME
                   PERFORM DEFAULT-GRAND-SKILL-PP
                   PERFORM MOVE-GRANDSTAT-TO-BATTLE
                   MOVE 'Y' TO GRAND-FIGHTER-FOUND
                   MOVE 'Y' TO STAT-EOF
               END-IF
           END-IF.

       LOAD-TOURNAMENT-CONTROL.
           MOVE 0 TO CONTROL-COUNT.
           MOVE 'N' TO CONTROL-EOF.
           OPEN INPUT FILE_TOURNAMENT_CONTROL.
           IF FS_TOURNAMENT_CONTROL = 00
               PERFORM LOAD-ONE-CONTROL-ROW
                  UNTIL CONTROL-EOF = 'Y'
                     OR CONTROL-COUNT = 50
               CLOSE FILE_TOURNAMENT_CONTROL
           ELSE
               CLOSE FILE_TOURNAMENT_CONTROL
               ADD 1 TO CONTROL-COUNT
               MOVE GRAND-STAT-FILENAME TO CTRL-STAT-NAME(1)
           END-IF.

       LOAD-ONE-CONTROL-ROW.
           READ FILE_TOURNAMENT_CONTROL INTO CONTROL-LINE
           IF FS_TOURNAMENT_CONTROL = 10
               MOVE 'Y' TO CONTROL-EOF
           ELSE
               ADD 1 TO CONTROL-COUNT
               MOVE CTRL-GRAND-SEQ-FILE TO
               CTRL-SEQ-NAME(CONTROL-COUNT)
               MOVE CTRL-GRAND-STAT-FILE TO
               CTRL-STAT-NAME(CONTROL-COUNT)
           END-IF.

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

       MOVE-MYSTAT-TO-BATTLE.
           MOVE mystat-name TO battle_myname.
           MOVE mystat-Normal TO battle_myNormal.
           MOVE mystat-health_point TO battle_myhealth_point.
           MOVE mystat-attack TO battle_myattack.
           MOVE mystat-Defense TO battle_myDefense.
           MOVE mystat-speed TO battle_myspeed.
           MOVE mySKILL_1_ELEMENT TO battle_mySKILL_1_ELEMENT.
           MOVE mySKILL_1_DEMAGE TO battle_mySKILL_1_DEMAGE.
           MOVE mySKILL_2_ELEMENT TO battle_mySKILL_2_ELEMENT.
           MOVE mySKILL_2_DEMAGE TO battle_mySKILL_2_DEMAGE.
           MOVE mySKILL_3_ELEMENT TO battle_mySKILL_3_ELEMENT.
           MOVE mySKILL_3_DEMAGE TO battle_mySKILL_3_DEMAGE.
           MOVE mySKILL_4_ELEMENT TO battle_mySKILL_4_ELEMENT.
           MOVE mySKILL_4_DEMAGE TO battle_mySKILL_4_DEMAGE.
           MOVE mySKILL_1_PP TO battle_mySKILL_1_PP.
           MOVE mySKILL_2_PP TO battle_mySKILL_2_PP.
           MOVE mySKILL_3_PP TO battle_mySKILL_3_PP.
           MOVE mySKILL_4_PP TO battle_mySKILL_4_PP.

       MOVE-GRANDSTAT-TO-BATTLE.
           MOVE grandstat-name TO battle_grandname.
           MOVE grandstat-Normal TO battle_grandNormal.
           MOVE grandstat-health_point TO
           battle_grandhealth_point.
           MOVE grandstat-attack TO battle_grandattack.
           MOVE grandstat-Defense TO battle_grandDefense.
           MOVE grandstat-speed TO battle_grandspeed.
           MOVE grandSKILL_1_ELEMENT TO
           battle_grandSKILL_1_ELEMENT.
           MOVE grandSKILL_1_DEMAGE TO
           battle_grandSKILL_1_DEMAGE.
           MOVE grandSKILL_2_ELEMENT TO
           battle_grandSKILL_2_ELEMENT.
           MOVE grandSKILL_2_DEMAGE TO
           battle_grandSKILL_2_DEMAGE.
           MOVE grandSKILL_3_ELEMENT TO
           battle_grandSKILL_3_ELEMENT.
           MOVE grandSKILL_3_DEMAGE TO
           battle_grandSKILL_3_DEMAGE.
           MOVE grandSKILL_4_ELEMENT TO
           battle_grandSKILL_4_ELEMENT.
           MOVE grandSKILL_4_DEMAGE TO
           battle_grandSKILL_4_DEMAGE.
           MOVE grandSKILL_1_PP TO battle_grandSKILL_1_PP.
           MOVE grandSKILL_2_PP TO battle_grandSKILL_2_PP.
           MOVE grandSKILL_3_PP TO battle_grandSKILL_3_PP.
           MOVE grandSKILL_4_PP TO battle_grandSKILL_4_PP.

      *    Lines are filed under the round they record; a line
      *    written twice for the same round (a run resumed from its
      *    checkpoint) leaves the later copy in place.
       LOAD-ORIGINAL-LOG.
           MOVE SPACES TO ORIG-TABLE.
           MOVE 0 TO ORIG-LAST-ROUND.
           MOVE 'N' TO LOG-FOR-RUN.
           MOVE 'N' TO LOG-EOF.
           OPEN INPUT FILE_BATTLE_LOG.
           IF FS_BATTLE_LOG NOT = 00
               MOVE 'Y' TO LOG-EOF
           ELSE
               READ FILE_BATTLE_LOG
               IF FS_BATTLE_LOG NOT = 00
                  OR LOG-HDR-TAG NOT = 'RUNHDR'
                  OR LOG-HDR-RUN-ID NOT = RPL-RUN-ID
                   MOVE 'Y' TO LOG-EOF
               ELSE
                   MOVE 'Y' TO LOG-FOR-RUN
               END-IF
           END-IF.
           PERFORM READ-ORIGINAL-LOG-LINE
              UNTIL LOG-EOF = 'Y'.
           CLOSE FILE_BATTLE_LOG.
           IF ORIG-LAST-ROUND = 0
               MOVE 'N' TO LOG-FOR-RUN
           END-IF.

       READ-ORIGINAL-LOG-LINE.
           READ FILE_BATTLE_LOG
           IF FS_BATTLE_LOG NOT = 00
               MOVE 'Y' TO LOG-EOF
           ELSE
               IF LOG-HDR-TAG NOT = 'RUNTRL'
                  AND LOG-PAIRING-SEQ IS NUMERIC
                  AND LOG-PAIRING-SEQ = REPLAY-SEQ
                  AND LOG-ROUND IS NUMERIC
                  AND LOG-ROUND > 0
                   MOVE 'Y' TO ORIG-PRESENT(LOG-ROUND)
                   MOVE LOG-ATTACKER-NAME TO ORIG-ATTACKER(LOG-ROUND)
                   MOVE LOG-SKILL-ELEMENT TO ORIG-ELEMENT(LOG-ROUND)
                   MOVE LOG-DAMAGE TO ORIG-DAMAGE(LOG-ROUND)
                   MOVE LOG-DEFENDER-HP-AFTER TO
                   ORIG-DEFENDER-HP(LOG-ROUND)
                   IF LOG-ROUND > ORIG-LAST-ROUND
                       MOVE LOG-ROUND TO ORIG-LAST-ROUND
                   END-IF
               END-IF
           END-IF.

      *    The stat files supply attack, defence, types and skills;
      *    the archive supplies where the pairing opened - HP and
      *    usage points may have been carried over from earlier
      *    pairings, and the crit seed had already been drawn on.
       SET-UP-REPLAY-PAIRING.
           MOVE ARC-START-MY-HP TO battle_myhealth_point.
           MOVE ARC-START-GRAND-HP TO battle_grandhealth_point.
           MOVE ARC-START-MY-PP(1) TO battle_mySKILL_1_PP.
           MOVE ARC-START-MY-PP(2) TO battle_mySKILL_2_PP.
           MOVE ARC-START-MY-PP(3) TO battle_mySKILL_3_PP.
           MOVE ARC-START-MY-PP(4) TO battle_mySKILL_4_PP.
           MOVE ARC-START-GRAND-PP(1) TO battle_grandSKILL_1_PP.
           MOVE ARC-START-GRAND-PP(2) TO battle_grandSKILL_2_PP.
           MOVE ARC-START-GRAND-PP(3) TO battle_grandSKILL_3_PP.
           MOVE ARC-START-GRAND-PP(4) TO battle_grandSKILL_4_PP.
           MOVE ARC-START-CRIT-POS TO CRIT-SEED-POS.
           MOVE ARC-FIRST-ATTACKER TO WHO-ATTACK.
           MOVE 0 TO TEST_ROUND.
           MOVE 0 TO MY-TOTAL-DAMAGE.
           MOVE 0 TO GRAND-TOTAL-DAMAGE.
           MOVE 'N' TO REPLAY-DONE.
           MOVE 'N' TO DIVERGED.

       WRITE-REPLAY-HEADING.
           MOVE RPL-RUN-ID TO RH-RUN-ID.
           MOVE RPL-PAIRING-SEQ TO RH-PAIRING-SEQ.
           MOVE REPLAY-HEAD-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE battle_myname TO RF-MY-NAME.
           MOVE battle_grandname TO RF-GRAND-NAME.
           MOVE GRAND-STAT-FILENAME TO RF-STAT-FILE.
           MOVE REPLAY-FIGHTER-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE ARC-START-CRIT-POS TO RS-CRIT-POS.
           MOVE ARC-START-MY-HP TO RS-MY-HP.
           MOVE ARC-START-GRAND-HP TO RS-GRAND-HP.
           IF ARC-FIRST-ATTACKER = 'M'
               MOVE 'MY MONSTER' TO RS-FIRST
           ELSE
               MOVE 'GRANDMASTER' TO RS-FIRST
           END-IF.
           MOVE REPLAY-START-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE RULES-PROFILE-ACTIVE TO RR-PROFILE.
           MOVE MAX-ROUND-LIMIT TO RR-ROUND-CAP.
           IF LOG-FOR-RUN = 'Y'
               MOVE 'ROUND BY ROUND vs battle_log' TO RR-BASIS
           ELSE
               MOVE 'ARCHIVE TOTALS ONLY (NO LOG)' TO RR-BASIS
           END-IF.
           MOVE REPLAY-RULES-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE SPACES TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE REPLAY-COLUMN-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.

      *    One round exactly as battle-simulation fights it, then the
      *    round is held up against the original log line.
       REPLAY-ONE-ROUND.
           IF TEST_ROUND >= MAX-ROUND-LIMIT
               MOVE 0 TO REPLAY-WINNER
               MOVE 'Y' TO REPLAY-DONE
           ELSE
               ADD 1 TO TEST_ROUND
               IF WHO-ATTACK = 'M'
                   PERFORM MY-ATTACK-AROUND
                   COMPUTE battle_grandhealth_point =
                   battle_grandhealth_point - FINAL_DEMAGE
                   ADD FINAL_DEMAGE TO MY-TOTAL-DAMAGE
                   MOVE battle_myname TO ROUND-ATTACKER
                   MOVE MY-CHOSEN-SKILL-ELEMENT TO ROUND-ELEMENT
                   MOVE battle_grandhealth_point TO ROUND-DEFENDER-HP
                   MOVE 'G' TO WHO-ATTACK
                   IF battle_grandhealth_point <= 0
                       MOVE 1 TO REPLAY-WINNER
                       MOVE 'Y' TO REPLAY-DONE
                   END-IF
               ELSE
                   PERFORM GRAND-ATTACK-ROUND
                   COMPUTE battle_myhealth_point =
                   battle_myhealth_point - FINAL_DEMAGE
                   ADD FINAL_DEMAGE TO GRAND-TOTAL-DAMAGE
                   MOVE battle_grandname TO ROUND-ATTACKER
                   MOVE GRAND-CHOSEN-SKILL-ELEMENT TO ROUND-ELEMENT
                   MOVE battle_myhealth_point TO ROUND-DEFENDER-HP
                   MOVE 'M' TO WHO-ATTACK
                   IF battle_myhealth_point <= 0
                       MOVE 2 TO REPLAY-WINNER
                       MOVE 'Y' TO REPLAY-DONE
                   END-IF
               END-IF
               PERFORM CHECK-REPLAYED-ROUND
               PERFORM WRITE-ROUND-LINE
           END-IF.

      *    The first difference found stops the replay: every later
      *    round depends on this one, so comparing past it would only
      *    repeat the same divergence.
       CHECK-REPLAYED-ROUND.
           MOVE 'OK' TO ROUND-STATUS.
           IF LOG-FOR-RUN = 'Y'
               IF ORIG-PRESENT(TEST_ROUND) NOT = 'Y'
                   MOVE 'ROUND NOT IN ORIGINAL LOG' TO DIVERGE-REASON
                   MOVE 'Y' TO DIVERGED
               ELSE
                   IF ROUND-ATTACKER NOT = ORIG-ATTACKER(TEST_ROUND)
                       MOVE 'ATTACKER' TO DIVERGE-REASON
                       MOVE 'Y' TO DIVERGED
                   ELSE
                   IF ROUND-ELEMENT NOT = ORIG-ELEMENT(TEST_ROUND)
                       MOVE 'SKILL ELEMENT' TO DIVERGE-REASON
                       MOVE 'Y' TO DIVERGED
                   ELSE
                   IF FINAL_DEMAGE NOT = ORIG-DAMAGE(TEST_ROUND)
                       MOVE 'DAMAGE' TO DIVERGE-REASON
                       MOVE 'Y' TO DIVERGED
                   ELSE
                   IF ROUND-DEFENDER-HP NOT =
                      ORIG-DEFENDER-HP(TEST_ROUND)
                       MOVE 'DEFENDER HP' TO DIVERGE-REASON
                       MOVE 'Y' TO DIVERGED
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               IF DIVERGED = 'Y'
                   MOVE TEST_ROUND TO DIVERGE-ROUND
                   MOVE 'DIFFERS' TO ROUND-STATUS
                   MOVE 'Y' TO REPLAY-DONE
               END-IF
           ELSE
               MOVE 'NO LOG' TO ROUND-STATUS
           END-IF.

       WRITE-ROUND-LINE.
           MOVE TEST_ROUND TO RD-ROUND.
           MOVE ROUND-ATTACKER TO RD-ATTACKER.
           MOVE ROUND-ELEMENT TO RD-ELEMENT.
           MOVE FINAL_DEMAGE TO RD-DAMAGE.
           MOVE ROUND-DEFENDER-HP TO RD-DEFENDER-HP.
           MOVE SPACES TO RD-ORIG-SIDE.
           IF LOG-FOR-RUN = 'Y' AND ORIG-PRESENT(TEST_ROUND) = 'Y'
               MOVE ORIG-ELEMENT(TEST_ROUND) TO RD-ORIG-ELEMENT
               MOVE ORIG-DAMAGE(TEST_ROUND) TO RD-ORIG-DAMAGE
               MOVE ORIG-DEFENDER-HP(TEST_ROUND) TO
               RD-ORIG-DEFENDER-HP
           END-IF.
           MOVE ROUND-STATUS TO RD-STATUS.
           MOVE REPLAY-ROUND-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.

      *    The replay finished without a difference, but the original
      *    log goes on: the original pairing lasted longer.
       CHECK-REPLAY-LENGTH.
           IF DIVERGED = 'N' AND LOG-FOR-RUN = 'Y'
              AND ORIG-LAST-ROUND > TEST_ROUND
               COMPUTE DIVERGE-ROUND = TEST_ROUND + 1
               MOVE 'ORIGINAL FOUGHT ON, REPLAY ENDED' TO
               DIVERGE-REASON
               MOVE 'Y' TO DIVERGED
           END-IF.

      *    Without the log this is the whole check; with it, a
      *    difference here can only mean the log and the archive
      *    disagree with each other.
       CHECK-REPLAY-OUTCOME.
           IF DIVERGED = 'N'
               IF REPLAY-WINNER NOT = ARC-WINNER
                  OR TEST_ROUND NOT = ARC-ROUND-COUNT
                  OR battle_myhealth_point NOT = ARC-MY-HP-LEFT
                  OR battle_grandhealth_point NOT = ARC-GRAND-HP-LEFT
                  OR MY-TOTAL-DAMAGE NOT = ARC-MY-TOTAL-DAMAGE
                  OR GRAND-TOTAL-DAMAGE NOT = ARC-GRAND-TOTAL-DAMAGE
                   MOVE 0 TO DIVERGE-ROUND
                   MOVE 'OUTCOME DIFFERS FROM ARCHIVE' TO
                   DIVERGE-REASON
                   MOVE 'Y' TO DIVERGED
               END-IF
           END-IF.

       WRITE-REPLAY-VERDICT.
           MOVE SPACES TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE 'ARCHIVED' TO RO-LABEL.
           PERFORM EDIT-OUTCOME-WINNER.
           MOVE ARC-ROUND-COUNT TO RO-ROUNDS.
           MOVE ARC-MY-HP-LEFT TO RO-MY-HP.
           MOVE ARC-GRAND-HP-LEFT TO RO-GRAND-HP.
           MOVE ARC-MY-TOTAL-DAMAGE TO RO-MY-DMG.
           MOVE ARC-GRAND-TOTAL-DAMAGE TO RO-GRAND-DMG.
           MOVE REPLAY-OUTCOME-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           IF DIVERGED = 'Y'
               MOVE DIVERGE-ROUND TO RV-ROUND
               MOVE DIVERGE-REASON TO RV-REASON
               MOVE REPLAY-DIVERGE-LINE TO REPLAY-LINE
               WRITE REPLAY-LINE
               DISPLAY 'replay diverged at round ' DIVERGE-ROUND
               ' - ' DIVERGE-REASON
           ELSE
               PERFORM WRITE-REPRODUCED-CERTIFICATE
           END-IF.

       EDIT-OUTCOME-WINNER.
           EVALUATE ARC-WINNER
               WHEN 1
                   MOVE 'MY' TO RO-WINNER
               WHEN 2
                   MOVE 'GRAND' TO RO-WINNER
               WHEN OTHER
                   MOVE 'DRAW' TO RO-WINNER
           END-EVALUATE.

       WRITE-REPRODUCED-CERTIFICATE.
           MOVE SPACES TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE CERT-RULE-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE 'REPRODUCED' TO CERT-TEXT.
           MOVE CERT-TEXT-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE RPL-RUN-ID TO CP-RUN-ID.
           MOVE RPL-PAIRING-SEQ TO CP-PAIRING-SEQ.
           MOVE CERT-PAIRING-TEXT TO CERT-TEXT.
           MOVE CERT-TEXT-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE battle_myname TO CF-MY-NAME.
           MOVE battle_grandname TO CF-GRAND-NAME.
           MOVE CERT-FIGHTER-TEXT TO CERT-TEXT.
           MOVE CERT-TEXT-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE TEST_ROUND TO CM-ROUNDS.
           IF LOG-FOR-RUN = 'Y'
               MOVE 'MATCHED ROUND BY ROUND' TO CM-BASIS
           ELSE
               MOVE 'MATCHED ARCHIVE TOTALS' TO CM-BASIS
           END-IF.
           MOVE CERT-MATCH-TEXT TO CERT-TEXT.
           MOVE CERT-TEXT-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE RULES-PROFILE-ACTIVE TO CR-PROFILE.
           MOVE CERT-RULES-TEXT TO CERT-TEXT.
           MOVE CERT-TEXT-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           MOVE CERT-RULE-LINE TO REPLAY-LINE.
           WRITE REPLAY-LINE.
           DISPLAY 'replay reproduced run ' RPL-RUN-ID
           ' pairing ' RPL-PAIRING-SEQ.

       MY-ATTACK-AROUND.
            MOVE battle_myNormal TO LOOKUP-ATTACKER-TYPE.

            MOVE battle_mySKILL_1_ELEMENT TO LOOKUP-SKILL-ELEMENT.
            MOVE battle_grandNormal TO LOOKUP-DEFENDER-TYPE.
            PERFORM FIND-EFFECTIVE-RATIO.
            PERFORM FIND-STAB-MULTIPLIER.
            COMPUTE FINAL_DEMAGE_ONE =  battle_mySKILL_1_DEMAGE *
            battle_myattack/ battle_grandDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

            MOVE battle_mySKILL_2_ELEMENT TO LOOKUP-SKILL-ELEMENT.
            PERFORM FIND-EFFECTIVE-RATIO.
            PERFORM FIND-STAB-MULTIPLIER.
            COMPUTE FINAL_DEMAGE_TWO =  battle_mySKILL_2_DEMAGE *
            battle_myattack/ battle_grandDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

            MOVE battle_mySKILL_3_ELEMENT TO LOOKUP-SKILL-ELEMENT.
            PERFORM FIND-EFFECTIVE-RATIO.
            PERFORM FIND-STAB-MULTIPLIER.
            COMPUTE FINAL_DEMAGE_THREE =  battle_mySKILL_3_DEMAGE *
            battle_myattack/ battle_grandDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

            MOVE battle_mySKILL_4_ELEMENT TO LOOKUP-SKILL-ELEMENT.
            PERFORM FIND-EFFECTIVE-RATIO.
            PERFORM FIND-STAB-MULTIPLIER.
            COMPUTE FINAL_DEMAGE_FOUR =  battle_mySKILL_4_DEMAGE *
            battle_myattack/ battle_grandDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

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


       GRAND-ATTACK-ROUND.
            MOVE battle_grandNormal TO LOOKUP-ATTACKER-TYPE.

            MOVE battle_grandSKILL_1_ELEMENT TO LOOKUP-SKILL-ELEMENT.
            MOVE battle_myNormal TO LOOKUP-DEFENDER-TYPE.
            PERFORM FIND-EFFECTIVE-RATIO.
            PERFORM FIND-STAB-MULTIPLIER.
            COMPUTE FINAL_DEMAGE_ONE = battle_grandSKILL_1_DEMAGE *
            battle_grandattack/ battle_myDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

            MOVE battle_grandSKILL_2_ELEMENT TO LOOKUP-SKILL-ELEMENT.
            PERFORM FIND-EFFECTIVE-RATIO.
            PERFORM FIND-STAB-MULTIPLIER.
            COMPUTE FINAL_DEMAGE_TWO = (battle_grandSKILL_2_DEMAGE *
            battle_grandattack)/battle_myDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

            MOVE battle_grandSKILL_3_ELEMENT TO LOOKUP-SKILL-ELEMENT.
            PERFORM FIND-EFFECTIVE-RATIO.
            PERFORM FIND-STAB-MULTIPLIER.
            COMPUTE FINAL_DEMAGE_THREE = (battle_grandSKILL_3_DEMAGE *
            battle_grandattack)/battle_myDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

            MOVE battle_grandSKILL_4_ELEMENT TO LOOKUP-SKILL-ELEMENT.
            PERFORM FIND-EFFECTIVE-RATIO.
            PERFORM FIND-STAB-MULTIPLIER.
            COMPUTE FINAL_DEMAGE_FOUR = (battle_grandSKILL_4_DEMAGE *
            battle_grandattack)/battle_myDefense * EFFECTIVE_RATIO_VALUE
            * STAB-MULTIPLIER.

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
