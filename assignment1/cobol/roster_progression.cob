      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  roster-progression.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_TEST_OUTPUT ASSIGN TO
       'testcase/battle_results.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_TEST_OUTPUT.

       SELECT FILE_BATTLE_LOG ASSIGN TO
       'testcase/battle_log.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_BATTLE_LOG.

       SELECT FILE_MY_STATISTICS ASSIGN TO
       'testcase/my_statistics.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_MYSTAT.

       SELECT FILE_EXPERIENCE_LEDGER ASSIGN TO
       'testcase/experience_ledger.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_EXPERIENCE_LEDGER.

       SELECT FILE_TRANSACTIONS ASSIGN TO
       'testcase/roster_transactions.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_TRANSACTIONS.

       SELECT FILE_CREDIT_REGISTER ASSIGN TO
       'testcase/progression_register.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_CREDIT_REGISTER.

       SELECT FILE_PROGRESSION_REPORT ASSIGN TO
       'testcase/progression_report.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_PROGRESSION_REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD FILE_TEST_OUTPUT.
           01 RESULT.
               03 MY_MONSTER PIC X(15).
               03 GRAND_MONSTER PIC X(15).
               03 winner PIC 9(1).
               03 RESULT-ROUND-COUNT PIC 9(3).
               03 RESULT-WINNER-HP PIC 9(3).
               03 RESULT-MY-TOTAL-DAMAGE PIC 9(6)V999.
               03 RESULT-GRAND-TOTAL-DAMAGE PIC 9(6)V999.
               03 RESULT-MY-HP-LEFT PIC S9(3).
               03 RESULT-GRAND-HP-LEFT PIC S9(3).
               03 RESULT-PAIRING-START PIC X(27).
               03 RESULT-CONTROL-ROW PIC 9(4).
               03 RESULT-SET-NAME PIC X(40).
           01 RESULT-RUN-HEADER.
               03 RESULT-HDR-TAG PIC X(15).
               03 RESULT-HDR-RUN-ID PIC X(14).
               03 FILLER PIC X(1).
               03 RESULT-HDR-MODE-FLAGS PIC X(3).
               03 FILLER PIC X(1).
               03 RESULT-HDR-PROFILE PIC X(8).
           01 RESULT-RUN-TRAILER.
               03 RESULT-TRL-TAG PIC X(15).
               03 RESULT-TRL-RUN-ID PIC X(14).
               03 FILLER PIC X(1).
               03 RESULT-TRL-COUNT PIC 9(6).

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
           01 LOG-RUN-TRAILER.
               03 LOG-TRL-TAG PIC X(15).
               03 LOG-TRL-RUN-ID PIC X(14).
               03 FILLER PIC X(1).
               03 LOG-TRL-COUNT PIC 9(6).

       FD  FILE_MY_STATISTICS.
           01 MY_STAT.
               03 mystat-name pic X(15).
               03 FILLER PIC X(72).

      *    One record per my-monster that has ever been credited:
      *    running experience, the level it has earned, and the run
      *    that last credited it.
       FD FILE_EXPERIENCE_LEDGER.
           01 LEDGER-RECORD.
               03 LED-NAME PIC X(15).
               03 LED-EXPERIENCE PIC 9(7).
               03 LED-LEVEL PIC 9(3).
               03 LED-LAST-RUN-ID PIC X(14).
               03 LED-PAIRINGS PIC 9(5).

       FD FILE_TRANSACTIONS.
           01 TRX-RECORD.
               03 TRX-ACTION PIC X(1).
               03 TRX-STAT.
                   05 TRX-NAME PIC X(15).
                   05 TRX-NORMAL PIC X(8).
                   05 TRX-HEALTH-POINT PIC 9(3).
                   05 TRX-ATTACK PIC 9(3).
                   05 TRX-DEFENSE PIC 9(3).
                   05 TRX-SPEED PIC 9(3).
                   05 TRX-SKILL-1-ELEMENT PIC X(8).
                   05 TRX-SKILL-1-DEMAGE PIC 9(3).
                   05 TRX-SKILL-2-ELEMENT PIC X(8).
                   05 TRX-SKILL-2-DEMAGE PIC 9(3).
                   05 TRX-SKILL-3-ELEMENT PIC X(8).
                   05 TRX-SKILL-3-DEMAGE PIC 9(3).
                   05 TRX-SKILL-4-ELEMENT PIC X(8).
                   05 TRX-SKILL-4-DEMAGE PIC 9(3).
                   05 TRX-SKILL-1-PP PIC X(2).
                   05 TRX-SKILL-2-PP PIC X(2).
                   05 TRX-SKILL-3-PP PIC X(2).
                   05 TRX-SKILL-4-PP PIC X(2).

      *    One line per run ever credited, appended when the ledger
      *    is rewritten. A run found here is never credited again,
      *    whatever has been credited to its monsters since.
       FD FILE_CREDIT_REGISTER.
           01 CREDIT-REGISTER-LINE.
               03 CRG-RUN-ID PIC X(14).
               03 FILLER PIC X(1).
               03 CRG-STAMP PIC X(14).
               03 FILLER PIC X(1).
               03 CRG-MONSTERS PIC 9(4).
               03 FILLER PIC X(1).
               03 CRG-TRX-WRITTEN PIC 9(4).

       FD FILE_PROGRESSION_REPORT.
           01 PROGRESSION-LINE.
               03 PRG-NAME PIC X(15).
               03 FILLER PIC X(1).
               03 PRG-PAIRINGS PIC ZZZZ9.
               03 FILLER PIC X(1).
               03 PRG-XP-GAINED PIC ZZZZ9.
               03 FILLER PIC X(1).
               03 PRG-XP-TOTAL PIC Z(6)9.
               03 FILLER PIC X(1).
               03 PRG-OLD-LEVEL PIC ZZ9.
               03 FILLER PIC X(1).
               03 PRG-NEW-LEVEL PIC ZZ9.
               03 FILLER PIC X(1).
               03 PRG-ACTION PIC X(30).
           01 PROGRESSION-TEXT-LINE.
               03 PRG-TEXT PIC X(80).
           01 PROGRESSION-HEAD-LINE.
               03 PRG-HEAD-LABEL PIC X(20).
               03 PRG-HEAD-RUN-ID PIC X(14).
           01 PROGRESSION-SUMMARY-LINE.
               03 PRG-SUM-LABEL PIC X(24).
               03 PRG-SUM-CREDITED PIC ZZZ9.
               03 FILLER PIC X(2).
               03 PRG-SUM-LEVEL-LABEL PIC X(10).
               03 PRG-SUM-LEVEL-UPS PIC ZZZ9.
           01 PROGRESSION-REJECT-LINE.
               03 PRG-REJ-LABEL PIC X(19).
               03 PRG-REJ-REASON PIC X(50).


       WORKING-STORAGE SECTION.
       01 FS_TEST_OUTPUT PIC 99.
       01 FS_BATTLE_LOG PIC 99.
       01 FS_MYSTAT PIC 99.
       01 FS_EXPERIENCE_LEDGER PIC 99.
       01 FS_TRANSACTIONS PIC 99.
       01 FS_PROGRESSION_REPORT PIC 99.
       01 FS_CREDIT_REGISTER PIC 99.
       01 WS-RESULT-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-LOG-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-STAT-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-LEDGER-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-TRX-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-PAIRING-DONE PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF-FLAG PIC X(1) VALUE 'N'.

       01 WS-RUN-STAMP.
           05 WS-RUN-STAMP-DATE PIC 9(8).
           05 WS-RUN-STAMP-TIME PIC 9(6).
       01 WS-CLOCK-TIME.
           05 WS-CLOCK-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).

       01 WS-RESULT-RUN-ID PIC X(14) VALUE SPACES.
       01 WS-LOG-RUN-ID PIC X(14) VALUE SPACES.
       01 WS-RESULT-TRL-SEEN PIC X(1) VALUE 'N'.
       01 WS-LOG-TRL-SEEN PIC X(1) VALUE 'N'.
       01 WS-RESULT-TRL-COUNT PIC 9(6) VALUE 0.
       01 WS-LOG-TRL-COUNT PIC 9(6) VALUE 0.
       01 WS-RESULT-DATA-COUNT PIC 9(6) VALUE 0.
       01 WS-LOG-DATA-COUNT PIC 9(6) VALUE 0.
       01 WS-DRAW-LINES-TAKEN PIC 9(4) VALUE 0.
       01 WS-LOG-MY-SUM PIC 9(6)V999 VALUE 0.

       01 WS-RUN-OK PIC X(1) VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(50) VALUE SPACES.

      *    Experience per pairing: a flat award for the outcome, one
      *    point per round survived and one per ten points of damage
      *    the my-monster dealt according to the battle log. Every
      *    hundred points is a level, and each level gained raises
      *    the four stats by the growth amounts below.
       01 WS-XP-WIN PIC 9(3) VALUE 30.
       01 WS-XP-DRAW PIC 9(3) VALUE 15.
       01 WS-XP-LOSS PIC 9(3) VALUE 5.
       01 WS-XP-DAMAGE-DIVISOR PIC 9(3) VALUE 10.
       01 WS-XP-PER-LEVEL PIC 9(3) VALUE 100.
       01 WS-GROW-HEALTH-POINT PIC 9(2) VALUE 5.
       01 WS-GROW-ATTACK PIC 9(2) VALUE 2.
       01 WS-GROW-DEFENSE PIC 9(2) VALUE 2.
       01 WS-GROW-SPEED PIC 9(2) VALUE 1.
       01 WS-STAT-LIMIT PIC 9(3) VALUE 999.

       01 WS-PAIRING-XP PIC 9(5) VALUE 0.
       01 WS-DAMAGE-XP PIC 9(5) VALUE 0.

       01 WS-LEDGER-COUNT PIC 9(4) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ROW OCCURS 200 TIMES INDEXED BY WS-LED-IDX.
               10 WS-LED-NAME PIC X(15).
               10 WS-LED-EXPERIENCE PIC 9(7).
               10 WS-LED-LEVEL PIC 9(3).
               10 WS-LED-LAST-RUN-ID PIC X(14).
               10 WS-LED-PAIRINGS PIC 9(5).
               10 WS-LED-OLD-LEVEL PIC 9(3).
               10 WS-LED-RUN-XP PIC 9(5).
               10 WS-LED-RUN-PAIRINGS PIC 9(5).
       01 WS-LED-MATCH-IDX PIC 9(4) VALUE 0.
       01 WS-LED-FULL-COUNT PIC 9(6) VALUE 0.

       01 WS-STAT-COUNT PIC 9(4) VALUE 0.
       01 WS-STAT-TABLE.
           05 WS-STAT-RECORD PIC X(87) OCCURS 200 TIMES
              INDEXED BY WS-STAT-IDX.
       01 WS-STAT-MATCH-IDX PIC 9(4) VALUE 0.
       01 WS-LOOKUP-NAME PIC X(15).

       01 WS-NEW-LEVEL PIC 9(5) VALUE 0.
       01 WS-LEVELS-GAINED PIC 9(3) VALUE 0.
       01 WS-RAISED-STAT PIC 9(5) VALUE 0.
       01 WS-CREDITED-COUNT PIC 9(4) VALUE 0.
       01 WS-LEVEL-UP-COUNT PIC 9(4) VALUE 0.
       01 WS-TRX-WRITTEN PIC 9(4) VALUE 0.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-RUN-STAMP-TIME.
           PERFORM LOAD-LEDGER-TABLE.
           PERFORM OPEN-RUN-FILES.
           PERFORM CREDIT-ONE-PAIRING
              UNTIL WS-RESULT-EOF-FLAG = 'Y'.
           PERFORM COUNT-TRAILING-LOG-LINES
              UNTIL WS-LOG-EOF-FLAG = 'Y'.
           CLOSE FILE_TEST_OUTPUT.
           CLOSE FILE_BATTLE_LOG.
           PERFORM CHECK-RUN-COMPLETENESS.
           PERFORM CHECK-RUN-NOT-CREDITED.
           OPEN OUTPUT FILE_PROGRESSION_REPORT.
           PERFORM WRITE-REPORT-HEADING.
      *    Nothing is posted from a run that cannot be trusted: the
      *    ledger and the transaction file are left exactly as they
      *    were.
           IF WS-RUN-OK = 'Y'
               PERFORM LOAD-STAT-TABLE
               PERFORM LOAD-PENDING-CHANGES
               PERFORM APPLY-LEVEL-GROWTH
               PERFORM REWRITE-LEDGER-FILE
           END-IF.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE FILE_PROGRESSION_REPORT.
           IF WS-RUN-OK = 'Y'
               DISPLAY 'progression: run ' WS-RESULT-RUN-ID
               ' credited, ' WS-TRX-WRITTEN ' stat change(s) written'
           ELSE
               DISPLAY 'progression: run not credited - '
               WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-LEDGER-TABLE.
           OPEN INPUT FILE_EXPERIENCE_LEDGER.
           IF FS_EXPERIENCE_LEDGER NOT = 00
               MOVE 'Y' TO WS-LEDGER-EOF-FLAG
           END-IF.
           PERFORM READ-LEDGER-RECORD
              UNTIL WS-LEDGER-EOF-FLAG = 'Y'.
           CLOSE FILE_EXPERIENCE_LEDGER.

       READ-LEDGER-RECORD.
           READ FILE_EXPERIENCE_LEDGER INTO LEDGER-RECORD
           IF FS_EXPERIENCE_LEDGER = 10
               MOVE 'Y' TO WS-LEDGER-EOF-FLAG
           ELSE
               IF WS-LEDGER-COUNT < 200
                   ADD 1 TO WS-LEDGER-COUNT
                   MOVE LED-NAME TO WS-LED-NAME(WS-LEDGER-COUNT)
                   MOVE LED-EXPERIENCE TO
                   WS-LED-EXPERIENCE(WS-LEDGER-COUNT)
                   MOVE LED-LEVEL TO WS-LED-LEVEL(WS-LEDGER-COUNT)
                   MOVE LED-LEVEL TO WS-LED-OLD-LEVEL(WS-LEDGER-COUNT)
                   MOVE LED-LAST-RUN-ID TO
                   WS-LED-LAST-RUN-ID(WS-LEDGER-COUNT)
                   MOVE LED-PAIRINGS TO WS-LED-PAIRINGS(WS-LEDGER-COUNT)
                   MOVE 0 TO WS-LED-RUN-XP(WS-LEDGER-COUNT)
                   MOVE 0 TO WS-LED-RUN-PAIRINGS(WS-LEDGER-COUNT)
               END-IF
           END-IF.

       OPEN-RUN-FILES.
           OPEN INPUT FILE_TEST_OUTPUT.
           IF FS_TEST_OUTPUT = 35
               DISPLAY 'battle_results.txt not exist'
               MOVE 'Y' TO WS-RESULT-EOF-FLAG
           END-IF.
           OPEN INPUT FILE_BATTLE_LOG.
           IF FS_BATTLE_LOG = 35
               DISPLAY 'battle_log.txt not exist'
               MOVE 'Y' TO WS-LOG-EOF-FLAG
           END-IF.

      *    The log lines for a pairing are taken exactly as the
      *    reconciliation does: up to the knockout line, or one line
      *    per recorded round for a draw at the round cap. Only the
      *    damage the my-monster dealt earns experience.
       CREDIT-ONE-PAIRING.
           READ FILE_TEST_OUTPUT INTO RESULT
           IF FS_TEST_OUTPUT = 10
               MOVE 'Y' TO WS-RESULT-EOF-FLAG
           ELSE
               IF RESULT-HDR-TAG = 'RUNHDR'
                   MOVE RESULT-HDR-RUN-ID TO WS-RESULT-RUN-ID
               ELSE
                   IF RESULT-TRL-TAG = 'RUNTRL'
                       MOVE 'Y' TO WS-RESULT-TRL-SEEN
                       MOVE RESULT-TRL-COUNT TO WS-RESULT-TRL-COUNT
                   ELSE
                       ADD 1 TO WS-RESULT-DATA-COUNT
                       MOVE 0 TO WS-LOG-MY-SUM
                       MOVE 'N' TO WS-PAIRING-DONE
                       IF winner = 0
                           MOVE 0 TO WS-DRAW-LINES-TAKEN
                           PERFORM CONSUME-DRAW-LOG-LINE
                              UNTIL WS-DRAW-LINES-TAKEN >=
                                 RESULT-ROUND-COUNT
                                 OR WS-LOG-EOF-FLAG = 'Y'
                       ELSE
                           PERFORM CONSUME-PAIRING-LOG-LINE
                              UNTIL WS-PAIRING-DONE = 'Y'
                                 OR WS-LOG-EOF-FLAG = 'Y'
                       END-IF
                       PERFORM AWARD-PAIRING-EXPERIENCE
                   END-IF
               END-IF
           END-IF.

       CONSUME-PAIRING-LOG-LINE.
           READ FILE_BATTLE_LOG INTO BATTLE-LOG-RECORD
           IF FS_BATTLE_LOG = 10
               MOVE 'Y' TO WS-LOG-EOF-FLAG
           ELSE
               IF LOG-HDR-TAG = 'RUNHDR'
                   MOVE LOG-HDR-RUN-ID TO WS-LOG-RUN-ID
               ELSE
                   IF LOG-TRL-TAG = 'RUNTRL'
                       MOVE 'Y' TO WS-LOG-TRL-SEEN
                       MOVE LOG-TRL-COUNT TO WS-LOG-TRL-COUNT
                   ELSE
                       ADD 1 TO WS-LOG-DATA-COUNT
                       IF LOG-ATTACKER-NAME = MY_MONSTER
                           ADD LOG-DAMAGE TO WS-LOG-MY-SUM
                       END-IF
                       IF LOG-DEFENDER-HP-AFTER <= 0
                           MOVE 'Y' TO WS-PAIRING-DONE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONSUME-DRAW-LOG-LINE.
           READ FILE_BATTLE_LOG INTO BATTLE-LOG-RECORD
           IF FS_BATTLE_LOG = 10
               MOVE 'Y' TO WS-LOG-EOF-FLAG
           ELSE
               IF LOG-HDR-TAG = 'RUNHDR'
                   MOVE LOG-HDR-RUN-ID TO WS-LOG-RUN-ID
               ELSE
                   IF LOG-TRL-TAG = 'RUNTRL'
                       MOVE 'Y' TO WS-LOG-TRL-SEEN
                       MOVE LOG-TRL-COUNT TO WS-LOG-TRL-COUNT
                   ELSE
                       ADD 1 TO WS-LOG-DATA-COUNT
                       ADD 1 TO WS-DRAW-LINES-TAKEN
                       IF LOG-ATTACKER-NAME = MY_MONSTER
                           ADD LOG-DAMAGE TO WS-LOG-MY-SUM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AWARD-PAIRING-EXPERIENCE.
           EVALUATE winner
               WHEN 1
                   MOVE WS-XP-WIN TO WS-PAIRING-XP
               WHEN 0
                   MOVE WS-XP-DRAW TO WS-PAIRING-XP
               WHEN OTHER
                   MOVE WS-XP-LOSS TO WS-PAIRING-XP
           END-EVALUATE.
           ADD RESULT-ROUND-COUNT TO WS-PAIRING-XP.
           DIVIDE WS-LOG-MY-SUM BY WS-XP-DAMAGE-DIVISOR
              GIVING WS-DAMAGE-XP.
           ADD WS-DAMAGE-XP TO WS-PAIRING-XP.
           MOVE MY_MONSTER TO WS-LOOKUP-NAME.
           PERFORM FIND-LEDGER-BY-LOOKUP-NAME.
           IF WS-LED-MATCH-IDX = 0
               IF WS-LEDGER-COUNT < 200
                   ADD 1 TO WS-LEDGER-COUNT
                   MOVE WS-LEDGER-COUNT TO WS-LED-MATCH-IDX
                   MOVE MY_MONSTER TO WS-LED-NAME(WS-LED-MATCH-IDX)
                   MOVE 0 TO WS-LED-EXPERIENCE(WS-LED-MATCH-IDX)
                   MOVE 1 TO WS-LED-LEVEL(WS-LED-MATCH-IDX)
                   MOVE 1 TO WS-LED-OLD-LEVEL(WS-LED-MATCH-IDX)
                   MOVE SPACES TO WS-LED-LAST-RUN-ID(WS-LED-MATCH-IDX)
                   MOVE 0 TO WS-LED-PAIRINGS(WS-LED-MATCH-IDX)
                   MOVE 0 TO WS-LED-RUN-XP(WS-LED-MATCH-IDX)
                   MOVE 0 TO WS-LED-RUN-PAIRINGS(WS-LED-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-LED-FULL-COUNT
               END-IF
           END-IF.
           IF WS-LED-MATCH-IDX > 0
               ADD WS-PAIRING-XP TO WS-LED-RUN-XP(WS-LED-MATCH-IDX)
               ADD 1 TO WS-LED-RUN-PAIRINGS(WS-LED-MATCH-IDX)
           END-IF.

       FIND-LEDGER-BY-LOOKUP-NAME.
           MOVE 0 TO WS-LED-MATCH-IDX.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
              UNTIL WS-LED-IDX > WS-LEDGER-COUNT
                 OR WS-LED-MATCH-IDX > 0
               IF WS-LED-NAME(WS-LED-IDX) = WS-LOOKUP-NAME
                   MOVE WS-LED-IDX TO WS-LED-MATCH-IDX
               END-IF
           END-PERFORM.

       COUNT-TRAILING-LOG-LINES.
           READ FILE_BATTLE_LOG INTO BATTLE-LOG-RECORD
           IF FS_BATTLE_LOG = 10
               MOVE 'Y' TO WS-LOG-EOF-FLAG
           ELSE
               IF LOG-HDR-TAG = 'RUNHDR'
                   MOVE LOG-HDR-RUN-ID TO WS-LOG-RUN-ID
               ELSE
                   IF LOG-TRL-TAG = 'RUNTRL'
                       MOVE 'Y' TO WS-LOG-TRL-SEEN
                       MOVE LOG-TRL-COUNT TO WS-LOG-TRL-COUNT
                   ELSE
                       ADD 1 TO WS-LOG-DATA-COUNT
                   END-IF
               END-IF
           END-IF.

      *    Both files must carry their RUNTRL record with a count
      *    that agrees with the data records read, and both must
      *    belong to the same run, before any experience is posted.
       CHECK-RUN-COMPLETENESS.
           IF WS-RESULT-TRL-SEEN = 'N'
              OR WS-LOG-TRL-SEEN = 'N'
               MOVE 'N' TO WS-RUN-OK
               MOVE 'run trailer missing' TO WS-REJECT-REASON
           END-IF.
           IF WS-RESULT-TRL-SEEN = 'Y'
              AND WS-RESULT-TRL-COUNT NOT = WS-RESULT-DATA-COUNT
               MOVE 'N' TO WS-RUN-OK
               MOVE 'results record count disagrees with trailer' TO
               WS-REJECT-REASON
           END-IF.
           IF WS-LOG-TRL-SEEN = 'Y'
              AND WS-LOG-TRL-COUNT NOT = WS-LOG-DATA-COUNT
               MOVE 'N' TO WS-RUN-OK
               MOVE 'log record count disagrees with trailer' TO
               WS-REJECT-REASON
           END-IF.
           IF WS-LOG-RUN-ID NOT = WS-RESULT-RUN-ID
               MOVE 'N' TO WS-RUN-OK
               MOVE 'log run id differs from results run id' TO
               WS-REJECT-REASON
           END-IF.
           IF WS-RESULT-RUN-ID = SPACES
               MOVE 'N' TO WS-RUN-OK
               MOVE 'run header missing' TO WS-REJECT-REASON
           END-IF.
           IF WS-LED-FULL-COUNT > 0
               MOVE 'N' TO WS-RUN-OK
               MOVE 'experience ledger is full' TO WS-REJECT-REASON
           END-IF.

      *    The register is the record of every run credited; the
      *    ledger's last run per monster is still checked so a run
      *    credited before the register was kept is refused too.
       CHECK-RUN-NOT-CREDITED.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
              UNTIL WS-LED-IDX > WS-LEDGER-COUNT
               IF WS-LED-LAST-RUN-ID(WS-LED-IDX) = WS-RESULT-RUN-ID
                  AND WS-RESULT-RUN-ID NOT = SPACES
                   MOVE 'N' TO WS-RUN-OK
                   MOVE 'run already credited to the ledger' TO
                   WS-REJECT-REASON
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-REGISTER-EOF-FLAG.
           OPEN INPUT FILE_CREDIT_REGISTER.
           IF FS_CREDIT_REGISTER NOT = 00
               MOVE 'Y' TO WS-REGISTER-EOF-FLAG
               IF FS_CREDIT_REGISTER NOT = 35
                   MOVE 'N' TO WS-RUN-OK
                   MOVE 'progression_register.txt cannot be read' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.
           PERFORM READ-ONE-REGISTER-LINE
              UNTIL WS-REGISTER-EOF-FLAG = 'Y'.
           IF FS_CREDIT_REGISTER NOT = 35
               CLOSE FILE_CREDIT_REGISTER
           END-IF.

       READ-ONE-REGISTER-LINE.
           READ FILE_CREDIT_REGISTER INTO CREDIT-REGISTER-LINE
           IF FS_CREDIT_REGISTER = 10
               MOVE 'Y' TO WS-REGISTER-EOF-FLAG
           ELSE
               IF CRG-RUN-ID = WS-RESULT-RUN-ID
                  AND WS-RESULT-RUN-ID NOT = SPACES
                   MOVE 'N' TO WS-RUN-OK
                   MOVE 'run already credited to the ledger' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.

       LOAD-STAT-TABLE.
           OPEN INPUT FILE_MY_STATISTICS.
           IF FS_MYSTAT NOT = 00
               DISPLAY 'my_statistics.txt not exist'
               MOVE 'Y' TO WS-STAT-EOF-FLAG
           END-IF.
           PERFORM READ-STAT-RECORD
              UNTIL WS-STAT-EOF-FLAG = 'Y'.
           CLOSE FILE_MY_STATISTICS.

       READ-STAT-RECORD.
           READ FILE_MY_STATISTICS INTO MY_STAT
           IF FS_MYSTAT = 10
               MOVE 'Y' TO WS-STAT-EOF-FLAG
           ELSE
               IF WS-STAT-COUNT < 200
                   ADD 1 TO WS-STAT-COUNT
                   MOVE MY_STAT TO WS-STAT-RECORD(WS-STAT-COUNT)
               END-IF
           END-IF.

      *    roster_maintenance applies the whole transaction file in
      *    order, so a 'C' already waiting there is what the monster
      *    will look like once it runs; growth is built on top of
      *    that rather than on the master as it stands.
       LOAD-PENDING-CHANGES.
           OPEN INPUT FILE_TRANSACTIONS.
           IF FS_TRANSACTIONS NOT = 00
               MOVE 'Y' TO WS-TRX-EOF-FLAG
           END-IF.
           PERFORM READ-PENDING-CHANGE
              UNTIL WS-TRX-EOF-FLAG = 'Y'.
           CLOSE FILE_TRANSACTIONS.

       READ-PENDING-CHANGE.
           READ FILE_TRANSACTIONS INTO TRX-RECORD
           IF FS_TRANSACTIONS = 10
               MOVE 'Y' TO WS-TRX-EOF-FLAG
           ELSE
               IF TRX-ACTION = 'C'
                   MOVE TRX-NAME TO WS-LOOKUP-NAME
                   PERFORM FIND-STAT-BY-LOOKUP-NAME
                   IF WS-STAT-MATCH-IDX > 0
                       MOVE TRX-STAT TO
                       WS-STAT-RECORD(WS-STAT-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

      *    The stat master is never written here. A monster that has
      *    crossed a level threshold gets a 'C' transaction built
      *    from its current master record with the raised stats,
      *    appended to roster_transactions.txt for the next
      *    roster_maintenance run to apply and log.
       APPLY-LEVEL-GROWTH.
           OPEN EXTEND FILE_TRANSACTIONS.
           IF FS_TRANSACTIONS = 35
               OPEN OUTPUT FILE_TRANSACTIONS
           END-IF.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
              UNTIL WS-LED-IDX > WS-LEDGER-COUNT
               IF WS-LED-RUN-PAIRINGS(WS-LED-IDX) > 0
                   PERFORM CREDIT-LEDGER-ROW
               END-IF
           END-PERFORM.
           CLOSE FILE_TRANSACTIONS.

       CREDIT-LEDGER-ROW.
           ADD 1 TO WS-CREDITED-COUNT.
           ADD WS-LED-RUN-XP(WS-LED-IDX) TO
              WS-LED-EXPERIENCE(WS-LED-IDX).
           ADD WS-LED-RUN-PAIRINGS(WS-LED-IDX) TO
              WS-LED-PAIRINGS(WS-LED-IDX).
           MOVE WS-RESULT-RUN-ID TO WS-LED-LAST-RUN-ID(WS-LED-IDX).
           DIVIDE WS-LED-EXPERIENCE(WS-LED-IDX) BY WS-XP-PER-LEVEL
              GIVING WS-NEW-LEVEL.
           ADD 1 TO WS-NEW-LEVEL.
           IF WS-NEW-LEVEL > 999
               MOVE 999 TO WS-NEW-LEVEL
           END-IF.
           MOVE SPACES TO PROGRESSION-LINE.
           MOVE WS-LED-NAME(WS-LED-IDX) TO PRG-NAME.
           MOVE WS-LED-RUN-PAIRINGS(WS-LED-IDX) TO PRG-PAIRINGS.
           MOVE WS-LED-RUN-XP(WS-LED-IDX) TO PRG-XP-GAINED.
           MOVE WS-LED-EXPERIENCE(WS-LED-IDX) TO PRG-XP-TOTAL.
           MOVE WS-LED-OLD-LEVEL(WS-LED-IDX) TO PRG-OLD-LEVEL.
           MOVE WS-NEW-LEVEL TO PRG-NEW-LEVEL.
           IF WS-NEW-LEVEL > WS-LED-LEVEL(WS-LED-IDX)
               COMPUTE WS-LEVELS-GAINED =
                  WS-NEW-LEVEL - WS-LED-LEVEL(WS-LED-IDX)
               MOVE WS-LED-NAME(WS-LED-IDX) TO WS-LOOKUP-NAME
               PERFORM FIND-STAT-BY-LOOKUP-NAME
               IF WS-STAT-MATCH-IDX = 0
      *    A monster no longer on the roster keeps its experience,
      *    but its level is held back so the growth is not lost if
      *    it is added again.
                   MOVE 'level held - not on roster' TO PRG-ACTION
               ELSE
                   MOVE WS-NEW-LEVEL TO WS-LED-LEVEL(WS-LED-IDX)
                   ADD 1 TO WS-LEVEL-UP-COUNT
                   PERFORM WRITE-GROWTH-TRANSACTION
                   MOVE 'C transaction written' TO PRG-ACTION
               END-IF
           END-IF.
           WRITE PROGRESSION-LINE.

       FIND-STAT-BY-LOOKUP-NAME.
           MOVE 0 TO WS-STAT-MATCH-IDX.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
              UNTIL WS-STAT-IDX > WS-STAT-COUNT
                 OR WS-STAT-MATCH-IDX > 0
               MOVE WS-STAT-RECORD(WS-STAT-IDX) TO MY_STAT
               IF mystat-name = WS-LOOKUP-NAME
                   MOVE WS-STAT-IDX TO WS-STAT-MATCH-IDX
               END-IF
           END-PERFORM.

       WRITE-GROWTH-TRANSACTION.
           MOVE SPACES TO TRX-RECORD.
           MOVE 'C' TO TRX-ACTION.
           MOVE WS-STAT-RECORD(WS-STAT-MATCH-IDX) TO TRX-STAT.
           COMPUTE WS-RAISED-STAT = TRX-HEALTH-POINT
              + WS-GROW-HEALTH-POINT * WS-LEVELS-GAINED.
           IF WS-RAISED-STAT > WS-STAT-LIMIT
               MOVE WS-STAT-LIMIT TO WS-RAISED-STAT
           END-IF.
           MOVE WS-RAISED-STAT TO TRX-HEALTH-POINT.
           COMPUTE WS-RAISED-STAT = TRX-ATTACK
              + WS-GROW-ATTACK * WS-LEVELS-GAINED.
           IF WS-RAISED-STAT > WS-STAT-LIMIT
               MOVE WS-STAT-LIMIT TO WS-RAISED-STAT
           END-IF.
           MOVE WS-RAISED-STAT TO TRX-ATTACK.
           COMPUTE WS-RAISED-STAT = TRX-DEFENSE
              + WS-GROW-DEFENSE * WS-LEVELS-GAINED.
           IF WS-RAISED-STAT > WS-STAT-LIMIT
               MOVE WS-STAT-LIMIT TO WS-RAISED-STAT
           END-IF.
           MOVE WS-RAISED-STAT TO TRX-DEFENSE.
           COMPUTE WS-RAISED-STAT = TRX-SPEED
              + WS-GROW-SPEED * WS-LEVELS-GAINED.
           IF WS-RAISED-STAT > WS-STAT-LIMIT
               MOVE WS-STAT-LIMIT TO WS-RAISED-STAT
           END-IF.
           MOVE WS-RAISED-STAT TO TRX-SPEED.
           WRITE TRX-RECORD.
           ADD 1 TO WS-TRX-WRITTEN.

       REWRITE-LEDGER-FILE.
           OPEN OUTPUT FILE_EXPERIENCE_LEDGER.
           PERFORM VARYING WS-LED-IDX FROM 1 BY 1
              UNTIL WS-LED-IDX > WS-LEDGER-COUNT
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-LED-NAME(WS-LED-IDX) TO LED-NAME
               MOVE WS-LED-EXPERIENCE(WS-LED-IDX) TO LED-EXPERIENCE
               MOVE WS-LED-LEVEL(WS-LED-IDX) TO LED-LEVEL
               MOVE WS-LED-LAST-RUN-ID(WS-LED-IDX) TO LED-LAST-RUN-ID
               MOVE WS-LED-PAIRINGS(WS-LED-IDX) TO LED-PAIRINGS
               WRITE LEDGER-RECORD
           END-PERFORM.
           CLOSE FILE_EXPERIENCE_LEDGER.
           PERFORM APPEND-CREDIT-REGISTER.

       APPEND-CREDIT-REGISTER.
           OPEN EXTEND FILE_CREDIT_REGISTER.
           IF FS_CREDIT_REGISTER = 35
               OPEN OUTPUT FILE_CREDIT_REGISTER
           END-IF.
           MOVE SPACES TO CREDIT-REGISTER-LINE.
           MOVE WS-RESULT-RUN-ID TO CRG-RUN-ID.
           MOVE WS-RUN-STAMP TO CRG-STAMP.
           MOVE WS-CREDITED-COUNT TO CRG-MONSTERS.
           MOVE WS-TRX-WRITTEN TO CRG-TRX-WRITTEN.
           WRITE CREDIT-REGISTER-LINE.
           CLOSE FILE_CREDIT_REGISTER.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO PROGRESSION-HEAD-LINE.
           MOVE 'PROGRESSION FOR RUN' TO PRG-HEAD-LABEL.
           MOVE WS-RESULT-RUN-ID TO PRG-HEAD-RUN-ID.
           WRITE PROGRESSION-HEAD-LINE.
           MOVE SPACES TO PROGRESSION-TEXT-LINE.
           MOVE 'MONSTER         PAIRS  GAIN   TOTAL OLD NEW ACTION'
              TO PRG-TEXT.
           WRITE PROGRESSION-TEXT-LINE.

       WRITE-REPORT-SUMMARY.
           IF WS-RUN-OK = 'Y'
               MOVE SPACES TO PROGRESSION-SUMMARY-LINE
               MOVE 'RUN CREDITED - MONSTERS' TO PRG-SUM-LABEL
               MOVE WS-CREDITED-COUNT TO PRG-SUM-CREDITED
               MOVE 'LEVEL-UPS' TO PRG-SUM-LEVEL-LABEL
               MOVE WS-LEVEL-UP-COUNT TO PRG-SUM-LEVEL-UPS
               WRITE PROGRESSION-SUMMARY-LINE
           ELSE
               MOVE SPACES TO PROGRESSION-REJECT-LINE
               MOVE 'RUN NOT CREDITED -' TO PRG-REJ-LABEL
               MOVE WS-REJECT-REASON TO PRG-REJ-REASON
               WRITE PROGRESSION-REJECT-LINE
           END-IF.
