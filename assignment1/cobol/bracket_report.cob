      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  bracket-report.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_TEST_OUTPUT ASSIGN TO
       'testcase/battle_results.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_TEST_OUTPUT.

       SELECT FILE_BRACKET_REPORT ASSIGN TO
       'testcase/bracket_report.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_BRACKET_REPORT.

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
      *    tournament_control.txt row and set name the pairing was
      *    fought under; row 0000 is an exhibition pairing.
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

       FD FILE_BRACKET_REPORT.
           01 REPORT-LINE PIC X(100).


       WORKING-STORAGE SECTION.
       01 FS_TEST_OUTPUT PIC 99.
       01 FS_BRACKET_REPORT PIC 99.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-RESULTS-MISSING PIC X(1) VALUE 'N'.

      *    The run ID is the simulator's start date and time,
      *    YYYYMMDDHHMMSS; the run date on the page heading is taken
      *    from its first eight characters.
       01 WS-RUN-ID.
           05 WS-RUN-ID-DATE.
               10 WS-RUN-ID-YYYY PIC X(4).
               10 WS-RUN-ID-MM PIC X(2).
               10 WS-RUN-ID-DD PIC X(2).
           05 WS-RUN-ID-TIME PIC X(6).
       01 WS-HEADER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-COUNT PIC 9(6) VALUE 0.
       01 WS-RESULT-COUNT PIC 9(6) VALUE 0.
       01 WS-RUN-INCOMPLETE PIC X(1) VALUE 'N'.

       01 WS-PRINT-DATE.
           05 WS-PRINT-YYYY PIC X(4).
           05 WS-PRINT-MM PIC X(2).
           05 WS-PRINT-DD PIC X(2).

      *    Page control: a new page (with the title, run and column
      *    headings) is started once WS-LINES-PER-PAGE lines have been
      *    printed on the current one. The line count starts full so
      *    the first line printed brings out page 1.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-LINES-NEEDED PIC 9(3) VALUE 0.
       01 WS-PRINT-LINE PIC X(100).

      *    The set now being listed. A pairing whose control row or
      *    set name differs from it closes the set and opens the next.
       01 WS-SET-OPEN PIC X(1) VALUE 'N'.
       01 WS-CUR-SET-KEY.
           05 WS-CUR-CONTROL-ROW PIC 9(4) VALUE 0.
           05 WS-CUR-SET-NAME PIC X(40) VALUE SPACES.
       01 WS-THIS-SET-KEY.
           05 WS-THIS-CONTROL-ROW PIC 9(4) VALUE 0.
           05 WS-THIS-SET-NAME PIC X(40) VALUE SPACES.

       01 WS-SET-TOTALS.
           05 WS-SET-PAIRINGS PIC 9(4) VALUE 0.
           05 WS-SET-WINS PIC 9(4) VALUE 0.
           05 WS-SET-LOSSES PIC 9(4) VALUE 0.
           05 WS-SET-DRAWS PIC 9(4) VALUE 0.
           05 WS-SET-ROUNDS PIC 9(6) VALUE 0.
           05 WS-SET-MY-DAMAGE PIC 9(8)V999 VALUE 0.
           05 WS-SET-GRAND-DAMAGE PIC 9(8)V999 VALUE 0.
           05 WS-SET-LAST-WINNER PIC 9(1) VALUE 0.
       01 WS-SET-VERDICT PIC X(5) VALUE SPACES.
       01 WS-SET-BASIS PIC X(40) VALUE SPACES.

       01 WS-BRACKET-TOTALS.
           05 WS-SETS-FOUGHT PIC 9(4) VALUE 0.
           05 WS-SETS-WON PIC 9(4) VALUE 0.
           05 WS-SETS-LOST PIC 9(4) VALUE 0.
           05 WS-SETS-DRAWN PIC 9(4) VALUE 0.
           05 WS-BRK-WINS PIC 9(6) VALUE 0.
           05 WS-BRK-LOSSES PIC 9(6) VALUE 0.
           05 WS-BRK-DRAWS PIC 9(6) VALUE 0.
           05 WS-BRK-ROUNDS PIC 9(7) VALUE 0.
           05 WS-BRK-MY-DAMAGE PIC 9(9)V999 VALUE 0.
           05 WS-BRK-GRAND-DAMAGE PIC 9(9)V999 VALUE 0.

      *    Distinct my-side monsters sent out, within the set and
      *    across the whole bracket.
       01 WS-SET-USED-COUNT PIC 9(4) VALUE 0.
       01 WS-SET-USED-TABLE.
           05 WS-SET-USED-NAME PIC X(15) OCCURS 200 TIMES
              INDEXED BY WS-SET-USED-IDX.
       01 WS-BRK-USED-COUNT PIC 9(4) VALUE 0.
       01 WS-BRK-USED-TABLE.
           05 WS-BRK-USED-NAME PIC X(15) OCCURS 200 TIMES
              INDEXED BY WS-BRK-USED-IDX.
       01 WS-FOUND-FLAG PIC X(1).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(47) VALUE
              'POKEMON BATTLE - TOURNAMENT BRACKET REPORT'.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'PAGE '.
           05 WS-TTL-PAGE PIC ZZZ9.
       01 WS-RUN-LINE.
           05 FILLER PIC X(7) VALUE 'RUN ID '.
           05 WS-RL-RUN-ID PIC X(14).
           05 FILLER PIC X(12) VALUE '   RUN DATE '.
           05 WS-RL-RUN-YYYY PIC X(4).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-RL-RUN-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-RL-RUN-DD PIC X(2).
           05 FILLER PIC X(11) VALUE '   PRINTED '.
           05 WS-RL-PRT-YYYY PIC X(4).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-RL-PRT-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-RL-PRT-DD PIC X(2).

       01 WS-SET-HEAD-LINE.
           05 FILLER PIC X(4) VALUE 'SET '.
           05 WS-SH-LABEL PIC X(12).
           05 WS-SH-ROW PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SH-NAME PIC X(40).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SH-CONTINUED PIC X(11).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'MY MONSTER'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'GRAND MONSTER'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE 'RSLT'.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE 'RND'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE ' MY DAMAGE'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE ' GR DAMAGE'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE 'MYHP'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE 'GRHP'.
       01 WS-RULE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(83) VALUE ALL '-'.
       01 WS-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-MY-MONSTER PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-GRAND-MONSTER PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-RESULT PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-ROUNDS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-MY-DAMAGE PIC ZZZZZ9.999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-GRAND-DAMAGE PIC ZZZZZ9.999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-MY-HP PIC ---9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-GRAND-HP PIC ---9.

       01 WS-SUB-COUNT-LINE.
           05 FILLER PIC X(24) VALUE '  SET TOTALS   PAIRINGS '.
           05 WS-SC-PAIRINGS PIC ZZZ9.
           05 FILLER PIC X(6) VALUE '   WON'.
           05 WS-SC-WINS PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE '   LOST'.
           05 WS-SC-LOSSES PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE '   DRAWN'.
           05 WS-SC-DRAWS PIC ZZZZ9.
       01 WS-SUB-DAMAGE-LINE.
           05 FILLER PIC X(22) VALUE '                ROUNDS'.
           05 WS-SD-ROUNDS PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE '   DAMAGE DEALT'.
           05 WS-SD-MY-DAMAGE PIC ZZZZZZZZ9.999.
           05 FILLER PIC X(15) VALUE '   DAMAGE TAKEN'.
           05 WS-SD-GRAND-DAMAGE PIC ZZZZZZZZ9.999.
       01 WS-SUB-USED-LINE.
           05 FILLER PIC X(32) VALUE
              '                MY MONSTERS USED'.
           05 WS-SU-USED PIC ZZZ9.
       01 WS-VERDICT-LINE.
           05 FILLER PIC X(14) VALUE '  SET RESULT: '.
           05 WS-VL-VERDICT PIC X(5).
           05 FILLER PIC X(3) VALUE ' - '.
           05 WS-VL-BASIS PIC X(40).

       01 WS-GRAND-HEAD-LINE.
           05 FILLER PIC X(20) VALUE 'BRACKET GRAND TOTALS'.
       01 WS-GRAND-SETS-LINE.
           05 FILLER PIC X(22) VALUE '  SETS FOUGHT'.
           05 WS-GS-FOUGHT PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE '   WON'.
           05 WS-GS-WON PIC ZZZZZ9.
           05 FILLER PIC X(7) VALUE '   LOST'.
           05 WS-GS-LOST PIC ZZZZZ9.
           05 FILLER PIC X(8) VALUE '   DRAWN'.
           05 WS-GS-DRAWN PIC ZZZZZ9.
       01 WS-GRAND-PAIRS-LINE.
           05 FILLER PIC X(22) VALUE '  PAIRINGS FOUGHT'.
           05 WS-GP-PAIRINGS PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE '   WON'.
           05 WS-GP-WINS PIC ZZZZZ9.
           05 FILLER PIC X(7) VALUE '   LOST'.
           05 WS-GP-LOSSES PIC ZZZZZ9.
           05 FILLER PIC X(8) VALUE '   DRAWN'.
           05 WS-GP-DRAWS PIC ZZZZZ9.
       01 WS-GRAND-DAMAGE-LINE.
           05 FILLER PIC X(21) VALUE '  ROUNDS'.
           05 WS-GD-ROUNDS PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE '   DAMAGE DEALT'.
           05 WS-GD-MY-DAMAGE PIC ZZZZZZZZ9.999.
           05 FILLER PIC X(15) VALUE '   DAMAGE TAKEN'.
           05 WS-GD-GRAND-DAMAGE PIC ZZZZZZZZ9.999.
       01 WS-GRAND-USED-LINE.
           05 FILLER PIC X(22) VALUE '  MY MONSTERS USED'.
           05 WS-GU-USED PIC ZZZZZ9.
       01 WS-BALANCE-LINE.
           05 FILLER PIC X(22) VALUE '  RUNTRL COUNT'.
           05 WS-BL-TRAILER-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(21) VALUE '   PAIRINGS REPORTED '.
           05 WS-BL-RESULT-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-BL-STATUS PIC X(30).
       01 WS-END-LINE.
           05 FILLER PIC X(23) VALUE '*** END OF REPORT ***'.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPEN-FILES.
           PERFORM READ-ONE-RESULT UNTIL WS-EOF-FLAG = 'Y'.
           IF WS-SET-OPEN = 'Y'
               PERFORM CLOSE-SET
           END-IF.
           PERFORM CHECK-RUN-COMPLETENESS.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM CLOSE-FILES.
           IF WS-RESULTS-MISSING = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-RUN-INCOMPLETE = 'Y'
               DISPLAY 'battle_results.txt is an incomplete run'
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       OPEN-FILES.
           MOVE SPACES TO WS-RUN-ID.
           ACCEPT WS-PRINT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT FILE_TEST_OUTPUT.
           IF FS_TEST_OUTPUT = 35
               DISPLAY 'battle_results.txt not exist'
               MOVE 'Y' TO WS-RESULTS-MISSING
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           OPEN OUTPUT FILE_BRACKET_REPORT.

       CLOSE-FILES.
           CLOSE FILE_TEST_OUTPUT.
           CLOSE FILE_BRACKET_REPORT.

       READ-ONE-RESULT.
           READ FILE_TEST_OUTPUT INTO RESULT
           IF FS_TEST_OUTPUT = 10
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF RESULT-HDR-TAG = 'RUNHDR'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE RESULT-HDR-RUN-ID TO WS-RUN-ID
               ELSE
                   IF RESULT-TRL-TAG = 'RUNTRL'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE RESULT-TRL-COUNT TO WS-TRAILER-COUNT
                   ELSE
                       ADD 1 TO WS-RESULT-COUNT
                       PERFORM REPORT-ONE-PAIRING
                   END-IF
               END-IF
           END-IF.

      *    Results written before the set was carried on each record
      *    have no control row or set name; they are grouped as one
      *    set under row 0000.
       REPORT-ONE-PAIRING.
           IF RESULT-CONTROL-ROW IS NUMERIC
               MOVE RESULT-CONTROL-ROW TO WS-THIS-CONTROL-ROW
           ELSE
               MOVE 0 TO WS-THIS-CONTROL-ROW
           END-IF.
           IF RESULT-SET-NAME = SPACES
               MOVE '(set not recorded)' TO WS-THIS-SET-NAME
           ELSE
               MOVE RESULT-SET-NAME TO WS-THIS-SET-NAME
           END-IF.
           IF WS-SET-OPEN = 'Y'
              AND WS-THIS-SET-KEY NOT = WS-CUR-SET-KEY
               PERFORM CLOSE-SET
           END-IF.
           IF WS-SET-OPEN = 'N'
               PERFORM OPEN-SET
           END-IF.
           PERFORM TALLY-PAIRING.
           PERFORM PRINT-PAIRING-LINE.

       OPEN-SET.
           MOVE WS-THIS-SET-KEY TO WS-CUR-SET-KEY.
           MOVE 0 TO WS-SET-PAIRINGS.
           MOVE 0 TO WS-SET-WINS.
           MOVE 0 TO WS-SET-LOSSES.
           MOVE 0 TO WS-SET-DRAWS.
           MOVE 0 TO WS-SET-ROUNDS.
           MOVE 0 TO WS-SET-MY-DAMAGE.
           MOVE 0 TO WS-SET-GRAND-DAMAGE.
           MOVE 0 TO WS-SET-LAST-WINNER.
           MOVE 0 TO WS-SET-USED-COUNT.
           ADD 1 TO WS-SETS-FOUGHT.
      *    A set heading is not left alone at the foot of a page:
      *    it starts a new page unless the heading, column lines and
      *    at least one pairing still fit.
           MOVE 6 TO WS-LINES-NEEDED.
           PERFORM CHECK-ROOM-ON-PAGE.
           IF WS-LINE-COUNT > 4
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-SH-CONTINUED.
           PERFORM PRINT-SET-HEADING.
           MOVE 'Y' TO WS-SET-OPEN.

       PRINT-SET-HEADING.
           IF WS-CUR-CONTROL-ROW = 0
               MOVE 'EXHIBITION' TO WS-SH-LABEL
               MOVE SPACES TO WS-SH-ROW
           ELSE
               MOVE 'CONTROL ROW ' TO WS-SH-LABEL
               MOVE WS-CUR-CONTROL-ROW TO WS-SH-ROW
           END-IF.
           MOVE WS-CUR-SET-NAME TO WS-SH-NAME.
           MOVE WS-SET-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-RULE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

       TALLY-PAIRING.
           ADD 1 TO WS-SET-PAIRINGS.
           MOVE winner TO WS-SET-LAST-WINNER.
           IF winner = 1
               ADD 1 TO WS-SET-WINS
               ADD 1 TO WS-BRK-WINS
           END-IF.
           IF winner = 2
               ADD 1 TO WS-SET-LOSSES
               ADD 1 TO WS-BRK-LOSSES
           END-IF.
           IF winner = 0
               ADD 1 TO WS-SET-DRAWS
               ADD 1 TO WS-BRK-DRAWS
           END-IF.
           ADD RESULT-ROUND-COUNT TO WS-SET-ROUNDS.
           ADD RESULT-ROUND-COUNT TO WS-BRK-ROUNDS.
           ADD RESULT-MY-TOTAL-DAMAGE TO WS-SET-MY-DAMAGE.
           ADD RESULT-MY-TOTAL-DAMAGE TO WS-BRK-MY-DAMAGE.
           ADD RESULT-GRAND-TOTAL-DAMAGE TO WS-SET-GRAND-DAMAGE.
           ADD RESULT-GRAND-TOTAL-DAMAGE TO WS-BRK-GRAND-DAMAGE.
           PERFORM COUNT-SET-MONSTER-USED.
           PERFORM COUNT-BRACKET-MONSTER-USED.

       COUNT-SET-MONSTER-USED.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SET-USED-IDX FROM 1 BY 1
              UNTIL WS-SET-USED-IDX > WS-SET-USED-COUNT
                 OR WS-FOUND-FLAG = 'Y'
               IF WS-SET-USED-NAME(WS-SET-USED-IDX) = MY_MONSTER
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
              AND WS-SET-USED-COUNT < 200
               ADD 1 TO WS-SET-USED-COUNT
               MOVE MY_MONSTER TO WS-SET-USED-NAME(WS-SET-USED-COUNT)
           END-IF.

       COUNT-BRACKET-MONSTER-USED.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-BRK-USED-IDX FROM 1 BY 1
              UNTIL WS-BRK-USED-IDX > WS-BRK-USED-COUNT
                 OR WS-FOUND-FLAG = 'Y'
               IF WS-BRK-USED-NAME(WS-BRK-USED-IDX) = MY_MONSTER
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
              AND WS-BRK-USED-COUNT < 200
               ADD 1 TO WS-BRK-USED-COUNT
               MOVE MY_MONSTER TO WS-BRK-USED-NAME(WS-BRK-USED-COUNT)
           END-IF.

      *    RSLT is from my side: WIN, LOSS, or DRAW at the round cap.
       PRINT-PAIRING-LINE.
           MOVE MY_MONSTER TO WS-DL-MY-MONSTER.
           MOVE GRAND_MONSTER TO WS-DL-GRAND-MONSTER.
           IF winner = 1
               MOVE 'WIN' TO WS-DL-RESULT
           END-IF.
           IF winner = 2
               MOVE 'LOSS' TO WS-DL-RESULT
           END-IF.
           IF winner = 0
               MOVE 'DRAW' TO WS-DL-RESULT
           END-IF.
           MOVE RESULT-ROUND-COUNT TO WS-DL-ROUNDS.
           MOVE RESULT-MY-TOTAL-DAMAGE TO WS-DL-MY-DAMAGE.
           MOVE RESULT-GRAND-TOTAL-DAMAGE TO WS-DL-GRAND-DAMAGE.
           MOVE RESULT-MY-HP-LEFT TO WS-DL-MY-HP.
           MOVE RESULT-GRAND-HP-LEFT TO WS-DL-GRAND-HP.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *    A set is decided by who is left standing: the side that
      *    won its last pairing knocked out the other side's last
      *    monster. A set whose last pairing was a round-cap draw
      *    is decided on pairings won and lost, and drawn if those
      *    are level.
       CLOSE-SET.
           EVALUATE WS-SET-LAST-WINNER
               WHEN 1
                   MOVE 'WON' TO WS-SET-VERDICT
                   MOVE 'last pairing won by my side' TO
                   WS-SET-BASIS
               WHEN 2
                   MOVE 'LOST' TO WS-SET-VERDICT
                   MOVE 'last pairing won by the grandmaster' TO
                   WS-SET-BASIS
               WHEN OTHER
                   MOVE 'last pairing drawn, decided on pairings' TO
                   WS-SET-BASIS
                   IF WS-SET-WINS > WS-SET-LOSSES
                       MOVE 'WON' TO WS-SET-VERDICT
                   ELSE
                       IF WS-SET-WINS < WS-SET-LOSSES
                           MOVE 'LOST' TO WS-SET-VERDICT
                       ELSE
                           MOVE 'DRAWN' TO WS-SET-VERDICT
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-SET-VERDICT = 'WON'
               ADD 1 TO WS-SETS-WON
           END-IF.
           IF WS-SET-VERDICT = 'LOST'
               ADD 1 TO WS-SETS-LOST
           END-IF.
           IF WS-SET-VERDICT = 'DRAWN'
               ADD 1 TO WS-SETS-DRAWN
           END-IF.
           MOVE 5 TO WS-LINES-NEEDED.
           PERFORM CHECK-ROOM-ON-PAGE.
           MOVE WS-RULE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-SET-PAIRINGS TO WS-SC-PAIRINGS.
           MOVE WS-SET-WINS TO WS-SC-WINS.
           MOVE WS-SET-LOSSES TO WS-SC-LOSSES.
           MOVE WS-SET-DRAWS TO WS-SC-DRAWS.
           MOVE WS-SUB-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-SET-ROUNDS TO WS-SD-ROUNDS.
           MOVE WS-SET-MY-DAMAGE TO WS-SD-MY-DAMAGE.
           MOVE WS-SET-GRAND-DAMAGE TO WS-SD-GRAND-DAMAGE.
           MOVE WS-SUB-DAMAGE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-SET-USED-COUNT TO WS-SU-USED.
           MOVE WS-SUB-USED-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-SET-VERDICT TO WS-VL-VERDICT.
           MOVE WS-SET-BASIS TO WS-VL-BASIS.
           MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE 'N' TO WS-SET-OPEN.

      *    A missing RUNHDR or RUNTRL, or a RUNTRL count that does not
      *    agree with the pairings listed, means the totals do not
      *    stand for the whole bracket.
       CHECK-RUN-COMPLETENESS.
           IF WS-HEADER-SEEN = 'N'
              OR WS-TRAILER-SEEN = 'N'
               MOVE 'Y' TO WS-RUN-INCOMPLETE
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-RESULT-COUNT
                   MOVE 'Y' TO WS-RUN-INCOMPLETE
               END-IF
           END-IF.

       PRINT-GRAND-TOTALS.
           MOVE 9 TO WS-LINES-NEEDED.
           PERFORM CHECK-ROOM-ON-PAGE.
           IF WS-LINE-COUNT > 4
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE WS-GRAND-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-RULE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-SETS-FOUGHT TO WS-GS-FOUGHT.
           MOVE WS-SETS-WON TO WS-GS-WON.
           MOVE WS-SETS-LOST TO WS-GS-LOST.
           MOVE WS-SETS-DRAWN TO WS-GS-DRAWN.
           MOVE WS-GRAND-SETS-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-RESULT-COUNT TO WS-GP-PAIRINGS.
           MOVE WS-BRK-WINS TO WS-GP-WINS.
           MOVE WS-BRK-LOSSES TO WS-GP-LOSSES.
           MOVE WS-BRK-DRAWS TO WS-GP-DRAWS.
           MOVE WS-GRAND-PAIRS-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-BRK-ROUNDS TO WS-GD-ROUNDS.
           MOVE WS-BRK-MY-DAMAGE TO WS-GD-MY-DAMAGE.
           MOVE WS-BRK-GRAND-DAMAGE TO WS-GD-GRAND-DAMAGE.
           MOVE WS-GRAND-DAMAGE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-BRK-USED-COUNT TO WS-GU-USED.
           MOVE WS-GRAND-USED-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-TRAILER-COUNT TO WS-BL-TRAILER-COUNT.
           MOVE WS-RESULT-COUNT TO WS-BL-RESULT-COUNT.
           IF WS-RUN-INCOMPLETE = 'N'
               MOVE 'IN BALANCE' TO WS-BL-STATUS
           ELSE
               IF WS-HEADER-SEEN = 'N'
                   MOVE 'OUT OF BALANCE - NO RUNHDR' TO WS-BL-STATUS
               ELSE
                   IF WS-TRAILER-SEEN = 'N'
                       MOVE 'OUT OF BALANCE - NO RUNTRL' TO
                       WS-BL-STATUS
                   ELSE
                       MOVE 'OUT OF BALANCE' TO WS-BL-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE WS-BALANCE-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE WS-END-LINE TO WS-PRINT-LINE.
           PERFORM PRINT-REPORT-LINE.

       CHECK-ROOM-ON-PAGE.
           IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.

       PRINT-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE BEFORE ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

      *    Every page after the first starts on a new sheet. When a
      *    set runs over a page its heading is repeated, marked
      *    CONTINUED.
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-TTL-PAGE.
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE BEFORE ADVANCING PAGE
           END-IF.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE BEFORE ADVANCING 1 LINE.
           MOVE WS-RUN-ID TO WS-RL-RUN-ID.
           MOVE WS-RUN-ID-YYYY TO WS-RL-RUN-YYYY.
           MOVE WS-RUN-ID-MM TO WS-RL-RUN-MM.
           MOVE WS-RUN-ID-DD TO WS-RL-RUN-DD.
           MOVE WS-PRINT-YYYY TO WS-RL-PRT-YYYY.
           MOVE WS-PRINT-MM TO WS-RL-PRT-MM.
           MOVE WS-PRINT-DD TO WS-RL-PRT-DD.
           MOVE WS-RUN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE BEFORE ADVANCING 1 LINE.
           MOVE 3 TO WS-LINE-COUNT.
           IF WS-SET-OPEN = 'Y'
               MOVE '(CONTINUED)' TO WS-SH-CONTINUED
               PERFORM PRINT-SET-HEADING
           END-IF.
