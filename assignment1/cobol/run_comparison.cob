      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  run-comparison.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_COMPARE_REQUEST ASSIGN TO
       'testcase/compare_runs.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_COMPARE_REQUEST.

       SELECT FILE_ARCHIVE ASSIGN TO
       'testcase/results_archive.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARC-KEY
       ALTERNATE RECORD KEY IS ARC-MY-MONSTER WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARC-GRAND-MONSTER WITH DUPLICATES
       FILE STATUS IS FS_ARCHIVE.

       SELECT FILE_COMPARISON ASSIGN TO
       'testcase/run_comparison.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_COMPARISON.

       DATA DIVISION.
       FILE SECTION.
      *    One line: the two run IDs to compare (A is normally the
      *    earlier run), then how far the round count and either
      *    side's total damage may move before a pairing is reported.
      *    A blank or non-numeric threshold takes the default below.
       FD FILE_COMPARE_REQUEST.
           01 COMPARE-REQUEST-RECORD.
               03 CMP-RUN-ID-A PIC X(14).
               03 CMP-RUN-ID-B PIC X(14).
               03 CMP-ROUND-THRESHOLD PIC X(3).
               03 CMP-DAMAGE-THRESHOLD PIC X(6).

      *    Sequence 000000 of each run carries its RUNHDR (mode flags
      *    and rules profile); the pairings follow from 000001.
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
                   05 ARC-PAIRING-START PIC X(27).
                   05 ARC-CONTROL-ROW PIC 9(4).
                   05 ARC-SET-NAME PIC X(40).
               03 ARC-RUN-INFO REDEFINES ARC-RESULT.
                   05 ARC-INFO-TAG PIC X(15).
                   05 ARC-INFO-MODE-FLAGS PIC X(3).
                   05 FILLER PIC X(1).
                   05 ARC-INFO-PROFILE PIC X(8).
                   05 FILLER PIC X(105).

       FD FILE_COMPARISON.
           01 COMPARISON-LINE PIC X(100).


       WORKING-STORAGE SECTION.
       01 FS_COMPARE_REQUEST PIC 99.
       01 FS_ARCHIVE PIC 99.
       01 FS_COMPARISON PIC 99.
       01 WS-ARCHIVE-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-REQUEST-OK PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-OPEN PIC X(1) VALUE 'N'.

       01 WS-ROUND-THRESHOLD PIC 9(3) VALUE 3.
       01 WS-DAMAGE-THRESHOLD PIC 9(6) VALUE 50.

      *    The run being loaded: 'A' or 'B' picks the table below.
       01 WS-LOAD-SIDE PIC X(1).
       01 WS-LOAD-RUN-ID PIC X(14).

      *    One table per run. A pairing is matched on my monster +
      *    grandmaster name; when the same pairing was fought more
      *    than once in a run, the occurrences are matched in order.
       01 WS-RUN-A-FOUND PIC X(1) VALUE 'N'.
       01 WS-RUN-A-MODE-FLAGS PIC X(3) VALUE SPACES.
       01 WS-RUN-A-PROFILE PIC X(8) VALUE SPACES.
       01 WS-A-COUNT PIC 9(4) VALUE 0.
       01 WS-A-TABLE.
           05 WS-A-ROW OCCURS 500 TIMES.
               10 WS-A-SEQ PIC 9(6).
               10 WS-A-MY PIC X(15).
               10 WS-A-GRAND PIC X(15).
               10 WS-A-WINNER PIC 9(1).
               10 WS-A-ROUNDS PIC 9(3).
               10 WS-A-MY-DMG PIC 9(6)V999.
               10 WS-A-GRAND-DMG PIC 9(6)V999.
               10 WS-A-MATCHED PIC X(1).

       01 WS-RUN-B-FOUND PIC X(1) VALUE 'N'.
       01 WS-RUN-B-MODE-FLAGS PIC X(3) VALUE SPACES.
       01 WS-RUN-B-PROFILE PIC X(8) VALUE SPACES.
       01 WS-B-COUNT PIC 9(4) VALUE 0.
       01 WS-B-TABLE.
           05 WS-B-ROW OCCURS 500 TIMES.
               10 WS-B-SEQ PIC 9(6).
               10 WS-B-MY PIC X(15).
               10 WS-B-GRAND PIC X(15).
               10 WS-B-WINNER PIC 9(1).
               10 WS-B-ROUNDS PIC 9(3).
               10 WS-B-MY-DMG PIC 9(6)V999.
               10 WS-B-GRAND-DMG PIC 9(6)V999.
               10 WS-B-MATCHED PIC X(1).

       01 WS-A-IDX PIC 9(4).
       01 WS-B-IDX PIC 9(4).
       01 WS-MATCH-IDX PIC 9(4).
       01 WS-OVERFLOW-FLAG PIC X(1) VALUE 'N'.

       01 WS-ROUND-MOVE PIC S9(4).
       01 WS-MY-DMG-MOVE PIC S9(7)V999.
       01 WS-GRAND-DMG-MOVE PIC S9(7)V999.

       01 WS-A-WINS PIC 9(5) VALUE 0.
       01 WS-A-LOSSES PIC 9(5) VALUE 0.
       01 WS-A-DRAWS PIC 9(5) VALUE 0.
       01 WS-B-WINS PIC 9(5) VALUE 0.
       01 WS-B-LOSSES PIC 9(5) VALUE 0.
       01 WS-B-DRAWS PIC 9(5) VALUE 0.
       01 WS-FLIP-COUNT PIC 9(5) VALUE 0.
       01 WS-ROUND-MOVE-COUNT PIC 9(5) VALUE 0.
       01 WS-DAMAGE-MOVE-COUNT PIC 9(5) VALUE 0.
       01 WS-ONLY-A-COUNT PIC 9(5) VALUE 0.
       01 WS-ONLY-B-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-HEAD-LINE.
           05 FILLER PIC X(4) VALUE 'RUN '.
           05 WS-RH-SIDE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RH-RUN-ID PIC X(14).
           05 FILLER PIC X(7) VALUE '  MODE '.
           05 WS-RH-MODE-FLAGS PIC X(3).
           05 FILLER PIC X(10) VALUE '  PROFILE '.
           05 WS-RH-PROFILE PIC X(12).
           05 FILLER PIC X(11) VALUE '  PAIRINGS '.
           05 WS-RH-PAIRINGS PIC ZZZ9.

       01 WS-THRESHOLD-LINE.
           05 FILLER PIC X(24) VALUE 'THRESHOLDS  ROUNDS MOVE '.
           05 WS-TH-ROUNDS PIC ZZ9.
           05 FILLER PIC X(15) VALUE '  DAMAGE MOVE '.
           05 WS-TH-DAMAGE PIC ZZZZZ9.

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(15) VALUE 'MY MONSTER'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(15) VALUE 'GRANDMASTER'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE 'CHANGE'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(26) VALUE 'RUN A'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(26) VALUE 'RUN B'.

      *    The A and B columns read winner, rounds, then the damage
      *    dealt by my monster / by the grandmaster.
       01 WS-DETAIL-LINE.
           05 WS-DL-MY PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-GRAND PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-CHANGE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-A-SIDE.
               10 WS-DL-A-WINNER PIC X(1).
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DL-A-ROUNDS PIC ZZ9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DL-A-MY-DMG PIC ZZZZZ9.9.
               10 FILLER PIC X(1) VALUE '/'.
               10 WS-DL-A-GRAND-DMG PIC ZZZZZ9.9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 WS-DL-B-SIDE.
               10 WS-DL-B-WINNER PIC X(1).
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DL-B-ROUNDS PIC ZZ9.
               10 FILLER PIC X(1) VALUE SPACE.
               10 WS-DL-B-MY-DMG PIC ZZZZZ9.9.
               10 FILLER PIC X(1) VALUE '/'.
               10 WS-DL-B-GRAND-DMG PIC ZZZZZ9.9.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL PIC X(20).
           05 FILLER PIC X(7) VALUE 'RUN A  '.
           05 WS-TL-A-VALUE PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE '    RUN B '.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TL-B-VALUE PIC ZZZZ9.

       01 WS-COUNT-LINE.
           05 WS-CL-LABEL PIC X(27).
           05 WS-CL-VALUE PIC ZZZZ9.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-COMPARE-REQUEST.
           OPEN OUTPUT FILE_COMPARISON.
           IF WS-REQUEST-OK = 'Y'
               OPEN INPUT FILE_ARCHIVE
               IF FS_ARCHIVE = 00
                   MOVE 'Y' TO WS-ARCHIVE-OPEN
               ELSE
                   DISPLAY 'results_archive.txt not exist'
               END-IF
           END-IF.
           IF WS-ARCHIVE-OPEN = 'Y'
               MOVE 'A' TO WS-LOAD-SIDE
               MOVE CMP-RUN-ID-A TO WS-LOAD-RUN-ID
               PERFORM LOAD-ONE-RUN
               MOVE 'B' TO WS-LOAD-SIDE
               MOVE CMP-RUN-ID-B TO WS-LOAD-RUN-ID
               PERFORM LOAD-ONE-RUN
               CLOSE FILE_ARCHIVE
               PERFORM WRITE-COMPARISON-HEADING
               IF WS-RUN-A-FOUND = 'Y' AND WS-RUN-B-FOUND = 'Y'
                   PERFORM COMPARE-PAIRINGS
                   PERFORM WRITE-COMPARISON-TOTALS
               END-IF
           END-IF.
           CLOSE FILE_COMPARISON.
      *    Either run missing from the archive (or a run too big for
      *    the tables) means the report is not a full comparison.
           IF WS-RUN-A-FOUND = 'N' OR WS-RUN-B-FOUND = 'N'
              OR WS-OVERFLOW-FLAG = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       READ-COMPARE-REQUEST.
           OPEN INPUT FILE_COMPARE_REQUEST.
           IF FS_COMPARE_REQUEST NOT = 00
               DISPLAY 'compare_runs.txt not exist'
           ELSE
               READ FILE_COMPARE_REQUEST INTO COMPARE-REQUEST-RECORD
               IF FS_COMPARE_REQUEST = 00
                   MOVE 'Y' TO WS-REQUEST-OK
                   IF CMP-ROUND-THRESHOLD IS NUMERIC
                       MOVE CMP-ROUND-THRESHOLD TO WS-ROUND-THRESHOLD
                   END-IF
                   IF CMP-DAMAGE-THRESHOLD IS NUMERIC
                       MOVE CMP-DAMAGE-THRESHOLD TO
                       WS-DAMAGE-THRESHOLD
                   END-IF
               END-IF
               CLOSE FILE_COMPARE_REQUEST
           END-IF.

      *    The run ID leads the primary key, so one START on
      *    (run ID, 000000) followed by READ NEXT walks exactly that
      *    run: its header first, then its pairings in order.
       LOAD-ONE-RUN.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           MOVE WS-LOAD-RUN-ID TO ARC-RUN-ID.
           MOVE 0 TO ARC-PAIRING-SEQ.
           START FILE_ARCHIVE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-START.
           PERFORM LOAD-NEXT-RUN-RECORD
              UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'.

       LOAD-NEXT-RUN-RECORD.
           READ FILE_ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-READ.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
               IF ARC-RUN-ID NOT = WS-LOAD-RUN-ID
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               ELSE
                   IF WS-LOAD-SIDE = 'A'
                       PERFORM STORE-RUN-A-RECORD
                   ELSE
                       PERFORM STORE-RUN-B-RECORD
                   END-IF
               END-IF
           END-IF.

       STORE-RUN-A-RECORD.
           MOVE 'Y' TO WS-RUN-A-FOUND.
           IF ARC-PAIRING-SEQ = 0
               MOVE ARC-INFO-MODE-FLAGS TO WS-RUN-A-MODE-FLAGS
               MOVE ARC-INFO-PROFILE TO WS-RUN-A-PROFILE
           ELSE
               IF WS-A-COUNT < 500
                   ADD 1 TO WS-A-COUNT
                   MOVE ARC-PAIRING-SEQ TO WS-A-SEQ(WS-A-COUNT)
                   MOVE ARC-MY-MONSTER TO WS-A-MY(WS-A-COUNT)
                   MOVE ARC-GRAND-MONSTER TO WS-A-GRAND(WS-A-COUNT)
                   MOVE ARC-WINNER TO WS-A-WINNER(WS-A-COUNT)
                   MOVE ARC-ROUND-COUNT TO WS-A-ROUNDS(WS-A-COUNT)
                   MOVE ARC-MY-TOTAL-DAMAGE TO
                   WS-A-MY-DMG(WS-A-COUNT)
                   MOVE ARC-GRAND-TOTAL-DAMAGE TO
                   WS-A-GRAND-DMG(WS-A-COUNT)
                   MOVE 'N' TO WS-A-MATCHED(WS-A-COUNT)
                   EVALUATE ARC-WINNER
                       WHEN 1
                           ADD 1 TO WS-A-WINS
                       WHEN 2
                           ADD 1 TO WS-A-LOSSES
                       WHEN OTHER
                           ADD 1 TO WS-A-DRAWS
                   END-EVALUATE
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
               END-IF
           END-IF.

       STORE-RUN-B-RECORD.
           MOVE 'Y' TO WS-RUN-B-FOUND.
           IF ARC-PAIRING-SEQ = 0
               MOVE ARC-INFO-MODE-FLAGS TO WS-RUN-B-MODE-FLAGS
               MOVE ARC-INFO-PROFILE TO WS-RUN-B-PROFILE
           ELSE
               IF WS-B-COUNT < 500
                   ADD 1 TO WS-B-COUNT
                   MOVE ARC-PAIRING-SEQ TO WS-B-SEQ(WS-B-COUNT)
                   MOVE ARC-MY-MONSTER TO WS-B-MY(WS-B-COUNT)
                   MOVE ARC-GRAND-MONSTER TO WS-B-GRAND(WS-B-COUNT)
                   MOVE ARC-WINNER TO WS-B-WINNER(WS-B-COUNT)
                   MOVE ARC-ROUND-COUNT TO WS-B-ROUNDS(WS-B-COUNT)
                   MOVE ARC-MY-TOTAL-DAMAGE TO
                   WS-B-MY-DMG(WS-B-COUNT)
                   MOVE ARC-GRAND-TOTAL-DAMAGE TO
                   WS-B-GRAND-DMG(WS-B-COUNT)
                   MOVE 'N' TO WS-B-MATCHED(WS-B-COUNT)
                   EVALUATE ARC-WINNER
                       WHEN 1
                           ADD 1 TO WS-B-WINS
                       WHEN 2
                           ADD 1 TO WS-B-LOSSES
                       WHEN OTHER
                           ADD 1 TO WS-B-DRAWS
                   END-EVALUATE
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
               END-IF
           END-IF.

      *    Both runs' mode flags and rules profile head the report,
      *    since a different mode or profile explains most changes.
       WRITE-COMPARISON-HEADING.
           MOVE 'A' TO WS-RH-SIDE.
           MOVE CMP-RUN-ID-A TO WS-RH-RUN-ID.
           MOVE WS-RUN-A-MODE-FLAGS TO WS-RH-MODE-FLAGS.
           MOVE WS-RUN-A-PROFILE TO WS-RH-PROFILE.
           MOVE WS-A-COUNT TO WS-RH-PAIRINGS.
           IF WS-RUN-A-FOUND = 'N'
               MOVE 'NOT ON FILE' TO WS-RH-PROFILE
           END-IF.
           MOVE WS-RUN-HEAD-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'B' TO WS-RH-SIDE.
           MOVE CMP-RUN-ID-B TO WS-RH-RUN-ID.
           MOVE WS-RUN-B-MODE-FLAGS TO WS-RH-MODE-FLAGS.
           MOVE WS-RUN-B-PROFILE TO WS-RH-PROFILE.
           MOVE WS-B-COUNT TO WS-RH-PAIRINGS.
           IF WS-RUN-B-FOUND = 'N'
               MOVE 'NOT ON FILE' TO WS-RH-PROFILE
           END-IF.
           MOVE WS-RUN-HEAD-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE WS-ROUND-THRESHOLD TO WS-TH-ROUNDS.
           MOVE WS-DAMAGE-THRESHOLD TO WS-TH-DAMAGE.
           MOVE WS-THRESHOLD-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE SPACES TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE WS-COLUMN-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.

       COMPARE-PAIRINGS.
           PERFORM VARYING WS-A-IDX FROM 1 BY 1
              UNTIL WS-A-IDX > WS-A-COUNT
               PERFORM FIND-MATCHING-B-PAIRING
               IF WS-MATCH-IDX = 0
                   ADD 1 TO WS-ONLY-A-COUNT
                   PERFORM WRITE-ONLY-IN-A-LINE
               ELSE
                   MOVE 'Y' TO WS-A-MATCHED(WS-A-IDX)
                   MOVE 'Y' TO WS-B-MATCHED(WS-MATCH-IDX)
                   PERFORM COMPARE-ONE-PAIRING
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
              UNTIL WS-B-IDX > WS-B-COUNT
               IF WS-B-MATCHED(WS-B-IDX) = 'N'
                   ADD 1 TO WS-ONLY-B-COUNT
                   PERFORM WRITE-ONLY-IN-B-LINE
               END-IF
           END-PERFORM.

       FIND-MATCHING-B-PAIRING.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-B-IDX FROM 1 BY 1
              UNTIL WS-B-IDX > WS-B-COUNT OR WS-MATCH-IDX > 0
               IF WS-B-MATCHED(WS-B-IDX) = 'N'
                  AND WS-B-MY(WS-B-IDX) = WS-A-MY(WS-A-IDX)
                  AND WS-B-GRAND(WS-B-IDX) = WS-A-GRAND(WS-A-IDX)
                   MOVE WS-B-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

      *    A pairing can change in more than one way; each change is
      *    its own line so the counts at the foot add up.
       COMPARE-ONE-PAIRING.
           IF WS-A-WINNER(WS-A-IDX) NOT = WS-B-WINNER(WS-MATCH-IDX)
               ADD 1 TO WS-FLIP-COUNT
               MOVE 'WINNER FLIP' TO WS-DL-CHANGE
               PERFORM WRITE-MATCHED-LINE
           END-IF.
           COMPUTE WS-ROUND-MOVE = WS-B-ROUNDS(WS-MATCH-IDX)
               - WS-A-ROUNDS(WS-A-IDX).
           IF WS-ROUND-MOVE < 0
               COMPUTE WS-ROUND-MOVE = 0 - WS-ROUND-MOVE
           END-IF.
           IF WS-ROUND-MOVE > WS-ROUND-THRESHOLD
               ADD 1 TO WS-ROUND-MOVE-COUNT
               MOVE 'ROUNDS MOVED' TO WS-DL-CHANGE
               PERFORM WRITE-MATCHED-LINE
           END-IF.
           COMPUTE WS-MY-DMG-MOVE = WS-B-MY-DMG(WS-MATCH-IDX)
               - WS-A-MY-DMG(WS-A-IDX).
           IF WS-MY-DMG-MOVE < 0
               COMPUTE WS-MY-DMG-MOVE = 0 - WS-MY-DMG-MOVE
           END-IF.
           COMPUTE WS-GRAND-DMG-MOVE = WS-B-GRAND-DMG(WS-MATCH-IDX)
               - WS-A-GRAND-DMG(WS-A-IDX).
           IF WS-GRAND-DMG-MOVE < 0
               COMPUTE WS-GRAND-DMG-MOVE = 0 - WS-GRAND-DMG-MOVE
           END-IF.
           IF WS-MY-DMG-MOVE > WS-DAMAGE-THRESHOLD
              OR WS-GRAND-DMG-MOVE > WS-DAMAGE-THRESHOLD
               ADD 1 TO WS-DAMAGE-MOVE-COUNT
               MOVE 'DAMAGE MOVED' TO WS-DL-CHANGE
               PERFORM WRITE-MATCHED-LINE
           END-IF.

       WRITE-MATCHED-LINE.
           MOVE WS-A-MY(WS-A-IDX) TO WS-DL-MY.
           MOVE WS-A-GRAND(WS-A-IDX) TO WS-DL-GRAND.
           PERFORM FILL-A-COLUMNS.
           PERFORM FILL-B-COLUMNS.
           MOVE WS-DETAIL-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.

       WRITE-ONLY-IN-A-LINE.
           MOVE WS-A-MY(WS-A-IDX) TO WS-DL-MY.
           MOVE WS-A-GRAND(WS-A-IDX) TO WS-DL-GRAND.
           MOVE 'ONLY IN A' TO WS-DL-CHANGE.
           PERFORM FILL-A-COLUMNS.
           MOVE SPACES TO WS-DL-B-SIDE.
           MOVE WS-DETAIL-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.

       WRITE-ONLY-IN-B-LINE.
           MOVE WS-B-IDX TO WS-MATCH-IDX.
           MOVE WS-B-MY(WS-B-IDX) TO WS-DL-MY.
           MOVE WS-B-GRAND(WS-B-IDX) TO WS-DL-GRAND.
           MOVE 'ONLY IN B' TO WS-DL-CHANGE.
           MOVE SPACES TO WS-DL-A-SIDE.
           PERFORM FILL-B-COLUMNS.
           MOVE WS-DETAIL-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.

      *    Winner shows as W (my monster won), L or D, as in the
      *    standings.
       FILL-A-COLUMNS.
           EVALUATE WS-A-WINNER(WS-A-IDX)
               WHEN 1
                   MOVE 'W' TO WS-DL-A-WINNER
               WHEN 2
                   MOVE 'L' TO WS-DL-A-WINNER
               WHEN OTHER
                   MOVE 'D' TO WS-DL-A-WINNER
           END-EVALUATE.
           MOVE WS-A-ROUNDS(WS-A-IDX) TO WS-DL-A-ROUNDS.
           MOVE WS-A-MY-DMG(WS-A-IDX) TO WS-DL-A-MY-DMG.
           MOVE WS-A-GRAND-DMG(WS-A-IDX) TO WS-DL-A-GRAND-DMG.

       FILL-B-COLUMNS.
           EVALUATE WS-B-WINNER(WS-MATCH-IDX)
               WHEN 1
                   MOVE 'W' TO WS-DL-B-WINNER
               WHEN 2
                   MOVE 'L' TO WS-DL-B-WINNER
               WHEN OTHER
                   MOVE 'D' TO WS-DL-B-WINNER
           END-EVALUATE.
           MOVE WS-B-ROUNDS(WS-MATCH-IDX) TO WS-DL-B-ROUNDS.
           MOVE WS-B-MY-DMG(WS-MATCH-IDX) TO WS-DL-B-MY-DMG.
           MOVE WS-B-GRAND-DMG(WS-MATCH-IDX) TO WS-DL-B-GRAND-DMG.

      *    Run totals side by side, then how many pairings fell into
      *    each kind of change.
       WRITE-COMPARISON-TOTALS.
           MOVE SPACES TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'WINS' TO WS-TL-LABEL.
           MOVE WS-A-WINS TO WS-TL-A-VALUE.
           MOVE WS-B-WINS TO WS-TL-B-VALUE.
           MOVE WS-TOTAL-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'LOSSES' TO WS-TL-LABEL.
           MOVE WS-A-LOSSES TO WS-TL-A-VALUE.
           MOVE WS-B-LOSSES TO WS-TL-B-VALUE.
           MOVE WS-TOTAL-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'DRAWS' TO WS-TL-LABEL.
           MOVE WS-A-DRAWS TO WS-TL-A-VALUE.
           MOVE WS-B-DRAWS TO WS-TL-B-VALUE.
           MOVE WS-TOTAL-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE SPACES TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'WINNER FLIPS' TO WS-CL-LABEL.
           MOVE WS-FLIP-COUNT TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'ROUND MOVES OVER THRESHOLD' TO WS-CL-LABEL.
           MOVE WS-ROUND-MOVE-COUNT TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'DAMAGE MOVES OVER THRESHOLD' TO WS-CL-LABEL.
           MOVE WS-DAMAGE-MOVE-COUNT TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'PAIRINGS ONLY IN RUN A' TO WS-CL-LABEL.
           MOVE WS-ONLY-A-COUNT TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
           MOVE 'PAIRINGS ONLY IN RUN B' TO WS-CL-LABEL.
           MOVE WS-ONLY-B-COUNT TO WS-CL-VALUE.
           MOVE WS-COUNT-LINE TO COMPARISON-LINE.
           WRITE COMPARISON-LINE.
