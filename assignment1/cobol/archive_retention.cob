      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  archive-retention.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_RETENTION_CONTROL ASSIGN TO
       'testcase/retention_control.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_RETENTION_CONTROL.

       SELECT FILE_ARCHIVE ASSIGN TO
       'testcase/results_archive.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARC-KEY
       ALTERNATE RECORD KEY IS ARC-MY-MONSTER WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARC-GRAND-MONSTER WITH DUPLICATES
       FILE STATUS IS FS_ARCHIVE.

       SELECT FILE_HISTORY ASSIGN TO
       'testcase/results_history.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HIST-KEY
       FILE STATUS IS FS_HISTORY.

       SELECT FILE_RETENTION_REPORT ASSIGN TO
       'testcase/retention_report.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_RETENTION_REPORT.

       DATA DIVISION.
       FILE SECTION.
      *    One line: the cutoff date (YYYYMMDD). Every archived run
      *    dated before it is rolled up into the history file and
      *    then purged from the detail archive.
       FD FILE_RETENTION_CONTROL.
           01 RETENTION-CONTROL-RECORD.
               03 RET-CUTOFF-DATE PIC X(8).

      *    Sequence 000000 of a run is its header record, not a
      *    pairing: it is purged with the run but never rolled up.
       FD FILE_ARCHIVE.
           01 ARCHIVE-RECORD.
               03 ARC-KEY.
                   05 ARC-RUN-ID PIC X(14).
                   05 ARC-RUN-ID-PARTS REDEFINES ARC-RUN-ID.
                       07 ARC-RUN-DATE.
                           09 ARC-RUN-MONTH PIC X(6).
                           09 ARC-RUN-DAY PIC X(2).
                       07 ARC-RUN-TIME PIC X(6).
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

      *    One row per monster per calendar month (YYYYMM of the run
      *    ID), from that monster's own point of view: a pairing
      *    credits both fighters, the winner with a win and the loser
      *    with a loss, and each with the damage it dealt and took.
       FD FILE_HISTORY.
           01 HISTORY-RECORD.
               03 HIST-KEY.
                   05 HIST-MONSTER PIC X(15).
                   05 HIST-MONTH PIC X(6).
               03 HIST-PAIRINGS PIC 9(6).
               03 HIST-WINS PIC 9(6).
               03 HIST-LOSSES PIC 9(6).
               03 HIST-DRAWS PIC 9(6).
               03 HIST-DAMAGE-DEALT PIC 9(9)V999.
               03 HIST-DAMAGE-TAKEN PIC 9(9)V999.
      *    A run is marked as rolled up once all its pairings have
      *    been credited and before any of its detail is purged, so a
      *    rerun after a failure purges that run without crediting it
      *    again. The marker's month is 'ROLLED', never a YYYYMM, so
      *    it cannot meet a monster's row.
           01 HISTORY-RUN-MARKER.
               03 HIST-MARK-KEY.
                   05 HIST-MARK-RUN-ID PIC X(14).
                   05 FILLER PIC X(1).
                   05 HIST-MARK-TAG PIC X(6).
               03 HIST-MARK-PAIRINGS PIC 9(6).
               03 FILLER PIC X(42).

       FD FILE_RETENTION_REPORT.
           01 RETENTION-REPORT-LINE PIC X(60).


       WORKING-STORAGE SECTION.
       01 FS_RETENTION_CONTROL PIC 99.
       01 FS_ARCHIVE PIC 99.
       01 FS_HISTORY PIC 99.
       01 FS_RETENTION_REPORT PIC 99.
       01 WS-ARCHIVE-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-CUTOFF-DATE PIC X(8) VALUE SPACES.
       01 WS-CUTOFF-OK PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-OPEN PIC X(1) VALUE 'N'.
       01 WS-HISTORY-ERROR PIC X(1) VALUE 'N'.
       01 WS-PURGE-DONE PIC X(1) VALUE 'N'.
       01 WS-IN-BALANCE PIC X(1) VALUE 'N'.
       01 WS-LAST-RUN-ID PIC X(14) VALUE SPACES.
       01 WS-CURRENT-RUN-ID PIC X(14) VALUE SPACES.
       01 WS-RUN-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-RUN-ROLLED-EARLIER PIC X(1) VALUE 'N'.
       01 WS-RUN-PAIRING-COUNT PIC 9(6) VALUE 0.

      *    The monster being credited, from its own point of view.
       01 WS-CREDIT-MONSTER PIC X(15).
       01 WS-CREDIT-RESULT PIC X(1).
       01 WS-CREDIT-DEALT PIC 9(6)V999.
       01 WS-CREDIT-TAKEN PIC 9(6)V999.

      *    Control totals. The roll-up step and the purge step each
      *    count what they handled independently, and the two must
      *    agree before the job reports itself in balance.
       01 WS-ROLL-RECORD-COUNT PIC 9(8) VALUE 0.
       01 WS-ROLL-RUN-COUNT PIC 9(8) VALUE 0.
       01 WS-ROLL-DAMAGE-TOTAL PIC 9(11)V999 VALUE 0.
       01 WS-ROLL-DRAW-PAIRINGS PIC 9(8) VALUE 0.
       01 WS-HIST-ROWS-ADDED PIC 9(8) VALUE 0.
       01 WS-HIST-ROWS-UPDATED PIC 9(8) VALUE 0.
       01 WS-HIST-PAIRINGS-CREDITED PIC 9(8) VALUE 0.
       01 WS-HIST-WINS-CREDITED PIC 9(8) VALUE 0.
       01 WS-HIST-LOSSES-CREDITED PIC 9(8) VALUE 0.
       01 WS-HIST-DRAWS-CREDITED PIC 9(8) VALUE 0.
       01 WS-HIST-DAMAGE-CREDITED PIC 9(11)V999 VALUE 0.
       01 WS-PURGE-RECORD-COUNT PIC 9(8) VALUE 0.
       01 WS-PURGE-DAMAGE-TOTAL PIC 9(11)V999 VALUE 0.
       01 WS-PURGE-HEADER-COUNT PIC 9(8) VALUE 0.
       01 WS-MARKERS-WRITTEN PIC 9(8) VALUE 0.
      *    Pairings of runs credited by an earlier attempt that
      *    failed before purging them: purged now, not credited again.
       01 WS-EARLIER-RUN-COUNT PIC 9(8) VALUE 0.
       01 WS-EARLIER-RECORD-COUNT PIC 9(8) VALUE 0.
       01 WS-EARLIER-DAMAGE-TOTAL PIC 9(11)V999 VALUE 0.
       01 WS-EXPECTED-DAMAGE PIC 9(11)V999 VALUE 0.
       01 WS-EXPECTED-COUNT PIC 9(8) VALUE 0.

       01 WS-REPORT-LINE.
           05 WS-REPORT-LABEL PIC X(28).
           05 WS-REPORT-VALUE PIC X(20).
       01 WS-COUNT-EDIT PIC ZZZZZZZ9.
       01 WS-DAMAGE-EDIT PIC ZZZZZZZZZZ9.999.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-RETENTION-CONTROL.
           OPEN OUTPUT FILE_RETENTION_REPORT.
           IF WS-CUTOFF-OK = 'Y'
               PERFORM OPEN-RETENTION-FILES
           END-IF.
           IF WS-ARCHIVE-OPEN = 'Y'
      *        Each old run is credited to history, marked as rolled
      *        up and then purged before the next run is touched; a
      *        failed history update stops the job with that run's
      *        detail still in the archive for the next attempt.
               PERFORM RETIRE-OLD-RUNS
               IF WS-HISTORY-ERROR = 'N'
                   MOVE 'Y' TO WS-PURGE-DONE
               END-IF
               CLOSE FILE_HISTORY
               CLOSE FILE_ARCHIVE
           END-IF.
           PERFORM CHECK-CONTROL-TOTALS.
           PERFORM WRITE-RETENTION-REPORT.
           CLOSE FILE_RETENTION_REPORT.
           DISPLAY 'archive retention: ' WS-ROLL-RECORD-COUNT
           ' rolled up, ' WS-PURGE-RECORD-COUNT ' purged'.
           IF WS-IN-BALANCE = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       READ-RETENTION-CONTROL.
           OPEN INPUT FILE_RETENTION_CONTROL.
           IF FS_RETENTION_CONTROL NOT = 00
               DISPLAY 'retention_control.txt not exist'
           ELSE
               READ FILE_RETENTION_CONTROL INTO
               RETENTION-CONTROL-RECORD
               IF FS_RETENTION_CONTROL = 00
                  AND RET-CUTOFF-DATE IS NUMERIC
                   MOVE RET-CUTOFF-DATE TO WS-CUTOFF-DATE
                   MOVE 'Y' TO WS-CUTOFF-OK
               ELSE
                   DISPLAY 'retention cutoff date is not valid'
               END-IF
               CLOSE FILE_RETENTION_CONTROL
           END-IF.

      *    The history file is created empty the first time the job
      *    runs, then reopened for update like the archive.
       OPEN-RETENTION-FILES.
           OPEN I-O FILE_ARCHIVE.
           IF FS_ARCHIVE NOT = 00
               DISPLAY 'results_archive.txt not exist'
           ELSE
               MOVE 'Y' TO WS-ARCHIVE-OPEN
               OPEN I-O FILE_HISTORY
               IF FS_HISTORY = 35
                   OPEN OUTPUT FILE_HISTORY
                   CLOSE FILE_HISTORY
                   OPEN I-O FILE_HISTORY
               END-IF
               IF FS_HISTORY NOT = 00
                   DISPLAY 'results_history.txt cannot be opened'
                   MOVE 'Y' TO WS-HISTORY-ERROR
                   CLOSE FILE_ARCHIVE
                   MOVE 'N' TO WS-ARCHIVE-OPEN
               END-IF
           END-IF.

      *    Run IDs begin with the run date, so the old runs are the
      *    front of the primary key: read from the start until the
      *    first run dated on or after the cutoff.
       POSITION-AT-ARCHIVE-START.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           MOVE LOW-VALUES TO ARC-KEY.
           START FILE_ARCHIVE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-START.

       READ-NEXT-OLD-RECORD.
           READ FILE_ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-READ.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
              AND ARC-RUN-DATE NOT < WS-CUTOFF-DATE
               MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-IF.

       RETIRE-OLD-RUNS.
           PERFORM POSITION-AT-ARCHIVE-START.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
               PERFORM READ-NEXT-OLD-RECORD
           END-IF.
           PERFORM RETIRE-ONE-RUN
              UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
                 OR WS-HISTORY-ERROR = 'Y'.

      *    The record in hand is the first of an old run. Once the
      *    run is purged, positioning on its key again lands on the
      *    first record of the next run.
       RETIRE-ONE-RUN.
           MOVE ARC-RUN-ID TO WS-CURRENT-RUN-ID.
           PERFORM CHECK-RUN-MARKER.
           IF WS-RUN-ROLLED-EARLIER = 'N'
               PERFORM ROLL-UP-ONE-RUN
               IF WS-HISTORY-ERROR = 'N'
                   PERFORM WRITE-RUN-MARKER
               END-IF
           ELSE
               ADD 1 TO WS-EARLIER-RUN-COUNT
           END-IF.
           IF WS-HISTORY-ERROR = 'N'
               PERFORM PURGE-ONE-RUN
               MOVE WS-CURRENT-RUN-ID TO ARC-RUN-ID
               MOVE 0 TO ARC-PAIRING-SEQ
               MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
               START FILE_ARCHIVE KEY IS NOT LESS THAN ARC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               END-START
               IF WS-ARCHIVE-EOF-FLAG = 'N'
                   PERFORM READ-NEXT-OLD-RECORD
               END-IF
           END-IF.

       CHECK-RUN-MARKER.
           MOVE SPACES TO HISTORY-RUN-MARKER.
           MOVE WS-CURRENT-RUN-ID TO HIST-MARK-RUN-ID.
           MOVE 'ROLLED' TO HIST-MARK-TAG.
           READ FILE_HISTORY
               INVALID KEY
                   MOVE 'N' TO WS-RUN-ROLLED-EARLIER
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RUN-ROLLED-EARLIER
           END-READ.

       WRITE-RUN-MARKER.
           MOVE SPACES TO HISTORY-RUN-MARKER.
           MOVE WS-CURRENT-RUN-ID TO HIST-MARK-RUN-ID.
           MOVE 'ROLLED' TO HIST-MARK-TAG.
           MOVE WS-RUN-PAIRING-COUNT TO HIST-MARK-PAIRINGS.
           WRITE HISTORY-RUN-MARKER
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-MARKERS-WRITTEN
           END-WRITE.

       POSITION-ON-CURRENT-RUN.
           MOVE 'N' TO WS-RUN-EOF-FLAG.
           MOVE WS-CURRENT-RUN-ID TO ARC-RUN-ID.
           MOVE 0 TO ARC-PAIRING-SEQ.
           START FILE_ARCHIVE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-EOF-FLAG
           END-START.
           IF WS-RUN-EOF-FLAG = 'N'
               PERFORM READ-NEXT-OF-RUN
           END-IF.

       READ-NEXT-OF-RUN.
           READ FILE_ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RUN-EOF-FLAG
           END-READ.
           IF WS-RUN-EOF-FLAG = 'N'
              AND ARC-RUN-ID NOT = WS-CURRENT-RUN-ID
               MOVE 'Y' TO WS-RUN-EOF-FLAG
           END-IF.

       ROLL-UP-ONE-RUN.
           MOVE 0 TO WS-RUN-PAIRING-COUNT.
           PERFORM POSITION-ON-CURRENT-RUN.
           PERFORM ROLL-UP-ONE-RECORD
              UNTIL WS-RUN-EOF-FLAG = 'Y'
                 OR WS-HISTORY-ERROR = 'Y'.

       ROLL-UP-ONE-RECORD.
           IF ARC-PAIRING-SEQ > 0
               ADD 1 TO WS-RUN-PAIRING-COUNT
               PERFORM ROLL-UP-ONE-PAIRING
           END-IF.
           PERFORM READ-NEXT-OF-RUN.

       ROLL-UP-ONE-PAIRING.
           ADD 1 TO WS-ROLL-RECORD-COUNT.
           IF ARC-RUN-ID NOT = WS-LAST-RUN-ID
               ADD 1 TO WS-ROLL-RUN-COUNT
               MOVE ARC-RUN-ID TO WS-LAST-RUN-ID
           END-IF.
           ADD ARC-MY-TOTAL-DAMAGE TO WS-ROLL-DAMAGE-TOTAL.
           ADD ARC-GRAND-TOTAL-DAMAGE TO WS-ROLL-DAMAGE-TOTAL.
           IF ARC-WINNER = 0
               ADD 1 TO WS-ROLL-DRAW-PAIRINGS
           END-IF.
           MOVE ARC-MY-MONSTER TO WS-CREDIT-MONSTER.
           MOVE ARC-MY-TOTAL-DAMAGE TO WS-CREDIT-DEALT.
           MOVE ARC-GRAND-TOTAL-DAMAGE TO WS-CREDIT-TAKEN.
           EVALUATE ARC-WINNER
               WHEN 1
                   MOVE 'W' TO WS-CREDIT-RESULT
               WHEN 2
                   MOVE 'L' TO WS-CREDIT-RESULT
               WHEN OTHER
                   MOVE 'D' TO WS-CREDIT-RESULT
           END-EVALUATE.
           PERFORM CREDIT-HISTORY-ROW.
           MOVE ARC-GRAND-MONSTER TO WS-CREDIT-MONSTER.
           MOVE ARC-GRAND-TOTAL-DAMAGE TO WS-CREDIT-DEALT.
           MOVE ARC-MY-TOTAL-DAMAGE TO WS-CREDIT-TAKEN.
           EVALUATE ARC-WINNER
               WHEN 1
                   MOVE 'L' TO WS-CREDIT-RESULT
               WHEN 2
                   MOVE 'W' TO WS-CREDIT-RESULT
               WHEN OTHER
                   MOVE 'D' TO WS-CREDIT-RESULT
           END-EVALUATE.
           PERFORM CREDIT-HISTORY-ROW.

      *    Reads the monster's row for the month, or starts a fresh
      *    one, adds this pairing to it and writes it back.
       CREDIT-HISTORY-ROW.
           MOVE WS-CREDIT-MONSTER TO HIST-MONSTER.
           MOVE ARC-RUN-MONTH TO HIST-MONTH.
           READ FILE_HISTORY
               INVALID KEY
                   MOVE WS-CREDIT-MONSTER TO HIST-MONSTER
                   MOVE ARC-RUN-MONTH TO HIST-MONTH
                   MOVE 0 TO HIST-PAIRINGS
                   MOVE 0 TO HIST-WINS
                   MOVE 0 TO HIST-LOSSES
                   MOVE 0 TO HIST-DRAWS
                   MOVE 0 TO HIST-DAMAGE-DEALT
                   MOVE 0 TO HIST-DAMAGE-TAKEN
           END-READ.
           ADD 1 TO HIST-PAIRINGS.
           ADD 1 TO WS-HIST-PAIRINGS-CREDITED.
           EVALUATE WS-CREDIT-RESULT
               WHEN 'W'
                   ADD 1 TO HIST-WINS
                   ADD 1 TO WS-HIST-WINS-CREDITED
               WHEN 'L'
                   ADD 1 TO HIST-LOSSES
                   ADD 1 TO WS-HIST-LOSSES-CREDITED
               WHEN OTHER
                   ADD 1 TO HIST-DRAWS
                   ADD 1 TO WS-HIST-DRAWS-CREDITED
           END-EVALUATE.
           ADD WS-CREDIT-DEALT TO HIST-DAMAGE-DEALT.
           ADD WS-CREDIT-TAKEN TO HIST-DAMAGE-TAKEN.
           ADD WS-CREDIT-DEALT TO WS-HIST-DAMAGE-CREDITED.
           IF HIST-PAIRINGS = 1
               WRITE HISTORY-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-HISTORY-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-ROWS-ADDED
               END-WRITE
           ELSE
               REWRITE HISTORY-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-HISTORY-ERROR
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-ROWS-UPDATED
               END-REWRITE
           END-IF.

       PURGE-ONE-RUN.
           PERFORM POSITION-ON-CURRENT-RUN.
           PERFORM PURGE-ONE-RECORD
              UNTIL WS-RUN-EOF-FLAG = 'Y'.

       PURGE-ONE-RECORD.
           DELETE FILE_ARCHIVE RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-EOF-FLAG
               NOT INVALID KEY
                   IF ARC-PAIRING-SEQ = 0
                       ADD 1 TO WS-PURGE-HEADER-COUNT
                   ELSE
                       ADD 1 TO WS-PURGE-RECORD-COUNT
                       ADD ARC-MY-TOTAL-DAMAGE TO
                       WS-PURGE-DAMAGE-TOTAL
                       ADD ARC-GRAND-TOTAL-DAMAGE TO
                       WS-PURGE-DAMAGE-TOTAL
                       IF WS-RUN-ROLLED-EARLIER = 'Y'
                           ADD 1 TO WS-EARLIER-RECORD-COUNT
                           ADD ARC-MY-TOTAL-DAMAGE TO
                           WS-EARLIER-DAMAGE-TOTAL
                           ADD ARC-GRAND-TOTAL-DAMAGE TO
                           WS-EARLIER-DAMAGE-TOTAL
                       END-IF
                   END-IF
           END-DELETE.
           IF WS-RUN-EOF-FLAG = 'N'
               PERFORM READ-NEXT-OF-RUN
           END-IF.

      *    In balance means: every record purged was rolled up, now
      *    or by an earlier attempt, with the same damage total;
      *    history was credited twice per
      *    pairing (once per fighter); every decisive pairing gave
      *    one win and one loss; every drawn pairing gave two draws;
      *    and the damage credited as dealt equals the damage rolled.
       CHECK-CONTROL-TOTALS.
           MOVE 'Y' TO WS-IN-BALANCE.
           IF WS-CUTOFF-OK = 'N' OR WS-HISTORY-ERROR = 'Y'
              OR WS-PURGE-DONE = 'N'
               MOVE 'N' TO WS-IN-BALANCE
           END-IF.
           COMPUTE WS-EXPECTED-COUNT = WS-ROLL-RECORD-COUNT
               + WS-EARLIER-RECORD-COUNT.
           COMPUTE WS-EXPECTED-DAMAGE = WS-ROLL-DAMAGE-TOTAL
               + WS-EARLIER-DAMAGE-TOTAL.
           IF WS-PURGE-RECORD-COUNT NOT = WS-EXPECTED-COUNT
              OR WS-PURGE-DAMAGE-TOTAL NOT = WS-EXPECTED-DAMAGE
              OR WS-HIST-DAMAGE-CREDITED NOT = WS-ROLL-DAMAGE-TOTAL
              OR WS-HIST-WINS-CREDITED NOT = WS-HIST-LOSSES-CREDITED
               MOVE 'N' TO WS-IN-BALANCE
           END-IF.
           COMPUTE WS-EXPECTED-COUNT = WS-ROLL-RECORD-COUNT * 2.
           IF WS-HIST-PAIRINGS-CREDITED NOT = WS-EXPECTED-COUNT
               MOVE 'N' TO WS-IN-BALANCE
           END-IF.
           COMPUTE WS-EXPECTED-COUNT = WS-ROLL-DRAW-PAIRINGS * 2.
           IF WS-HIST-DRAWS-CREDITED NOT = WS-EXPECTED-COUNT
               MOVE 'N' TO WS-IN-BALANCE
           END-IF.

       WRITE-RETENTION-REPORT.
           MOVE 'CUTOFF DATE' TO WS-REPORT-LABEL.
           MOVE WS-CUTOFF-DATE TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ROLL-UP RUNS' TO WS-REPORT-LABEL.
           MOVE WS-ROLL-RUN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ROLL-UP RECORDS' TO WS-REPORT-LABEL.
           MOVE WS-ROLL-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'ROLL-UP DAMAGE' TO WS-REPORT-LABEL.
           MOVE WS-ROLL-DAMAGE-TOTAL TO WS-DAMAGE-EDIT.
           MOVE WS-DAMAGE-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'HISTORY ROWS ADDED' TO WS-REPORT-LABEL.
           MOVE WS-HIST-ROWS-ADDED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'HISTORY ROWS UPDATED' TO WS-REPORT-LABEL.
           MOVE WS-HIST-ROWS-UPDATED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'HISTORY PAIRINGS CREDITED' TO WS-REPORT-LABEL.
           MOVE WS-HIST-PAIRINGS-CREDITED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'HISTORY WINS CREDITED' TO WS-REPORT-LABEL.
           MOVE WS-HIST-WINS-CREDITED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'HISTORY LOSSES CREDITED' TO WS-REPORT-LABEL.
           MOVE WS-HIST-LOSSES-CREDITED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'HISTORY DRAWS CREDITED' TO WS-REPORT-LABEL.
           MOVE WS-HIST-DRAWS-CREDITED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'HISTORY DAMAGE CREDITED' TO WS-REPORT-LABEL.
           MOVE WS-HIST-DAMAGE-CREDITED TO WS-DAMAGE-EDIT.
           MOVE WS-DAMAGE-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RUNS MARKED ROLLED UP' TO WS-REPORT-LABEL.
           MOVE WS-MARKERS-WRITTEN TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RUNS ROLLED UP EARLIER' TO WS-REPORT-LABEL.
           MOVE WS-EARLIER-RUN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RECORDS ROLLED UP EARLIER' TO WS-REPORT-LABEL.
           MOVE WS-EARLIER-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'PURGED RECORDS' TO WS-REPORT-LABEL.
           MOVE WS-PURGE-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'PURGED RUN HEADERS' TO WS-REPORT-LABEL.
           MOVE WS-PURGE-HEADER-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'PURGED DAMAGE' TO WS-REPORT-LABEL.
           MOVE WS-PURGE-DAMAGE-TOTAL TO WS-DAMAGE-EDIT.
           MOVE WS-DAMAGE-EDIT TO WS-REPORT-VALUE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CONTROL TOTALS' TO WS-REPORT-LABEL.
           IF WS-IN-BALANCE = 'Y'
               MOVE 'IN BALANCE' TO WS-REPORT-VALUE
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-REPORT-VALUE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RETENTION-REPORT-LINE.
           WRITE RETENTION-REPORT-LINE.
