      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  archive-conversion.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_OLD_ARCHIVE ASSIGN TO
       'testcase/results_archive_old.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_OLD_ARCHIVE.

       SELECT FILE_ARCHIVE ASSIGN TO
       'testcase/results_archive.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARC-KEY
       ALTERNATE RECORD KEY IS ARC-MY-MONSTER WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARC-GRAND-MONSTER WITH DUPLICATES
       FILE STATUS IS FS_ARCHIVE.

       DATA DIVISION.
       FILE SECTION.
      *    The results archive as battle-simulation used to extend it
      *    directly: one line per pairing, the run ID and pairing
      *    sequence ahead of the plain RESULT record, and no run
      *    header. Before this job runs, the old results_archive.txt
      *    is renamed to results_archive_old.txt.
       FD FILE_OLD_ARCHIVE.
           01 OLD-ARCHIVE-RECORD.
               03 OLD-RUN-ID PIC X(14).
               03 OLD-PAIRING-SEQ PIC X(6).
               03 OLD-RESULT PIC X(61).

      *    Pairing sequence 000000 of each run is not a pairing: it
      *    carries the run's RUNHDR (mode flags and rules profile)
      *    so the archive still knows how each run was fought.
       FD FILE_ARCHIVE.
           01 ARCHIVE-RECORD.
               03 ARC-KEY.
                   05 ARC-RUN-ID PIC X(14).
                   05 ARC-PAIRING-SEQ PIC 9(6).
               03 ARC-RESULT.
                   05 ARC-OLD-RESULT.
                       07 ARC-MY-MONSTER PIC X(15).
                       07 ARC-GRAND-MONSTER PIC X(15).
                       07 ARC-WINNER PIC 9(1).
                       07 ARC-ROUND-COUNT PIC 9(3).
                       07 ARC-WINNER-HP PIC 9(3).
                       07 ARC-MY-TOTAL-DAMAGE PIC 9(6)V999.
                       07 ARC-GRAND-TOTAL-DAMAGE PIC 9(6)V999.
                       07 ARC-MY-HP-LEFT PIC S9(3).
                       07 ARC-GRAND-HP-LEFT PIC S9(3).
                   05 ARC-PAIRING-START PIC X(27).
                   05 ARC-CONTROL-ROW PIC 9(4).
                   05 ARC-SET-NAME PIC X(40).
               03 ARC-RUN-INFO REDEFINES ARC-RESULT.
                   05 ARC-INFO-TAG PIC X(15).
                   05 ARC-INFO-MODE-FLAGS PIC X(3).
                   05 FILLER PIC X(1).
                   05 ARC-INFO-PROFILE PIC X(8).
                   05 FILLER PIC X(105).


       WORKING-STORAGE SECTION.
       01 FS_OLD_ARCHIVE PIC 99.
       01 FS_ARCHIVE PIC 99.
       01 WS-OLD-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-RUN-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-LOAD-OK PIC X(1) VALUE 'N'.

       01 WS-CURRENT-RUN-ID PIC X(14) VALUE SPACES.
       01 WS-NEXT-SEQ PIC 9(6) VALUE 0.

       01 WS-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(8) VALUE 0.
       01 WS-HEADER-COUNT PIC 9(8) VALUE 0.
       01 WS-RENUMBERED-COUNT PIC 9(8) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(8) VALUE 0.
       01 WS-WRITE-ERROR-COUNT PIC 9(8) VALUE 0.


      *    One-time load of the keyed results archive from the old
      *    sequential one. Run order for the changeover:
      *      1. rename testcase/results_archive.txt to
      *         testcase/results_archive_old.txt;
      *      2. run archive-conversion;
      *      3. only then run archive-posting for any staged runs,
      *         followed as usual by archive-retention and the
      *         archive readers (results-inquiry, run-comparison,
      *         battle-replay, results-export).
      *    The job refuses to run over an existing keyed archive, so
      *    running it a second time cannot load the old runs twice.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM OPEN-CONVERSION-FILES.
           IF WS-LOAD-OK = 'Y'
               PERFORM LOAD-ONE-OLD-RECORD
                  UNTIL WS-OLD-EOF-FLAG = 'Y'
               CLOSE FILE_OLD_ARCHIVE
               CLOSE FILE_ARCHIVE
           END-IF.
           DISPLAY 'archive conversion: ' WS-READ-COUNT ' read, '
           WS-LOADED-COUNT ' pairing(s) loaded, ' WS-HEADER-COUNT
           ' run header(s) added'.
           IF WS-RENUMBERED-COUNT > 0
               DISPLAY 'archive conversion: ' WS-RENUMBERED-COUNT
               ' pairing(s) given a new sequence number'
           END-IF.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY 'archive conversion: ' WS-SKIPPED-COUNT
               ' line(s) with no run ID skipped'
           END-IF.
           IF WS-LOAD-OK = 'N' OR WS-WRITE-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

      *    The keyed archive is created only when it is not there at
      *    all (status 35); one that exists but cannot be opened is
      *    left alone. It is created empty, then reopened for update
      *    so each run's existing records can be looked up.
       OPEN-CONVERSION-FILES.
           MOVE 'N' TO WS-LOAD-OK.
           OPEN INPUT FILE_ARCHIVE.
           IF FS_ARCHIVE = 00
               CLOSE FILE_ARCHIVE
               DISPLAY 'results_archive.txt already exists'
           END-IF.
           IF FS_ARCHIVE NOT = 00 AND FS_ARCHIVE NOT = 35
               DISPLAY 'results_archive.txt cannot be opened, status '
               FS_ARCHIVE
           END-IF.
           IF FS_ARCHIVE = 35
               OPEN INPUT FILE_OLD_ARCHIVE
               IF FS_OLD_ARCHIVE NOT = 00
                   DISPLAY 'results_archive_old.txt not exist'
               ELSE
                   OPEN OUTPUT FILE_ARCHIVE
                   CLOSE FILE_ARCHIVE
                   OPEN I-O FILE_ARCHIVE
                   IF FS_ARCHIVE NOT = 00
                       DISPLAY 'results_archive.txt cannot be opened'
                       CLOSE FILE_OLD_ARCHIVE
                   ELSE
                       MOVE 'Y' TO WS-LOAD-OK
                   END-IF
               END-IF
           END-IF.

       LOAD-ONE-OLD-RECORD.
           READ FILE_OLD_ARCHIVE INTO OLD-ARCHIVE-RECORD
           IF FS_OLD_ARCHIVE = 10
               MOVE 'Y' TO WS-OLD-EOF-FLAG
           ELSE
               ADD 1 TO WS-READ-COUNT
               IF OLD-RUN-ID = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   IF OLD-RUN-ID NOT = WS-CURRENT-RUN-ID
                       MOVE OLD-RUN-ID TO WS-CURRENT-RUN-ID
                       PERFORM START-CONVERTED-RUN
                   END-IF
                   PERFORM WRITE-CONVERTED-PAIRING
               END-IF
           END-IF.

      *    A run met for the first time gets its RUNHDR at sequence
      *    000000. The old file carried no mode flags or profile, so
      *    those are left blank. A run that turns up again further
      *    down the old file (a resumed run) carries on from the last
      *    sequence already loaded for it.
       START-CONVERTED-RUN.
           MOVE 0 TO WS-NEXT-SEQ.
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
           IF WS-RUN-EOF-FLAG = 'Y'
               PERFORM WRITE-RUN-HEADER
           ELSE
               PERFORM FIND-LAST-SEQ-OF-RUN
                  UNTIL WS-RUN-EOF-FLAG = 'Y'
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

       FIND-LAST-SEQ-OF-RUN.
           MOVE ARC-PAIRING-SEQ TO WS-NEXT-SEQ.
           PERFORM READ-NEXT-OF-RUN.

       WRITE-RUN-HEADER.
           MOVE SPACES TO ARCHIVE-RECORD.
           MOVE WS-CURRENT-RUN-ID TO ARC-RUN-ID.
           MOVE 0 TO ARC-PAIRING-SEQ.
           MOVE 'RUNHDR' TO ARC-INFO-TAG.
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-HEADER-COUNT
           END-WRITE.

      *    Pairings are numbered from 000001 in the order the old file
      *    holds them, which is the number the simulator gave them on
      *    a clean run; a resumed run could repeat a number, so the
      *    old one is not trusted for the key. The opening state and
      *    the set were never recorded: the start state is left blank
      *    (battle-replay turns such a pairing away) and the control
      *    row and set name are left blank for the readers to show as
      *    unknown.
       WRITE-CONVERTED-PAIRING.
           ADD 1 TO WS-NEXT-SEQ.
           MOVE SPACES TO ARCHIVE-RECORD.
           MOVE WS-CURRENT-RUN-ID TO ARC-RUN-ID.
           MOVE WS-NEXT-SEQ TO ARC-PAIRING-SEQ.
           MOVE OLD-RESULT TO ARC-OLD-RESULT.
           IF OLD-PAIRING-SEQ NOT = ARC-PAIRING-SEQ
               ADD 1 TO WS-RENUMBERED-COUNT
           END-IF.
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   ADD 1 TO WS-WRITE-ERROR-COUNT
                   DISPLAY 'archive conversion: cannot load '
                   WS-CURRENT-RUN-ID ' ' WS-NEXT-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
