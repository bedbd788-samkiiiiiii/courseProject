      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  archive-posting.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_POSTING_TRX ASSIGN TO
       'testcase/archive_posting.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_POSTING_TRX.

       SELECT FILE_ARCHIVE_STAGING ASSIGN TO
          DYNAMIC WS-STAGE-FILENAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_ARCHIVE_STAGING.

       SELECT FILE_RECON_REPORT ASSIGN TO
       'testcase/reconciliation_report.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_RECON_REPORT.

       SELECT FILE_ARCHIVE ASSIGN TO
       'testcase/results_archive.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARC-KEY
       ALTERNATE RECORD KEY IS ARC-MY-MONSTER WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARC-GRAND-MONSTER WITH DUPLICATES
       FILE STATUS IS FS_ARCHIVE.

       SELECT FILE_JOURNAL ASSIGN TO
       'testcase/archive_journal.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_JOURNAL.

       DATA DIVISION.
       FILE SECTION.
      *    One transaction per line: column 1 is the action code
      *    ('P' post a staged run into the archive, 'R' reverse a
      *    posted run back out of it) followed by the run ID.
       FD FILE_POSTING_TRX.
           01 POSTING-TRX-RECORD.
               03 PST-ACTION PIC X(1).
               03 PST-RUN-ID PIC X(14).

      *    The simulator's per-run staging file: archive records in
      *    the results_archive.txt layout between a RUNHDR and a
      *    RUNTRL record, the tag in the same columns as ARC-RUN-ID.
       FD FILE_ARCHIVE_STAGING.
           01 STAGE-RECORD.
               03 STG-RUN-ID PIC X(14).
               03 STG-PAIRING-SEQ PIC 9(6).
               03 STG-RESULT PIC X(132).
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

       FD FILE_RECON_REPORT.
           01 RECON-REPORT-LINE.
               03 RECON-MY-NAME PIC X(15).
               03 RECON-GRAND-NAME PIC X(15).
               03 RECON-VERDICT PIC X(10).
               03 RECON-DETAIL PIC X(50).

      *    Pairing sequence 000000 of each run is not a pairing: it
      *    carries the run's RUNHDR (mode flags and rules profile)
      *    so the archive still knows how each run was fought. An
      *    archive kept in the old sequential layout is loaded once
      *    by archive-conversion before this job is first run.
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

      *    Every transaction leaves a summary line (ACCEPTED or
      *    REJECTED, with the record count or the reason), and an
      *    accepted one also leaves one line per archive record it
      *    put in (POSTED) or took out (REVERSED), so audit can see
      *    exactly what moved.
       FD FILE_JOURNAL.
           01 JOURNAL-LINE.
               03 JRN-STAMP PIC X(14).
               03 FILLER PIC X(1).
               03 JRN-ACTION PIC X(1).
               03 FILLER PIC X(1).
               03 JRN-RUN-ID PIC X(14).
               03 FILLER PIC X(1).
               03 JRN-COUNT PIC 9(6).
               03 FILLER PIC X(1).
               03 JRN-STATUS PIC X(10).
               03 JRN-DETAIL PIC X(40).
               03 JRN-PAIRING-DETAIL REDEFINES JRN-DETAIL.
                   05 JRN-MY-MONSTER PIC X(15).
                   05 FILLER PIC X(1).
                   05 JRN-GRAND-MONSTER PIC X(15).
                   05 FILLER PIC X(1).
                   05 JRN-WINNER PIC 9(1).
                   05 FILLER PIC X(7).


       WORKING-STORAGE SECTION.
       01 FS_POSTING_TRX PIC 99.
       01 FS_ARCHIVE_STAGING PIC 99.
       01 FS_RECON_REPORT PIC 99.
       01 FS_ARCHIVE PIC 99.
       01 FS_JOURNAL PIC 99.
       01 WS-TRX-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-STAGE-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-RECON-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-EOF-FLAG PIC X(1) VALUE 'N'.

       01 WS-STAGE-FILENAME.
           05 FILLER PIC X(23) VALUE 'testcase/archive_stage_'.
           05 WS-STAGE-FILE-RUN-ID PIC X(14).
           05 FILLER PIC X(4) VALUE '.txt'.

       01 WS-RUN-STAMP.
           05 WS-RUN-STAMP-DATE PIC 9(8).
           05 WS-RUN-STAMP-TIME PIC 9(6).
       01 WS-CLOCK-TIME.
           05 WS-CLOCK-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).

       01 WS-TRX-OK PIC X(1) VALUE 'N'.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-JOURNAL-STATUS PIC X(10).
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-POSTED-RUN-COUNT PIC 9(6) VALUE 0.
       01 WS-REVERSED-RUN-COUNT PIC 9(6) VALUE 0.
       01 WS-MOVED-COUNT PIC 9(6) VALUE 0.

       01 WS-STAGE-HDR-SEEN PIC X(1) VALUE 'N'.
       01 WS-STAGE-TRL-SEEN PIC X(1) VALUE 'N'.
       01 WS-STAGE-TRL-COUNT PIC 9(6) VALUE 0.
       01 WS-STAGE-DATA-COUNT PIC 9(6) VALUE 0.
       01 WS-STAGE-FOREIGN-COUNT PIC 9(6) VALUE 0.

       01 WS-RECON-RUN-FOUND PIC X(1) VALUE 'N'.
       01 WS-RECON-DIRTY PIC X(1) VALUE 'N'.
       01 WS-RECON-RUN-ID PIC X(15).

       01 WS-ALREADY-POSTED PIC X(1) VALUE 'N'.
       01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01 WS-ARCHIVE-EXISTS PIC X(1) VALUE 'N'.
       01 WS-PREV-STAGE-SEQ PIC 9(6) VALUE 0.
       01 WS-DELETE-JRN-STATUS PIC X(10) VALUE SPACES.
       01 WS-HEADER-REMOVED PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-ERROR-REASON.
           05 FILLER PIC X(34) VALUE
              'results archive error, file status'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ARCHIVE-ERROR-STATUS PIC 99.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-RUN-STAMP-TIME.
           OPEN INPUT FILE_POSTING_TRX.
           IF FS_POSTING_TRX NOT = 00
               DISPLAY 'archive_posting.txt not exist'
               MOVE 'Y' TO WS-TRX-EOF-FLAG
           END-IF.
           PERFORM OPEN-JOURNAL.
           PERFORM PROCESS-ONE-TRANSACTION
              UNTIL WS-TRX-EOF-FLAG = 'Y'.
           CLOSE FILE_JOURNAL.
           CLOSE FILE_POSTING_TRX.
           DISPLAY 'archive posting: ' WS-POSTED-RUN-COUNT
           ' run(s) posted, ' WS-REVERSED-RUN-COUNT
           ' run(s) reversed, ' WS-REJECT-COUNT ' rejected'.
      *    A rejected transaction leaves the archive as it was for
      *    that run; the completion code tells the scheduler to look
      *    at the journal before the next step relies on the archive.
           IF WS-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

      *    The journal is a running audit trail across posting runs,
      *    so it is extended, and created only the first time.
       OPEN-JOURNAL.
           OPEN EXTEND FILE_JOURNAL.
           IF FS_JOURNAL = 35
               OPEN OUTPUT FILE_JOURNAL
           END-IF.

       PROCESS-ONE-TRANSACTION.
           READ FILE_POSTING_TRX INTO POSTING-TRX-RECORD
           IF FS_POSTING_TRX = 10
               MOVE 'Y' TO WS-TRX-EOF-FLAG
           ELSE
               MOVE 0 TO WS-MOVED-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               EVALUATE PST-ACTION
                   WHEN 'P'
                       PERFORM POST-STAGED-RUN
                   WHEN 'R'
                       PERFORM REVERSE-POSTED-RUN
                   WHEN OTHER
                       MOVE 'N' TO WS-TRX-OK
                       MOVE 'action code not P or R' TO
                       WS-REJECT-REASON
               END-EVALUATE
               PERFORM WRITE-TRANSACTION-SUMMARY
           END-IF.

      *    A staged run goes into the permanent archive only when all
      *    three checks pass: battle-reconcile's last report is for
      *    this run and found nothing wrong, the staging file's own
      *    RUNHDR/RUNTRL agree with the records between them, and the
      *    run is not already in the archive.
       POST-STAGED-RUN.
           MOVE 'Y' TO WS-TRX-OK.
           PERFORM CHECK-RECONCILE-REPORT.
           IF WS-TRX-OK = 'Y'
               PERFORM VERIFY-STAGED-RUN
           END-IF.
           IF WS-TRX-OK = 'Y'
               PERFORM CHECK-RUN-ALREADY-POSTED
               IF WS-ALREADY-POSTED = 'Y'
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'run is already in the archive' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRX-OK = 'Y'
               PERFORM CHECK-STAGED-KEYS
           END-IF.
           IF WS-TRX-OK = 'Y'
               PERFORM APPEND-STAGED-RUN
               IF WS-TRX-OK = 'Y'
                   ADD 1 TO WS-POSTED-RUN-COUNT
               END-IF
           END-IF.

       CHECK-RECONCILE-REPORT.
           MOVE 'N' TO WS-RECON-RUN-FOUND.
           MOVE 'N' TO WS-RECON-DIRTY.
           MOVE 'N' TO WS-RECON-EOF-FLAG.
           MOVE PST-RUN-ID TO WS-RECON-RUN-ID.
           OPEN INPUT FILE_RECON_REPORT.
           IF FS_RECON_REPORT NOT = 00
               MOVE 'Y' TO WS-RECON-EOF-FLAG
           END-IF.
           PERFORM READ-RECON-REPORT-LINE
              UNTIL WS-RECON-EOF-FLAG = 'Y'.
           CLOSE FILE_RECON_REPORT.
           IF WS-RECON-RUN-FOUND = 'N'
               MOVE 'N' TO WS-TRX-OK
               MOVE 'no reconcile report for this run' TO
               WS-REJECT-REASON
           ELSE
               IF WS-RECON-DIRTY = 'Y'
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'reconcile report is not clean' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.

      *    battle-reconcile reports on one run at a time; its RUN
      *    line names the run, and any MISMATCH or INCOMPLETE verdict
      *    anywhere in the report makes that run unpostable.
       READ-RECON-REPORT-LINE.
           READ FILE_RECON_REPORT INTO RECON-REPORT-LINE
           IF FS_RECON_REPORT = 10
               MOVE 'Y' TO WS-RECON-EOF-FLAG
           ELSE
               IF RECON-MY-NAME = 'RUN'
                  AND RECON-GRAND-NAME = WS-RECON-RUN-ID
                  AND RECON-VERDICT = 'OK'
                   MOVE 'Y' TO WS-RECON-RUN-FOUND
               END-IF
               IF RECON-VERDICT = 'MISMATCH'
                  OR RECON-VERDICT = 'INCOMPLETE'
                   MOVE 'Y' TO WS-RECON-DIRTY
               END-IF
           END-IF.

       VERIFY-STAGED-RUN.
           MOVE 'N' TO WS-STAGE-HDR-SEEN.
           MOVE 'N' TO WS-STAGE-TRL-SEEN.
           MOVE 0 TO WS-STAGE-TRL-COUNT.
           MOVE 0 TO WS-STAGE-DATA-COUNT.
           MOVE 0 TO WS-STAGE-FOREIGN-COUNT.
           MOVE 'N' TO WS-STAGE-EOF-FLAG.
           MOVE PST-RUN-ID TO WS-STAGE-FILE-RUN-ID.
           OPEN INPUT FILE_ARCHIVE_STAGING.
           IF FS_ARCHIVE_STAGING NOT = 00
               MOVE 'Y' TO WS-STAGE-EOF-FLAG
           END-IF.
           PERFORM READ-STAGE-FOR-VERIFY
              UNTIL WS-STAGE-EOF-FLAG = 'Y'.
           CLOSE FILE_ARCHIVE_STAGING.
           IF WS-STAGE-HDR-SEEN = 'N'
               MOVE 'N' TO WS-TRX-OK
               MOVE 'no staged archive for this run' TO
               WS-REJECT-REASON
           ELSE
               IF WS-STAGE-TRL-SEEN = 'N'
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'staged run has no trailer' TO
                   WS-REJECT-REASON
               ELSE
                   IF WS-STAGE-TRL-COUNT NOT = WS-STAGE-DATA-COUNT
                      OR WS-STAGE-FOREIGN-COUNT > 0
                       MOVE 'N' TO WS-TRX-OK
                       MOVE 'staged record count does not agree' TO
                       WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       READ-STAGE-FOR-VERIFY.
           READ FILE_ARCHIVE_STAGING INTO STAGE-RECORD
           IF FS_ARCHIVE_STAGING = 10
               MOVE 'Y' TO WS-STAGE-EOF-FLAG
           ELSE
               IF STAGE-HDR-TAG = 'RUNHDR'
                   IF STAGE-HDR-RUN-ID = PST-RUN-ID
                       MOVE 'Y' TO WS-STAGE-HDR-SEEN
                   END-IF
               ELSE
                   IF STAGE-TRL-TAG = 'RUNTRL'
                       IF STAGE-TRL-RUN-ID = PST-RUN-ID
                           MOVE 'Y' TO WS-STAGE-TRL-SEEN
                           MOVE STAGE-TRL-COUNT TO WS-STAGE-TRL-COUNT
                       END-IF
                   ELSE
                       IF STG-RUN-ID = PST-RUN-ID
                           ADD 1 TO WS-STAGE-DATA-COUNT
                       ELSE
                           ADD 1 TO WS-STAGE-FOREIGN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The run ID leads the primary key, so positioning on
      *    (run ID, 000000) lands on the run's first record if it
      *    has any in the archive. Only status 35 means there is no
      *    archive yet; any other open failure stops the posting.
       CHECK-RUN-ALREADY-POSTED.
           MOVE 'N' TO WS-ALREADY-POSTED.
           MOVE 'N' TO WS-ARCHIVE-EXISTS.
           OPEN INPUT FILE_ARCHIVE.
           IF FS_ARCHIVE = 00
               MOVE 'Y' TO WS-ARCHIVE-EXISTS
               PERFORM POSITION-ON-RUN
               IF WS-ARCHIVE-EOF-FLAG = 'N'
                   PERFORM READ-NEXT-OF-RUN
                   IF WS-ARCHIVE-EOF-FLAG = 'N'
                       MOVE 'Y' TO WS-ALREADY-POSTED
                   END-IF
               END-IF
               CLOSE FILE_ARCHIVE
           ELSE
               IF FS_ARCHIVE NOT = 35
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'results archive cannot be opened' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.

      *    Nothing is written until every staged key has been proved
      *    free, so a rejected posting leaves the archive as it was.
      *    The simulator stages a run's records in rising pairing
      *    sequence after the RUNHDR (sequence 000000); a sequence
      *    that does not rise is a pairing staged twice, as a resumed
      *    run can do, and each key is also read against the archive.
       CHECK-STAGED-KEYS.
           MOVE 0 TO WS-DUPLICATE-COUNT.
           MOVE 0 TO WS-PREV-STAGE-SEQ.
           IF WS-ARCHIVE-EXISTS = 'Y'
               OPEN INPUT FILE_ARCHIVE
               IF FS_ARCHIVE NOT = 00
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'results archive cannot be opened' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRX-OK = 'Y'
               MOVE 'N' TO WS-STAGE-EOF-FLAG
               OPEN INPUT FILE_ARCHIVE_STAGING
               IF FS_ARCHIVE_STAGING NOT = 00
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'archive staging cannot be opened' TO
                   WS-REJECT-REASON
               ELSE
                   PERFORM CHECK-ONE-STAGED-KEY
                      UNTIL WS-STAGE-EOF-FLAG = 'Y'
                   CLOSE FILE_ARCHIVE_STAGING
               END-IF
               IF WS-ARCHIVE-EXISTS = 'Y'
                   CLOSE FILE_ARCHIVE
               END-IF
               IF WS-DUPLICATE-COUNT > 0
                  AND WS-TRX-OK = 'Y'
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'duplicate pairing key in staged run' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.

       CHECK-ONE-STAGED-KEY.
           READ FILE_ARCHIVE_STAGING INTO STAGE-RECORD
           IF FS_ARCHIVE_STAGING = 10
               MOVE 'Y' TO WS-STAGE-EOF-FLAG
           ELSE
               IF STAGE-HDR-TAG = 'RUNHDR'
                   MOVE STAGE-HDR-RUN-ID TO ARC-RUN-ID
                   MOVE 0 TO ARC-PAIRING-SEQ
                   PERFORM CHECK-KEY-NOT-IN-ARCHIVE
               ELSE
                   IF STAGE-TRL-TAG NOT = 'RUNTRL'
                       IF STG-PAIRING-SEQ NOT > WS-PREV-STAGE-SEQ
                           ADD 1 TO WS-DUPLICATE-COUNT
                       END-IF
                       MOVE STG-PAIRING-SEQ TO WS-PREV-STAGE-SEQ
                       MOVE STG-RUN-ID TO ARC-RUN-ID
                       MOVE STG-PAIRING-SEQ TO ARC-PAIRING-SEQ
                       PERFORM CHECK-KEY-NOT-IN-ARCHIVE
                   END-IF
               END-IF
           END-IF.

       CHECK-KEY-NOT-IN-ARCHIVE.
           IF WS-ARCHIVE-EXISTS = 'Y'
               READ FILE_ARCHIVE KEY IS ARC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
               END-READ
               IF FS_ARCHIVE > 09 AND FS_ARCHIVE NOT = 23
                   PERFORM REJECT-ARCHIVE-ERROR
               END-IF
           END-IF.

       POSITION-ON-RUN.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           MOVE PST-RUN-ID TO ARC-RUN-ID.
           MOVE 0 TO ARC-PAIRING-SEQ.
           START FILE_ARCHIVE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-START.
           IF FS_ARCHIVE > 09 AND FS_ARCHIVE NOT = 23
               PERFORM REJECT-ARCHIVE-ERROR
           END-IF.

      *    Sets the end flag at end of file or as soon as the key
      *    moves past the run being posted or reversed.
       READ-NEXT-OF-RUN.
           READ FILE_ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-READ.
           IF FS_ARCHIVE > 10
               PERFORM REJECT-ARCHIVE-ERROR
           END-IF.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
              AND ARC-RUN-ID NOT = PST-RUN-ID
               MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-IF.

      *    Any status other than success, end of file or record not
      *    found ends the walk over the run and fails the transaction
      *    with the status in the reason.
       REJECT-ARCHIVE-ERROR.
           MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG.
           MOVE 'N' TO WS-TRX-OK.
           MOVE FS_ARCHIVE TO WS-ARCHIVE-ERROR-STATUS.
           MOVE WS-ARCHIVE-ERROR-REASON TO WS-REJECT-REASON.

      *    The archive only ever grows by whole runs: open it for
      *    update, or create it empty on the first run ever posted and
      *    reopen it for update, so a back-out can always run. The
      *    keys were all proved free above, so a write that still
      *    fails (the archive changed in between) backs the whole run
      *    out again rather than leave part of it posted.
       APPEND-STAGED-RUN.
           MOVE 0 TO WS-DUPLICATE-COUNT.
           OPEN I-O FILE_ARCHIVE.
           IF FS_ARCHIVE = 35
               OPEN OUTPUT FILE_ARCHIVE
               CLOSE FILE_ARCHIVE
               OPEN I-O FILE_ARCHIVE
           END-IF.
           IF FS_ARCHIVE NOT = 00
               MOVE 'N' TO WS-TRX-OK
               MOVE 'results archive cannot be opened' TO
               WS-REJECT-REASON
           ELSE
               MOVE 'N' TO WS-STAGE-EOF-FLAG
               OPEN INPUT FILE_ARCHIVE_STAGING
               IF FS_ARCHIVE_STAGING NOT = 00
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'archive staging cannot be opened' TO
                   WS-REJECT-REASON
               ELSE
                   PERFORM POST-ONE-STAGED-RECORD
                      UNTIL WS-STAGE-EOF-FLAG = 'Y'
                   CLOSE FILE_ARCHIVE_STAGING
                   IF WS-DUPLICATE-COUNT > 0
                       MOVE 'N' TO WS-TRX-OK
                       MOVE 'duplicate pairing key in staged run' TO
                       WS-REJECT-REASON
                       PERFORM BACK-OUT-STAGED-RUN
                   END-IF
               END-IF
               CLOSE FILE_ARCHIVE
           END-IF.

      *    Every key of the run was free before this transaction, so
      *    every record now under the run ID is one it wrote.
       BACK-OUT-STAGED-RUN.
           MOVE 'BACKED OUT' TO WS-DELETE-JRN-STATUS.
           MOVE 'N' TO WS-HEADER-REMOVED.
           PERFORM POSITION-ON-RUN.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
               PERFORM READ-NEXT-OF-RUN
           END-IF.
           PERFORM DELETE-ONE-RUN-RECORD
              UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'.
           MOVE 0 TO WS-MOVED-COUNT.

       POST-ONE-STAGED-RECORD.
           READ FILE_ARCHIVE_STAGING INTO STAGE-RECORD
           IF FS_ARCHIVE_STAGING = 10
               MOVE 'Y' TO WS-STAGE-EOF-FLAG
           ELSE
               IF STAGE-HDR-TAG = 'RUNHDR'
                   PERFORM POST-RUN-INFO-RECORD
               ELSE
                   IF STAGE-TRL-TAG NOT = 'RUNTRL'
                       MOVE STAGE-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
                           INVALID KEY
                               ADD 1 TO WS-DUPLICATE-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-MOVED-COUNT
                               MOVE 'POSTED' TO JRN-STATUS
                               PERFORM WRITE-RECORD-JOURNAL-LINE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       POST-RUN-INFO-RECORD.
           MOVE SPACES TO ARCHIVE-RECORD.
           MOVE STAGE-HDR-RUN-ID TO ARC-RUN-ID.
           MOVE 0 TO ARC-PAIRING-SEQ.
           MOVE 'RUNHDR' TO ARC-INFO-TAG.
           MOVE STAGE-HDR-MODE-FLAGS TO ARC-INFO-MODE-FLAGS.
           MOVE STAGE-HDR-PROFILE TO ARC-INFO-PROFILE.
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-WRITE.

      *    Reversal positions on the run's first key and deletes
      *    record by record until the key moves on to the next run.
      *    A run whose pairings are gone but whose header is still
      *    on file is reversed all the same, and the summary says only
      *    the header was removed.
       REVERSE-POSTED-RUN.
           MOVE 'Y' TO WS-TRX-OK.
           MOVE 'REVERSED' TO WS-DELETE-JRN-STATUS.
           MOVE 'N' TO WS-HEADER-REMOVED.
           OPEN I-O FILE_ARCHIVE.
           IF FS_ARCHIVE = 00
               PERFORM POSITION-ON-RUN
               IF WS-ARCHIVE-EOF-FLAG = 'N'
                   PERFORM READ-NEXT-OF-RUN
               END-IF
               PERFORM DELETE-ONE-RUN-RECORD
                  UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               CLOSE FILE_ARCHIVE
           ELSE
               IF FS_ARCHIVE NOT = 35
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'results archive cannot be opened' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-TRX-OK = 'Y'
               IF WS-MOVED-COUNT = 0
                  AND WS-HEADER-REMOVED = 'N'
                   MOVE 'N' TO WS-TRX-OK
                   MOVE 'run is not in the archive' TO
                   WS-REJECT-REASON
               ELSE
                   ADD 1 TO WS-REVERSED-RUN-COUNT
               END-IF
           END-IF.

       DELETE-ONE-RUN-RECORD.
           DELETE FILE_ARCHIVE RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               NOT INVALID KEY
                   IF ARC-PAIRING-SEQ > 0
                       ADD 1 TO WS-MOVED-COUNT
                       MOVE WS-DELETE-JRN-STATUS TO JRN-STATUS
                       PERFORM WRITE-RECORD-JOURNAL-LINE
                   ELSE
                       MOVE 'Y' TO WS-HEADER-REMOVED
                   END-IF
           END-DELETE.
           IF FS_ARCHIVE > 09 AND FS_ARCHIVE NOT = 23
               PERFORM REJECT-ARCHIVE-ERROR
           END-IF.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
               PERFORM READ-NEXT-OF-RUN
           END-IF.

      *    JRN-STATUS is set by the caller (POSTED, REVERSED or
      *    BACKED OUT); the pairing itself comes from the archive
      *    record just moved.
       WRITE-RECORD-JOURNAL-LINE.
           MOVE JRN-STATUS TO WS-JOURNAL-STATUS.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE WS-JOURNAL-STATUS TO JRN-STATUS.
           MOVE WS-RUN-STAMP TO JRN-STAMP.
           MOVE PST-ACTION TO JRN-ACTION.
           MOVE ARC-RUN-ID TO JRN-RUN-ID.
           MOVE ARC-PAIRING-SEQ TO JRN-COUNT.
           MOVE ARC-MY-MONSTER TO JRN-MY-MONSTER.
           MOVE ARC-GRAND-MONSTER TO JRN-GRAND-MONSTER.
           MOVE ARC-WINNER TO JRN-WINNER.
           WRITE JOURNAL-LINE.

       WRITE-TRANSACTION-SUMMARY.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE WS-RUN-STAMP TO JRN-STAMP.
           MOVE PST-ACTION TO JRN-ACTION.
           MOVE PST-RUN-ID TO JRN-RUN-ID.
           MOVE WS-MOVED-COUNT TO JRN-COUNT.
           IF WS-TRX-OK = 'Y'
               MOVE 'ACCEPTED' TO JRN-STATUS
               IF PST-ACTION = 'P'
                   MOVE 'staged run posted to archive' TO JRN-DETAIL
               ELSE
                   IF WS-MOVED-COUNT = 0
                       MOVE 'run header only, removed' TO JRN-DETAIL
                   ELSE
                       MOVE 'run reversed out of archive' TO
                       JRN-DETAIL
                   END-IF
               END-IF
           ELSE
               MOVE 'REJECTED' TO JRN-STATUS
               MOVE WS-REJECT-REASON TO JRN-DETAIL
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           WRITE JOURNAL-LINE.
