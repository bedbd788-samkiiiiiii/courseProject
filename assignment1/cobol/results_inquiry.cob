       FILE-CONTROL.
       SELECT FILE_ARCHIVE ASSIGN TO
       'testcase/results_archive.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARC-KEY
       ALTERNATE RECORD KEY IS ARC-MY-MONSTER WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARC-GRAND-MONSTER WITH DUPLICATES
       FILE STATUS IS FS_ARCHIVE.

       SELECT FILE_QUERY ASSIGN TO

       DATA DIVISION.
       FILE SECTION.
      *    Keyed on run ID + pairing sequence, so one run's pairings
      *    sit together in date order; each side's monster name is an
      *    alternate key so a monster's history is read directly.
      *    Sequence 000000 is the run's header, not a pairing.
       FD FILE_ARCHIVE.
           01 ARCHIVE-RECORD.
               03 ARC-KEY.
                   05 ARC-RUN-ID PIC X(14).
                   05 ARC-RUN-ID-PARTS REDEFINES ARC-RUN-ID.
                       07 ARC-RUN-DATE PIC X(8).
                       07 ARC-RUN-TIME PIC X(6).
                   05 ARC-PAIRING-SEQ PIC 9(6).
               03 ARC-RESULT.
                   05 ARC-MY-MONSTER PIC X(15).
                   05 ARC-GRAND-MONSTER PIC X(15).
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

      *    One query per line; any blank field is a wildcard. The
      *    monster name matches either side of a pairing, the
       01 FS_EXTRACT PIC 99.
       01 WS-QUERY-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-ARCHIVE-OPEN PIC X(1) VALUE 'N'.
       01 WS-MATCH-FLAG PIC X(1) VALUE 'N'.
       01 WS-MATCH-COUNT PIC 9(6) VALUE 0.

               DISPLAY 'archive_query.txt not exist'
               MOVE 'Y' TO WS-QUERY-EOF-FLAG
           END-IF.
           OPEN INPUT FILE_ARCHIVE.
           IF FS_ARCHIVE = 00
               MOVE 'Y' TO WS-ARCHIVE-OPEN
           END-IF.
           OPEN OUTPUT FILE_EXTRACT.
           PERFORM ANSWER-ONE-QUERY
              UNTIL WS-QUERY-EOF-FLAG = 'Y'.
           CLOSE FILE_EXTRACT.
           IF WS-ARCHIVE-OPEN = 'Y'
               CLOSE FILE_ARCHIVE
           END-IF.
           CLOSE FILE_QUERY.
       STOP RUN.

      *    Each query line is answered through the cheapest key it
      *    allows, headed by an echo of the query so the extract
      *    reads on its own. A monster name goes straight to that
      *    monster's pairings on either side; otherwise the run ID
      *    key is positioned at the start of the date range and read
      *    only as far as its end. CHECK-ARCHIVE-MATCH still applies
      *    the rest of the query to every record the key hands back.
       ANSWER-ONE-QUERY.
           READ FILE_QUERY INTO QUERY-RECORD
           IF FS_QUERY = 10
           ELSE
               PERFORM WRITE-QUERY-HEADER
               MOVE 0 TO WS-MATCH-COUNT
               IF WS-ARCHIVE-OPEN = 'N'
                   MOVE 'no results archive on file' TO EXTRACT-LINE
                   WRITE EXTRACT-LINE
               ELSE
                   IF QRY-MONSTER-NAME NOT = SPACES
                       PERFORM SCAN-BY-MY-MONSTER
                       PERFORM SCAN-BY-GRAND-MONSTER
                   ELSE
                       PERFORM SCAN-BY-RUN-DATE
                   END-IF
                   IF WS-MATCH-COUNT = 0
                       MOVE 'no matching archive records' TO
                       EXTRACT-LINE
                       WRITE EXTRACT-LINE
                   END-IF
               END-IF
           END-IF.

           MOVE WS-QUERY-HEAD-LINE TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.

       SCAN-BY-MY-MONSTER.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           MOVE QRY-MONSTER-NAME TO ARC-MY-MONSTER.
           START FILE_ARCHIVE KEY IS = ARC-MY-MONSTER
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-START.
           PERFORM READ-NEXT-BY-MY-MONSTER
              UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'.

       READ-NEXT-BY-MY-MONSTER.
           READ FILE_ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-READ.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
               IF ARC-MY-MONSTER NOT = QRY-MONSTER-NAME
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               ELSE
                   PERFORM REPORT-IF-MATCHED
               END-IF
           END-IF.

      *    A pairing of the monster against itself was already
      *    reported on the my-monster key, so it is skipped here.
       SCAN-BY-GRAND-MONSTER.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           MOVE QRY-MONSTER-NAME TO ARC-GRAND-MONSTER.
           START FILE_ARCHIVE KEY IS = ARC-GRAND-MONSTER
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-START.
           PERFORM READ-NEXT-BY-GRAND-MONSTER
              UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'.

       READ-NEXT-BY-GRAND-MONSTER.
           READ FILE_ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-READ.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
               IF ARC-GRAND-MONSTER NOT = QRY-MONSTER-NAME
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               ELSE
                   IF ARC-MY-MONSTER NOT = QRY-MONSTER-NAME
                       PERFORM REPORT-IF-MATCHED
                   END-IF
               END-IF
           END-IF.

      *    Run IDs begin with the run date, so the primary key is
      *    positioned at the first run on or after the from-date (or
      *    at the start of the file) and read until the to-date.
       SCAN-BY-RUN-DATE.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG.
           MOVE LOW-VALUES TO ARC-KEY.
           IF QRY-DATE-FROM NOT = SPACES
               MOVE QRY-DATE-FROM TO ARC-RUN-DATE
           END-IF.
           START FILE_ARCHIVE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-START.
           PERFORM READ-NEXT-BY-RUN-DATE
              UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'.

       READ-NEXT-BY-RUN-DATE.
           READ FILE_ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-READ.
           IF WS-ARCHIVE-EOF-FLAG = 'N'
               IF QRY-DATE-TO NOT = SPACES
                  AND ARC-RUN-DATE > QRY-DATE-TO
                   MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
               ELSE
                   PERFORM REPORT-IF-MATCHED
               END-IF
           END-IF.

       REPORT-IF-MATCHED.
           PERFORM CHECK-ARCHIVE-MATCH.
           IF ARC-PAIRING-SEQ = 0
               MOVE 'N' TO WS-MATCH-FLAG
           END-IF.
           IF WS-MATCH-FLAG = 'Y'
               ADD 1 TO WS-MATCH-COUNT
               PERFORM WRITE-EXTRACT-LINE
           END-IF.

       CHECK-ARCHIVE-MATCH.
           MOVE 'Y' TO WS-MATCH-FLAG.
           IF QRY-MONSTER-NAME NOT = SPACES
