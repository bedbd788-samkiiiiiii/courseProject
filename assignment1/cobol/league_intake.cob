      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  league-intake.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_LEAGUE_FEED ASSIGN TO
       'testcase/league_feed.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_LEAGUE_FEED.

       SELECT FILE_INTAKE_REGISTER ASSIGN TO
       'testcase/intake_register.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_INTAKE_REGISTER.

       SELECT FILE_GRANDMONSTER_SEQUENCE ASSIGN TO
          DYNAMIC WS-SEQ-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS_GRANDSEQUENCE.

       SELECT FILE_GRANDMONSTER_STAT ASSIGN TO
          DYNAMIC WS-STAT-FILENAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS_GRANDSTAT.

       SELECT FILE_TOURNAMENT_CONTROL ASSIGN TO
       'testcase/tournament_control.txt'
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS_TOURNAMENT_CONTROL.

       SELECT FILE_INTAKE_REPORT ASSIGN TO
       'testcase/intake_report.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_INTAKE_REPORT.

       DATA DIVISION.
       FILE SECTION.
      *    The league office's combined feed for one grandmaster set:
      *    an 'H' header (set name, effective date), one 'D' detail
      *    per grandmaster in fighting order carrying a GRAND_STAT
      *    record, and a 'T' trailer with the detail count and hash
      *    totals of health_point, attack, Defense and speed.
       FD FILE_LEAGUE_FEED.
           01 FEED-RECORD.
               03 FEED-RECORD-TYPE PIC X(1).
               03 FEED-DETAIL.
                   05 FEED-STAT.
                       07 FEED-NAME PIC X(15).
                       07 FEED-NORMAL PIC X(8).
                       07 FEED-HEALTH-POINT PIC X(3).
                       07 FEED-ATTACK PIC X(3).
                       07 FEED-DEFENSE PIC X(3).
                       07 FEED-SPEED PIC X(3).
                       07 FILLER PIC X(52).
           01 FEED-HEADER.
               03 FEED-HDR-TYPE PIC X(1).
               03 FEED-HDR-SET-NAME PIC X(30).
               03 FEED-HDR-EFFECTIVE-DATE PIC X(8).
           01 FEED-TRAILER.
               03 FEED-TRL-TYPE PIC X(1).
               03 FEED-TRL-COUNT PIC X(6).
               03 FEED-TRL-HASH-HEALTH-POINT PIC X(9).
               03 FEED-TRL-HASH-ATTACK PIC X(9).
               03 FEED-TRL-HASH-DEFENSE PIC X(9).
               03 FEED-TRL-HASH-SPEED PIC X(9).

      *    One line per intake attempt, accepted or rejected; only an
      *    ACCEPTED line for the same set name and effective date
      *    stops a feed from being loaded again.
       FD FILE_INTAKE_REGISTER.
           01 REGISTER-LINE.
               03 REG-STAMP PIC X(14).
               03 FILLER PIC X(1).
               03 REG-SET-NAME PIC X(30).
               03 FILLER PIC X(1).
               03 REG-EFFECTIVE-DATE PIC X(8).
               03 FILLER PIC X(1).
               03 REG-STATUS PIC X(10).
               03 REG-INTAKE-NO PIC 9(4).
               03 FILLER PIC X(1).
               03 REG-RECORD-COUNT PIC 9(6).
               03 FILLER PIC X(1).
               03 REG-REASON PIC X(40).

       FD FILE_GRANDMONSTER_SEQUENCE.
           01 GRAND_SEQUENCE.
               03 GRAND-NAME PIC X(15).

       FD FILE_GRANDMONSTER_STAT.
           01 GRAND_STAT PIC X(87).

       FD FILE_TOURNAMENT_CONTROL.
           01 CONTROL-LINE.
               03 CTRL-GRAND-SEQ-FILE PIC X(40).
               03 CTRL-GRAND-STAT-FILE PIC X(40).

       FD FILE_INTAKE_REPORT.
           01 INTAKE-REPORT-LINE.
               03 RPT-LABEL PIC X(24).
               03 RPT-VALUE PIC X(40).
               03 FILLER PIC X(1).
               03 RPT-VALUE-2 PIC X(20).


       WORKING-STORAGE SECTION.
       01 FS_LEAGUE_FEED PIC 99.
       01 FS_INTAKE_REGISTER PIC 99.
       01 FS_GRANDSEQUENCE PIC 99.
       01 FS_GRANDSTAT PIC 99.
       01 FS_TOURNAMENT_CONTROL PIC 99.
       01 FS_INTAKE_REPORT PIC 99.
       01 WS-FEED-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-REGISTER-EOF-FLAG PIC X(1) VALUE 'N'.

      *    Each accepted feed gets the next intake number, and its
      *    files are named from it so no two loads can overwrite each
      *    other's sequence or stat file.
       01 WS-SEQ-FILENAME.
           05 FILLER PIC X(20) VALUE 'testcase/league_set_'.
           05 WS-SEQ-FILE-INTAKE-NO PIC 9(4).
           05 FILLER PIC X(13) VALUE '_sequence.txt'.
       01 WS-STAT-FILENAME.
           05 FILLER PIC X(20) VALUE 'testcase/league_set_'.
           05 WS-STAT-FILE-INTAKE-NO PIC 9(4).
           05 FILLER PIC X(15) VALUE '_statistics.txt'.
       01 WS-DEFAULT-SEQ-FILENAME PIC X(40) VALUE
          'testcase/grandmaster_sequence.txt'.
       01 WS-DEFAULT-STAT-FILENAME PIC X(40) VALUE
          'testcase/grandmaster_statistics.txt'.

       01 WS-RUN-STAMP.
           05 WS-RUN-STAMP-DATE PIC 9(8).
           05 WS-RUN-STAMP-TIME PIC 9(6).
       01 WS-CLOCK-TIME.
           05 WS-CLOCK-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).

       01 WS-FEED-OK PIC X(1) VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-HEADER-SEEN PIC X(1) VALUE 'N'.
       01 WS-TRAILER-SEEN PIC X(1) VALUE 'N'.
       01 WS-FEED-RECORDS-READ PIC 9(6) VALUE 0.
       01 WS-SET-NAME PIC X(30) VALUE SPACES.
       01 WS-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
       01 WS-TRAILER-RECORD PIC X(43) VALUE SPACES.
       01 WS-TRAILER-FIELDS REDEFINES WS-TRAILER-RECORD.
           05 FILLER PIC X(1).
           05 WS-TRL-COUNT PIC X(6).
           05 WS-TRL-COUNT-N REDEFINES WS-TRL-COUNT PIC 9(6).
           05 WS-TRL-HASH-HEALTH-POINT PIC X(9).
           05 WS-TRL-HASH-HP-N REDEFINES WS-TRL-HASH-HEALTH-POINT
              PIC 9(9).
           05 WS-TRL-HASH-ATTACK PIC X(9).
           05 WS-TRL-HASH-ATK-N REDEFINES WS-TRL-HASH-ATTACK
              PIC 9(9).
           05 WS-TRL-HASH-DEFENSE PIC X(9).
           05 WS-TRL-HASH-DEF-N REDEFINES WS-TRL-HASH-DEFENSE
              PIC 9(9).
           05 WS-TRL-HASH-SPEED PIC X(9).
           05 WS-TRL-HASH-SPD-N REDEFINES WS-TRL-HASH-SPEED
              PIC 9(9).

      *    The details are held until the trailer has agreed, so a
      *    rejected feed never leaves a half-written set behind.
       01 WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-DETAIL-TABLE.
           05 WS-DETAIL-STAT PIC X(87) OCCURS 200 TIMES
              INDEXED BY WS-DETAIL-IDX.
       01 WS-HASH-HEALTH-POINT PIC 9(9) VALUE 0.
       01 WS-HASH-ATTACK PIC 9(9) VALUE 0.
       01 WS-HASH-DEFENSE PIC 9(9) VALUE 0.
       01 WS-HASH-SPEED PIC 9(9) VALUE 0.
       01 WS-STAT-NUMBERS.
           05 WS-STAT-HEALTH-POINT PIC 9(3).
           05 WS-STAT-ATTACK PIC 9(3).
           05 WS-STAT-DEFENSE PIC 9(3).
           05 WS-STAT-SPEED PIC 9(3).

       01 WS-ACCEPTED-LOADS PIC 9(4) VALUE 0.
       01 WS-INTAKE-NO PIC 9(4) VALUE 0.
       01 WS-ALREADY-LOADED PIC X(1) VALUE 'N'.
       01 WS-LOADED-STAMP PIC X(14) VALUE SPACES.

       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 WS-EDIT-HASH PIC ZZZ,ZZZ,ZZ9.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-HHMMSS TO WS-RUN-STAMP-TIME.
           PERFORM READ-LEAGUE-FEED.
           IF WS-FEED-OK = 'Y'
               PERFORM CHECK-FEED-CONTROL-TOTALS
           END-IF.
           PERFORM SCAN-INTAKE-REGISTER.
           IF WS-FEED-OK = 'Y' AND WS-ALREADY-LOADED = 'Y'
               MOVE 'N' TO WS-FEED-OK
               MOVE 'feed already loaded' TO WS-REJECT-REASON
           END-IF.
           IF WS-FEED-OK = 'Y'
               COMPUTE WS-INTAKE-NO = WS-ACCEPTED-LOADS + 1
               MOVE WS-INTAKE-NO TO WS-SEQ-FILE-INTAKE-NO
               MOVE WS-INTAKE-NO TO WS-STAT-FILE-INTAKE-NO
               PERFORM WRITE-SET-FILES
               PERFORM APPEND-CONTROL-ROW
           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM WRITE-INTAKE-REPORT.
      *    A rejected feed changes nothing but the register; the
      *    completion code holds the bracket until the league office
      *    resends it.
           IF WS-FEED-OK = 'Y'
               DISPLAY 'league intake: set ' WS-SET-NAME
               ' loaded as ' WS-STAT-FILENAME
           ELSE
               DISPLAY 'league intake: feed rejected - '
               WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

       READ-LEAGUE-FEED.
           OPEN INPUT FILE_LEAGUE_FEED.
           IF FS_LEAGUE_FEED NOT = 00
               MOVE 'N' TO WS-FEED-OK
               MOVE 'league_feed.txt not exist' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-FEED-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-FEED-RECORD
              UNTIL WS-FEED-EOF-FLAG = 'Y'.
           CLOSE FILE_LEAGUE_FEED.
           IF WS-FEED-OK = 'Y' AND WS-TRAILER-SEEN = 'N'
               MOVE 'N' TO WS-FEED-OK
               MOVE 'trailer record missing' TO WS-REJECT-REASON
           END-IF.

      *    The first fault found stops the read; one reason is enough
      *    to send the feed back.
       READ-ONE-FEED-RECORD.
           READ FILE_LEAGUE_FEED INTO FEED-RECORD
           IF FS_LEAGUE_FEED = 10
               MOVE 'Y' TO WS-FEED-EOF-FLAG
           ELSE
               ADD 1 TO WS-FEED-RECORDS-READ
               IF WS-TRAILER-SEEN = 'Y'
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'records after the trailer' TO
                   WS-REJECT-REASON
               ELSE
                   EVALUATE FEED-RECORD-TYPE
                       WHEN 'H'
                           PERFORM TAKE-FEED-HEADER
                       WHEN 'D'
                           PERFORM TAKE-FEED-DETAIL
                       WHEN 'T'
                           MOVE 'Y' TO WS-TRAILER-SEEN
                           MOVE FEED-TRAILER TO WS-TRAILER-RECORD
                       WHEN OTHER
                           MOVE 'N' TO WS-FEED-OK
                           MOVE 'record type not H, D or T' TO
                           WS-REJECT-REASON
                   END-EVALUATE
               END-IF
               IF WS-FEED-OK = 'N'
                   MOVE 'Y' TO WS-FEED-EOF-FLAG
               END-IF
           END-IF.

       TAKE-FEED-HEADER.
           IF WS-FEED-RECORDS-READ NOT = 1
               MOVE 'N' TO WS-FEED-OK
               MOVE 'header is not the first record' TO
               WS-REJECT-REASON
           ELSE
               MOVE 'Y' TO WS-HEADER-SEEN
               MOVE FEED-HDR-SET-NAME TO WS-SET-NAME
               MOVE FEED-HDR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               IF WS-SET-NAME = SPACES
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'header set name is blank' TO
                   WS-REJECT-REASON
               END-IF
               IF WS-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'header effective date not numeric' TO
                   WS-REJECT-REASON
               END-IF
           END-IF.

       TAKE-FEED-DETAIL.
           IF WS-HEADER-SEEN = 'N'
               MOVE 'N' TO WS-FEED-OK
               MOVE 'header record missing' TO WS-REJECT-REASON
           ELSE
               IF FEED-HEALTH-POINT IS NOT NUMERIC
                  OR FEED-ATTACK IS NOT NUMERIC
                  OR FEED-DEFENSE IS NOT NUMERIC
                  OR FEED-SPEED IS NOT NUMERIC
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'detail stat field not numeric' TO
                   WS-REJECT-REASON
               ELSE
                   IF WS-DETAIL-COUNT = 200
                       MOVE 'N' TO WS-FEED-OK
                       MOVE 'more than 200 detail records' TO
                       WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-DETAIL-COUNT
                       MOVE FEED-STAT TO
                       WS-DETAIL-STAT(WS-DETAIL-COUNT)
                       MOVE FEED-HEALTH-POINT TO WS-STAT-HEALTH-POINT
                       MOVE FEED-ATTACK TO WS-STAT-ATTACK
                       MOVE FEED-DEFENSE TO WS-STAT-DEFENSE
                       MOVE FEED-SPEED TO WS-STAT-SPEED
                       ADD WS-STAT-HEALTH-POINT TO WS-HASH-HEALTH-POINT
                       ADD WS-STAT-ATTACK TO WS-HASH-ATTACK
                       ADD WS-STAT-DEFENSE TO WS-HASH-DEFENSE
                       ADD WS-STAT-SPEED TO WS-HASH-SPEED
                   END-IF
               END-IF
           END-IF.

      *    The trailer is the league office's own count of what it
      *    sent; any disagreement means the feed was cut, padded or
      *    altered in transit.
       CHECK-FEED-CONTROL-TOTALS.
           IF WS-TRL-COUNT IS NOT NUMERIC
              OR WS-TRL-HASH-HEALTH-POINT IS NOT NUMERIC
              OR WS-TRL-HASH-ATTACK IS NOT NUMERIC
              OR WS-TRL-HASH-DEFENSE IS NOT NUMERIC
              OR WS-TRL-HASH-SPEED IS NOT NUMERIC
               MOVE 'N' TO WS-FEED-OK
               MOVE 'trailer control field not numeric' TO
               WS-REJECT-REASON
           ELSE
               IF WS-DETAIL-COUNT = 0
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'feed has no detail records' TO
                   WS-REJECT-REASON
               END-IF
               IF WS-TRL-COUNT-N NOT = WS-DETAIL-COUNT
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'record count disagrees with trailer' TO
                   WS-REJECT-REASON
               END-IF
               IF WS-TRL-HASH-HP-N NOT = WS-HASH-HEALTH-POINT
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'health_point hash disagrees' TO
                   WS-REJECT-REASON
               END-IF
               IF WS-TRL-HASH-ATK-N NOT = WS-HASH-ATTACK
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'attack hash disagrees' TO WS-REJECT-REASON
               END-IF
               IF WS-TRL-HASH-DEF-N NOT = WS-HASH-DEFENSE
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'Defense hash disagrees' TO WS-REJECT-REASON
               END-IF
               IF WS-TRL-HASH-SPD-N NOT = WS-HASH-SPEED
                   MOVE 'N' TO WS-FEED-OK
                   MOVE 'speed hash disagrees' TO WS-REJECT-REASON
               END-IF
           END-IF.

       SCAN-INTAKE-REGISTER.
           MOVE 0 TO WS-ACCEPTED-LOADS.
           MOVE 'N' TO WS-ALREADY-LOADED.
           OPEN INPUT FILE_INTAKE_REGISTER.
           IF FS_INTAKE_REGISTER NOT = 00
               MOVE 'Y' TO WS-REGISTER-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-REGISTER-LINE
              UNTIL WS-REGISTER-EOF-FLAG = 'Y'.
           CLOSE FILE_INTAKE_REGISTER.

       READ-ONE-REGISTER-LINE.
           READ FILE_INTAKE_REGISTER INTO REGISTER-LINE
           IF FS_INTAKE_REGISTER = 10
               MOVE 'Y' TO WS-REGISTER-EOF-FLAG
           ELSE
               IF REG-STATUS = 'ACCEPTED'
                   ADD 1 TO WS-ACCEPTED-LOADS
                   IF REG-SET-NAME = WS-SET-NAME
                      AND REG-EFFECTIVE-DATE = WS-EFFECTIVE-DATE
                       MOVE 'Y' TO WS-ALREADY-LOADED
                       MOVE REG-STAMP TO WS-LOADED-STAMP
                   END-IF
               END-IF
           END-IF.

      *    The feed's detail order is the grandmasters' fighting
      *    order, so the sequence file is written straight from it.
       WRITE-SET-FILES.
           OPEN OUTPUT FILE_GRANDMONSTER_SEQUENCE.
           OPEN OUTPUT FILE_GRANDMONSTER_STAT.
           PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
              UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT
               MOVE SPACES TO GRAND_SEQUENCE
               MOVE WS-DETAIL-STAT(WS-DETAIL-IDX) TO GRAND-NAME
               WRITE GRAND_SEQUENCE
               MOVE WS-DETAIL-STAT(WS-DETAIL-IDX) TO GRAND_STAT
               WRITE GRAND_STAT
           END-PERFORM.
           CLOSE FILE_GRANDMONSTER_STAT.
           CLOSE FILE_GRANDMONSTER_SEQUENCE.

      *    With no tournament_control.txt the simulator fights the
      *    default grandmaster files alone; that set is written as
      *    the first row so adding a league set does not drop it.
       APPEND-CONTROL-ROW.
           OPEN EXTEND FILE_TOURNAMENT_CONTROL.
           IF FS_TOURNAMENT_CONTROL = 35
               OPEN OUTPUT FILE_TOURNAMENT_CONTROL
               MOVE SPACES TO CONTROL-LINE
               MOVE WS-DEFAULT-SEQ-FILENAME TO CTRL-GRAND-SEQ-FILE
               MOVE WS-DEFAULT-STAT-FILENAME TO CTRL-GRAND-STAT-FILE
               WRITE CONTROL-LINE
           END-IF.
           MOVE SPACES TO CONTROL-LINE.
           MOVE WS-SEQ-FILENAME TO CTRL-GRAND-SEQ-FILE.
           MOVE WS-STAT-FILENAME TO CTRL-GRAND-STAT-FILE.
           WRITE CONTROL-LINE.
           CLOSE FILE_TOURNAMENT_CONTROL.

       WRITE-REGISTER-LINE.
           OPEN EXTEND FILE_INTAKE_REGISTER.
           IF FS_INTAKE_REGISTER = 35
               OPEN OUTPUT FILE_INTAKE_REGISTER
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           MOVE WS-RUN-STAMP TO REG-STAMP.
           MOVE WS-SET-NAME TO REG-SET-NAME.
           MOVE WS-EFFECTIVE-DATE TO REG-EFFECTIVE-DATE.
           MOVE WS-INTAKE-NO TO REG-INTAKE-NO.
           MOVE WS-DETAIL-COUNT TO REG-RECORD-COUNT.
           IF WS-FEED-OK = 'Y'
               MOVE 'ACCEPTED' TO REG-STATUS
           ELSE
               MOVE 'REJECTED' TO REG-STATUS
               MOVE WS-REJECT-REASON TO REG-REASON
           END-IF.
           WRITE REGISTER-LINE.
           CLOSE FILE_INTAKE_REGISTER.

      *    Feed totals beside trailer totals, so a rejected feed can
      *    be taken up with the league office line by line.
       WRITE-INTAKE-REPORT.
           OPEN OUTPUT FILE_INTAKE_REPORT.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'SET NAME' TO RPT-LABEL.
           MOVE WS-SET-NAME TO RPT-VALUE.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'EFFECTIVE DATE' TO RPT-LABEL.
           MOVE WS-EFFECTIVE-DATE TO RPT-VALUE.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'FEED RECORDS READ' TO RPT-LABEL.
           MOVE WS-FEED-RECORDS-READ TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-VALUE.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'DETAILS / TRAILER' TO RPT-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-VALUE.
           MOVE WS-TRL-COUNT TO RPT-VALUE-2.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'HP HASH / TRAILER' TO RPT-LABEL.
           MOVE WS-HASH-HEALTH-POINT TO WS-EDIT-HASH.
           MOVE WS-EDIT-HASH TO RPT-VALUE.
           MOVE WS-TRL-HASH-HEALTH-POINT TO RPT-VALUE-2.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'ATTACK HASH / TRAILER' TO RPT-LABEL.
           MOVE WS-HASH-ATTACK TO WS-EDIT-HASH.
           MOVE WS-EDIT-HASH TO RPT-VALUE.
           MOVE WS-TRL-HASH-ATTACK TO RPT-VALUE-2.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'DEFENSE HASH / TRAILER' TO RPT-LABEL.
           MOVE WS-HASH-DEFENSE TO WS-EDIT-HASH.
           MOVE WS-EDIT-HASH TO RPT-VALUE.
           MOVE WS-TRL-HASH-DEFENSE TO RPT-VALUE-2.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'SPEED HASH / TRAILER' TO RPT-LABEL.
           MOVE WS-HASH-SPEED TO WS-EDIT-HASH.
           MOVE WS-EDIT-HASH TO RPT-VALUE.
           MOVE WS-TRL-HASH-SPEED TO RPT-VALUE-2.
           WRITE INTAKE-REPORT-LINE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           MOVE 'RESULT' TO RPT-LABEL.
           IF WS-FEED-OK = 'Y'
               MOVE 'ACCEPTED' TO RPT-VALUE
               WRITE INTAKE-REPORT-LINE
               MOVE SPACES TO INTAKE-REPORT-LINE
               MOVE 'SEQUENCE FILE' TO RPT-LABEL
               MOVE WS-SEQ-FILENAME TO RPT-VALUE
               WRITE INTAKE-REPORT-LINE
               MOVE SPACES TO INTAKE-REPORT-LINE
               MOVE 'STAT FILE' TO RPT-LABEL
               MOVE WS-STAT-FILENAME TO RPT-VALUE
               WRITE INTAKE-REPORT-LINE
           ELSE
               MOVE 'REJECTED' TO RPT-VALUE
               WRITE INTAKE-REPORT-LINE
               MOVE SPACES TO INTAKE-REPORT-LINE
               MOVE 'REASON' TO RPT-LABEL
               MOVE WS-REJECT-REASON TO RPT-VALUE
               WRITE INTAKE-REPORT-LINE
               IF WS-ALREADY-LOADED = 'Y'
                   MOVE SPACES TO INTAKE-REPORT-LINE
                   MOVE 'PREVIOUSLY LOADED AT' TO RPT-LABEL
                   MOVE WS-LOADED-STAMP TO RPT-VALUE
                   WRITE INTAKE-REPORT-LINE
               END-IF
           END-IF.
           CLOSE FILE_INTAKE_REPORT.
