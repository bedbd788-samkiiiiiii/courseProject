      **********************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      **********************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  results-export.
       author.      Cheung Sam Ki.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FILE_ARCHIVE ASSIGN TO
       'testcase/results_archive.txt'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS ARC-KEY
       ALTERNATE RECORD KEY IS ARC-MY-MONSTER WITH DUPLICATES
       ALTERNATE RECORD KEY IS ARC-GRAND-MONSTER WITH DUPLICATES
       FILE STATUS IS FS_ARCHIVE.

       SELECT FILE_EXPORT_REQUEST ASSIGN TO
       'testcase/export_request.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_EXPORT_REQUEST.

       SELECT FILE_SEASON_LEDGER ASSIGN TO
       'testcase/season_ledger.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_SEASON_LEDGER.

       SELECT FILE_STANDINGS ASSIGN TO
       'testcase/battle_standings.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_STANDINGS.

       SELECT FILE_PROFILE_REPORT ASSIGN TO
       'testcase/monster_profiles.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_PROFILE_REPORT.

       SELECT FILE_PAIRINGS_CSV ASSIGN TO
       'testcase/export_pairings.csv'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_PAIRINGS_CSV.

       SELECT FILE_STANDINGS_CSV ASSIGN TO
       'testcase/export_standings.csv'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_STANDINGS_CSV.

       SELECT FILE_PROFILES_CSV ASSIGN TO
       'testcase/export_profiles.csv'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS_PROFILES_CSV.

       DATA DIVISION.
       FILE SECTION.
      *    Keyed on run ID + pairing sequence; sequence 000000 is the
      *    run's header, not a pairing.
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

      *    Chooses the archive pairings to export. A run ID exports
      *    that run alone and the dates are then ignored; with no run
      *    ID, every run whose date (the first eight characters of
      *    the run ID) falls in the from/to range is exported, a blank
      *    end leaving that side of the range open.
       FD FILE_EXPORT_REQUEST.
           01 EXPORT-REQUEST-RECORD.
               03 EXR-RUN-ID PIC X(14).
               03 EXR-DATE-FROM PIC X(8).
               03 EXR-DATE-TO PIC X(8).

       FD FILE_SEASON_LEDGER.
           01 LEDGER-RECORD.
               03 LEDGER-NAME PIC X(15).
               03 LEDGER-WINS PIC 9(5).
               03 LEDGER-LOSSES PIC 9(5).
               03 LEDGER-DRAWS PIC 9(5).

      *    Only the RUN line at the top of battle_standings.txt is
      *    read: it names the run battle-summary last folded into the
      *    season ledger.
       FD FILE_STANDINGS.
           01 STANDINGS-LINE.
               03 STD-RUN-TAG PIC X(4).
               03 STD-RUN-ID PIC X(14).
               03 FILLER PIC X(42).

      *    monster_profiles.txt as monster-profile prints it: a RUN
      *    line, then one line per monster.
       FD FILE_PROFILE_REPORT.
           01 PROFILE-REPORT-LINE.
               03 PRF-NAME PIC X(15).
               03 FILLER PIC X(3).
               03 PRF-BATTLES PIC ZZZZZ9.
               03 FILLER PIC X(3).
               03 PRF-AVG-ROUNDS PIC ZZZZ9.99.
               03 FILLER PIC X(3).
               03 PRF-DEALT PIC ZZZZZZZZ9.999.
               03 FILLER PIC X(3).
               03 PRF-AVG-DEALT PIC ZZZZZ9.999.
               03 FILLER PIC X(3).
               03 PRF-ABSORBED PIC ZZZZZZZZ9.999.
               03 FILLER PIC X(3).
               03 PRF-TOP-ELEMENT PIC X(8).
               03 FILLER PIC X(9).
           01 PROFILE-RUN-LINE.
               03 PRF-RUN-TAG PIC X(4).
               03 PRF-RUN-ID PIC X(14).
               03 FILLER PIC X(82).

       FD FILE_PAIRINGS_CSV.
           01 PAIRINGS-CSV-LINE PIC X(300).

       FD FILE_STANDINGS_CSV.
           01 STANDINGS-CSV-LINE PIC X(300).

       FD FILE_PROFILES_CSV.
           01 PROFILES-CSV-LINE PIC X(300).


       WORKING-STORAGE SECTION.
       01 FS_ARCHIVE PIC 99.
       01 FS_EXPORT_REQUEST PIC 99.
       01 FS_SEASON_LEDGER PIC 99.
       01 FS_STANDINGS PIC 99.
       01 FS_PROFILE_REPORT PIC 99.
       01 FS_PAIRINGS_CSV PIC 99.
       01 FS_STANDINGS_CSV PIC 99.
       01 FS_PROFILES_CSV PIC 99.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-EXPORT-FAILED PIC X(1) VALUE 'N'.
       01 WS-REQUEST-OK PIC X(1) VALUE 'N'.

      *    Every file closes with a control record:
      *    CONTROL,<data rows>,<runs>,<first run ID>,<last run ID>
      *    The row count leaves out the header row and the control
      *    record itself. Pairings come off the archive in run ID
      *    order, so the first and last run IDs bound every run the
      *    file carries.
       01 WS-ROW-COUNT PIC 9(6) VALUE 0.
       01 WS-RUNS-COVERED PIC 9(6) VALUE 0.
       01 WS-FIRST-RUN-ID PIC X(14) VALUE SPACES.
       01 WS-LAST-RUN-ID PIC X(14) VALUE SPACES.

       01 WS-PLAYED PIC 9(6) VALUE 0.
       01 WS-WIN-PCT PIC 999V99 VALUE 0.

      *    A CSV line is built one character at a time. Each field is
      *    placed in WS-FIELD-TEXT, trimmed of leading and trailing
      *    spaces, and copied in after a comma; a field holding a
      *    comma or a double quote is quoted, with its quotes doubled.
       01 WS-CSV-LINE PIC X(300).
       01 WS-CSV-CHARS REDEFINES WS-CSV-LINE.
           05 WS-CSV-CHAR PIC X(1) OCCURS 300 TIMES.
       01 WS-CSV-POS PIC 9(3) VALUE 0.
       01 WS-CSV-OUT-CHAR PIC X(1).

       01 WS-FIELD-TEXT PIC X(40).
       01 WS-FIELD-CHARS REDEFINES WS-FIELD-TEXT.
           05 WS-FIELD-CHAR PIC X(1) OCCURS 40 TIMES.
       01 WS-FIELD-IDX PIC 9(2).
       01 WS-FIELD-FIRST PIC 9(2).
       01 WS-FIELD-LAST PIC 9(2).
       01 WS-FIELD-QUOTED PIC X(1).
       01 WS-QUOTE-CHAR PIC X(1) VALUE '"'.

      *    Numbers go out through these edited pictures: a real
      *    decimal point and, for signed fields, a leading minus.
       01 WS-EDIT-COUNT PIC Z(8)9.
       01 WS-EDIT-CONTROL-ROW PIC 9(4).
       01 WS-EDIT-SEQ PIC 9(6).
       01 WS-EDIT-AMOUNT PIC Z(8)9.999.
       01 WS-EDIT-SIGNED PIC -(5)9.
       01 WS-EDIT-PCT PIC ZZ9.99.


       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM EXPORT-PAIRINGS.
           PERFORM EXPORT-STANDINGS.
           PERFORM EXPORT-PROFILES.
           IF WS-EXPORT-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF.
       STOP RUN.

      *    Pairing results from the archive.
       EXPORT-PAIRINGS.
           PERFORM LOAD-EXPORT-REQUEST.
           IF WS-REQUEST-OK = 'Y'
               OPEN INPUT FILE_ARCHIVE
               IF FS_ARCHIVE NOT = 00
                   DISPLAY 'results_archive.txt not exist'
                   MOVE 'Y' TO WS-EXPORT-FAILED
               ELSE
                   OPEN OUTPUT FILE_PAIRINGS_CSV
                   PERFORM WRITE-PAIRINGS-HEADER
                   PERFORM RESET-CONTROL-TOTALS
                   PERFORM SELECT-ARCHIVE-PAIRINGS
                   PERFORM BUILD-CONTROL-RECORD
                   MOVE WS-CSV-LINE TO PAIRINGS-CSV-LINE
                   WRITE PAIRINGS-CSV-LINE
                   CLOSE FILE_PAIRINGS_CSV
                   CLOSE FILE_ARCHIVE
                   IF WS-ROW-COUNT = 0
                       DISPLAY 'no archive pairings selected'
                   END-IF
               END-IF
           END-IF.

       LOAD-EXPORT-REQUEST.
           MOVE 'N' TO WS-REQUEST-OK.
           OPEN INPUT FILE_EXPORT_REQUEST.
           IF FS_EXPORT_REQUEST NOT = 00
               DISPLAY 'export_request.txt not exist'
               MOVE 'Y' TO WS-EXPORT-FAILED
           ELSE
               READ FILE_EXPORT_REQUEST INTO EXPORT-REQUEST-RECORD
               IF FS_EXPORT_REQUEST NOT = 00
                   DISPLAY 'export_request.txt is empty'
                   MOVE 'Y' TO WS-EXPORT-FAILED
               ELSE
                   MOVE 'Y' TO WS-REQUEST-OK
                   IF EXR-RUN-ID = SPACES
                       IF EXR-DATE-FROM NOT = SPACES
                          AND EXR-DATE-FROM IS NOT NUMERIC
                           MOVE 'N' TO WS-REQUEST-OK
                       END-IF
                       IF EXR-DATE-TO NOT = SPACES
                          AND EXR-DATE-TO IS NOT NUMERIC
                           MOVE 'N' TO WS-REQUEST-OK
                       END-IF
                       IF WS-REQUEST-OK = 'N'
                           DISPLAY 'export_request.txt date not '
                           'YYYYMMDD'
                           MOVE 'Y' TO WS-EXPORT-FAILED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE FILE_EXPORT_REQUEST.

      *    The primary key is positioned at the requested run, or at
      *    the first run on or after the from-date, and read only as
      *    far as that run or the to-date runs out.
       SELECT-ARCHIVE-PAIRINGS.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ARC-KEY.
           IF EXR-RUN-ID NOT = SPACES
               MOVE EXR-RUN-ID TO ARC-RUN-ID
           ELSE
               IF EXR-DATE-FROM NOT = SPACES
                   MOVE EXR-DATE-FROM TO ARC-RUN-DATE
               END-IF
           END-IF.
           START FILE_ARCHIVE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM READ-NEXT-ARCHIVE-PAIRING
              UNTIL WS-EOF-FLAG = 'Y'.

       READ-NEXT-ARCHIVE-PAIRING.
           READ FILE_ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
           IF WS-EOF-FLAG = 'N'
               IF EXR-RUN-ID NOT = SPACES
                   IF ARC-RUN-ID NOT = EXR-RUN-ID
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
               ELSE
                   IF EXR-DATE-TO NOT = SPACES
                      AND ARC-RUN-DATE > EXR-DATE-TO
                       MOVE 'Y' TO WS-EOF-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WS-EOF-FLAG = 'N'
              AND ARC-PAIRING-SEQ NOT = 0
               PERFORM WRITE-PAIRING-ROW
           END-IF.

       WRITE-PAIRINGS-HEADER.
           PERFORM START-CSV-LINE.
           MOVE 'run_id' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'pairing_seq' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'control_row' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'set_name' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'my_monster' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'grand_monster' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'winner' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'rounds' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'winner_hp' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'my_damage' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'grand_damage' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'my_hp_left' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'grand_hp_left' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-CSV-LINE TO PAIRINGS-CSV-LINE.
           WRITE PAIRINGS-CSV-LINE.

      *    winner is written out as MY, GRAND or DRAW (a round-cap
      *    draw). Pairings archived before the set was recorded carry
      *    an empty control_row and set_name.
       WRITE-PAIRING-ROW.
           PERFORM COUNT-RUN-COVERED.
           PERFORM START-CSV-LINE.
           MOVE ARC-RUN-ID TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-PAIRING-SEQ TO WS-EDIT-SEQ.
           MOVE WS-EDIT-SEQ TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           IF ARC-CONTROL-ROW IS NUMERIC
               MOVE ARC-CONTROL-ROW TO WS-EDIT-CONTROL-ROW
               MOVE WS-EDIT-CONTROL-ROW TO WS-FIELD-TEXT
           ELSE
               MOVE SPACES TO WS-FIELD-TEXT
           END-IF.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-SET-NAME TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-MY-MONSTER TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-GRAND-MONSTER TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           EVALUATE ARC-WINNER
               WHEN 1
                   MOVE 'MY' TO WS-FIELD-TEXT
               WHEN 2
                   MOVE 'GRAND' TO WS-FIELD-TEXT
               WHEN OTHER
                   MOVE 'DRAW' TO WS-FIELD-TEXT
           END-EVALUATE.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-ROUND-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-WINNER-HP TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-MY-TOTAL-DAMAGE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-GRAND-TOTAL-DAMAGE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-MY-HP-LEFT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE ARC-GRAND-HP-LEFT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-CSV-LINE TO PAIRINGS-CSV-LINE.
           WRITE PAIRINGS-CSV-LINE.
           ADD 1 TO WS-ROW-COUNT.

       COUNT-RUN-COVERED.
           IF ARC-RUN-ID NOT = WS-LAST-RUN-ID
               ADD 1 TO WS-RUNS-COVERED
               IF WS-RUNS-COVERED = 1
                   MOVE ARC-RUN-ID TO WS-FIRST-RUN-ID
               END-IF
               MOVE ARC-RUN-ID TO WS-LAST-RUN-ID
           END-IF.

      *    Season standings from the season ledger.
       EXPORT-STANDINGS.
           OPEN INPUT FILE_SEASON_LEDGER.
           IF FS_SEASON_LEDGER NOT = 00
               DISPLAY 'season_ledger.txt not exist'
               MOVE 'Y' TO WS-EXPORT-FAILED
           ELSE
               PERFORM RESET-CONTROL-TOTALS
               PERFORM LOAD-STANDINGS-RUN
               OPEN OUTPUT FILE_STANDINGS_CSV
               PERFORM WRITE-STANDINGS-HEADER
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-LEDGER-RECORD
                  UNTIL WS-EOF-FLAG = 'Y'
               PERFORM BUILD-CONTROL-RECORD
               MOVE WS-CSV-LINE TO STANDINGS-CSV-LINE
               WRITE STANDINGS-CSV-LINE
               CLOSE FILE_STANDINGS_CSV
           END-IF.
           CLOSE FILE_SEASON_LEDGER.

      *    The ledger itself carries no run IDs, so the control record
      *    names the run on battle_standings.txt, the one the ledger
      *    was last brought up to.
       LOAD-STANDINGS-RUN.
           OPEN INPUT FILE_STANDINGS.
           IF FS_STANDINGS = 00
               READ FILE_STANDINGS
               IF FS_STANDINGS = 00
                  AND STD-RUN-TAG = 'RUN '
                  AND STD-RUN-ID NOT = SPACES
                   MOVE 1 TO WS-RUNS-COVERED
                   MOVE STD-RUN-ID TO WS-FIRST-RUN-ID
                   MOVE STD-RUN-ID TO WS-LAST-RUN-ID
               END-IF
           END-IF.
           CLOSE FILE_STANDINGS.

       WRITE-STANDINGS-HEADER.
           PERFORM START-CSV-LINE.
           MOVE 'monster' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'wins' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'losses' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'draws' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'played' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'win_pct' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-CSV-LINE TO STANDINGS-CSV-LINE.
           WRITE STANDINGS-CSV-LINE.

      *    Ledgers written before the draws column existed leave it
      *    blank, which is taken as zero. win_pct is worked the same
      *    way as battle-summary's standings: draws count as played.
       READ-LEDGER-RECORD.
           READ FILE_SEASON_LEDGER INTO LEDGER-RECORD
           IF FS_SEASON_LEDGER = 10
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF LEDGER-DRAWS IS NOT NUMERIC
                   MOVE 0 TO LEDGER-DRAWS
               END-IF
               COMPUTE WS-PLAYED =
                  LEDGER-WINS + LEDGER-LOSSES + LEDGER-DRAWS
               MOVE 0 TO WS-WIN-PCT
               IF WS-PLAYED > 0
                   COMPUTE WS-WIN-PCT =
                      LEDGER-WINS * 100 / WS-PLAYED
               END-IF
               PERFORM START-CSV-LINE
               MOVE LEDGER-NAME TO WS-FIELD-TEXT
               PERFORM ADD-CSV-FIELD
               MOVE LEDGER-WINS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-FIELD-TEXT
               PERFORM ADD-CSV-FIELD
               MOVE LEDGER-LOSSES TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-FIELD-TEXT
               PERFORM ADD-CSV-FIELD
               MOVE LEDGER-DRAWS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-FIELD-TEXT
               PERFORM ADD-CSV-FIELD
               MOVE WS-PLAYED TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-FIELD-TEXT
               PERFORM ADD-CSV-FIELD
               MOVE WS-WIN-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-FIELD-TEXT
               PERFORM ADD-CSV-FIELD
               MOVE WS-CSV-LINE TO STANDINGS-CSV-LINE
               WRITE STANDINGS-CSV-LINE
               ADD 1 TO WS-ROW-COUNT
           END-IF.

      *    Per-monster profiles from the monster-profile report.
       EXPORT-PROFILES.
           OPEN INPUT FILE_PROFILE_REPORT.
           IF FS_PROFILE_REPORT NOT = 00
               DISPLAY 'monster_profiles.txt not exist'
               MOVE 'Y' TO WS-EXPORT-FAILED
           ELSE
               PERFORM RESET-CONTROL-TOTALS
               OPEN OUTPUT FILE_PROFILES_CSV
               PERFORM WRITE-PROFILES-HEADER
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-PROFILE-LINE
                  UNTIL WS-EOF-FLAG = 'Y'
               PERFORM BUILD-CONTROL-RECORD
               MOVE WS-CSV-LINE TO PROFILES-CSV-LINE
               WRITE PROFILES-CSV-LINE
               CLOSE FILE_PROFILES_CSV
           END-IF.
           CLOSE FILE_PROFILE_REPORT.

       WRITE-PROFILES-HEADER.
           PERFORM START-CSV-LINE.
           MOVE 'monster' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'battles' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'avg_rounds' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'damage_dealt' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'avg_damage_dealt' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'damage_absorbed' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE 'top_element' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-CSV-LINE TO PROFILES-CSV-LINE.
           WRITE PROFILES-CSV-LINE.

      *    The report's edited amounts already carry their decimal
      *    point and are never negative, so each column is passed on
      *    as printed, trimmed.
       READ-PROFILE-LINE.
           READ FILE_PROFILE_REPORT
           IF FS_PROFILE_REPORT = 10
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF PRF-RUN-TAG = 'RUN '
                   IF PRF-RUN-ID NOT = SPACES
                       MOVE 1 TO WS-RUNS-COVERED
                       MOVE PRF-RUN-ID TO WS-FIRST-RUN-ID
                       MOVE PRF-RUN-ID TO WS-LAST-RUN-ID
                   END-IF
               ELSE
                   IF PRF-NAME NOT = SPACES
                       PERFORM WRITE-PROFILE-ROW
                   END-IF
               END-IF
           END-IF.

       WRITE-PROFILE-ROW.
           PERFORM START-CSV-LINE.
           MOVE PRF-NAME TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE PRF-BATTLES TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE PRF-AVG-ROUNDS TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE PRF-DEALT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE PRF-AVG-DEALT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE PRF-ABSORBED TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE PRF-TOP-ELEMENT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-CSV-LINE TO PROFILES-CSV-LINE.
           WRITE PROFILES-CSV-LINE.
           ADD 1 TO WS-ROW-COUNT.

      *    CSV line building shared by all three files.
       RESET-CONTROL-TOTALS.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-RUNS-COVERED.
           MOVE SPACES TO WS-FIRST-RUN-ID.
           MOVE SPACES TO WS-LAST-RUN-ID.

       BUILD-CONTROL-RECORD.
           PERFORM START-CSV-LINE.
           MOVE 'CONTROL' TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-ROW-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-RUNS-COVERED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-FIRST-RUN-ID TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.
           MOVE WS-LAST-RUN-ID TO WS-FIELD-TEXT.
           PERFORM ADD-CSV-FIELD.

       START-CSV-LINE.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 0 TO WS-CSV-POS.

       ADD-CSV-FIELD.
           IF WS-CSV-POS > 0
               MOVE ',' TO WS-CSV-OUT-CHAR
               PERFORM PUT-CSV-CHAR
           END-IF.
           MOVE 0 TO WS-FIELD-FIRST.
           MOVE 0 TO WS-FIELD-LAST.
           MOVE 'N' TO WS-FIELD-QUOTED.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
              UNTIL WS-FIELD-IDX > 40
               IF WS-FIELD-CHAR(WS-FIELD-IDX) NOT = SPACE
                   IF WS-FIELD-FIRST = 0
                       MOVE WS-FIELD-IDX TO WS-FIELD-FIRST
                   END-IF
                   MOVE WS-FIELD-IDX TO WS-FIELD-LAST
               END-IF
               IF WS-FIELD-CHAR(WS-FIELD-IDX) = ','
                  OR WS-FIELD-CHAR(WS-FIELD-IDX) = WS-QUOTE-CHAR
                   MOVE 'Y' TO WS-FIELD-QUOTED
               END-IF
           END-PERFORM.
           IF WS-FIELD-QUOTED = 'Y'
               MOVE WS-QUOTE-CHAR TO WS-CSV-OUT-CHAR
               PERFORM PUT-CSV-CHAR
           END-IF.
           IF WS-FIELD-FIRST > 0
               PERFORM VARYING WS-FIELD-IDX FROM WS-FIELD-FIRST BY 1
                  UNTIL WS-FIELD-IDX > WS-FIELD-LAST
                   MOVE WS-FIELD-CHAR(WS-FIELD-IDX) TO
                   WS-CSV-OUT-CHAR
                   PERFORM PUT-CSV-CHAR
                   IF WS-FIELD-CHAR(WS-FIELD-IDX) = WS-QUOTE-CHAR
                       PERFORM PUT-CSV-CHAR
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FIELD-QUOTED = 'Y'
               MOVE WS-QUOTE-CHAR TO WS-CSV-OUT-CHAR
               PERFORM PUT-CSV-CHAR
           END-IF.

       PUT-CSV-CHAR.
           IF WS-CSV-POS < 300
               ADD 1 TO WS-CSV-POS
               MOVE WS-CSV-OUT-CHAR TO WS-CSV-CHAR(WS-CSV-POS)
           END-IF.
