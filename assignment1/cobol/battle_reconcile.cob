      *    outcome.
               03 RESULT-MY-HP-LEFT PIC S9(3).
               03 RESULT-GRAND-HP-LEFT PIC S9(3).
               03 RESULT-PAIRING-START PIC X(27).
               03 RESULT-CONTROL-ROW PIC 9(4).
               03 RESULT-SET-NAME PIC X(40).
      *    The simulator brackets each run with a RUNHDR record (run
      *    ID and mode flags) and a RUNTRL record carrying the count
      *    of data records it wrote; the tag occupies the same
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
