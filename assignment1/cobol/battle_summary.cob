      *    outcome.
               03 RESULT-MY-HP-LEFT PIC S9(3).
               03 RESULT-GRAND-HP-LEFT PIC S9(3).
               03 RESULT-PAIRING-START PIC X(27).
               03 RESULT-CONTROL-ROW PIC 9(4).
               03 RESULT-SET-NAME PIC X(40).
      *    The simulator brackets each run with a RUNHDR record (run
      *    ID and mode flags) and a RUNTRL record carrying the count
      *    of data records it wrote; the tag occupies the same
