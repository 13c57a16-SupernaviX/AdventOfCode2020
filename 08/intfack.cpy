      * Interface acknowledgment - one line per generation the
      * receiving side has loaded, carrying back the detail count
      * and accumulator hash total it actually found, so a file that
      * arrived short or altered shows up as a totals mismatch.
      * Supplied by the receiver; read by intfrecon.
           01 ack-record.
               05 ack-generation   PIC 9(7).
               05 FILLER           PIC X.
               05 ack-date         PIC 9(8).
               05 FILLER           PIC X.
               05 ack-count        PIC 9(7).
               05 FILLER           PIC X.
               05 ack-hash         PIC S9(15) SIGN IS LEADING
                                   SEPARATE.
