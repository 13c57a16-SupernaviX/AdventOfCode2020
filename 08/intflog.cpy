      * Interface generation log - one line appended per extract,
      * never overwritten: which generation, the run date it covers,
      * when and by whom it was cut, the file it went to and the
      * trailer totals it carried. Written by intfextr; matched
      * against the receiver's acknowledgments by intfrecon.
           01 generation-record.
               05 gen-generation   PIC 9(7).
               05 FILLER           PIC X.
               05 gen-run-date     PIC 9(8).
               05 FILLER           PIC X.
               05 gen-created-date PIC 9(8).
               05 FILLER           PIC X.
               05 gen-created-time PIC 9(6).
               05 FILLER           PIC X.
               05 gen-operator     PIC X(8).
               05 FILLER           PIC X.
               05 gen-file-name    PIC X(20).
               05 FILLER           PIC X.
               05 gen-count        PIC 9(7).
               05 FILLER           PIC X.
               05 gen-hash         PIC S9(15) SIGN IS LEADING
                                   SEPARATE.
