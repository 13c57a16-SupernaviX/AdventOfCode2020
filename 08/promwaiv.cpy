      * Analysis waiver record - one line per analyze finding the
      * owning department has signed off as intended, so promote
      * does not hold the version for it. A waiver names the exact
      * script, library version and line: UNRE for an unreachable
      * line, WILD for a wild jump. The approver must hold BASELINE
      * APPROVE on the authority file; promote turns away a waiver
      * with no approver or one who does not. Keyed in by the
      * analyst; read by promote.
           01 waiver-record.
               05 wav-script-id   PIC X(20).
               05 FILLER          PIC X.
               05 wav-version     PIC 9(5).
               05 FILLER          PIC X.
               05 wav-kind        PIC X(4).
               05 FILLER          PIC X.
               05 wav-line        PIC 9(5).
               05 FILLER          PIC X.
               05 wav-approved-by PIC X(8).
               05 FILLER          PIC X.
               05 wav-reason      PIC X(30).
