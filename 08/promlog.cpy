      * Promotion log record - one line appended per promote run,
      * never overwritten, whether the version was promoted or
      * rejected. The gate column carries one character per gate in
      * checklist order (library index, member totals, analysis,
      * simulation, baseline, catalog): P passed, F failed, - not
      * reached. Written by promote; the log itself is the sign-off
      * history auditors read.
           01 promotion-record.
               05 prm-script-id   PIC X(20).
               05 FILLER          PIC X.
               05 prm-version     PIC 9(5).
               05 FILLER          PIC X.
               05 prm-date        PIC 9(8).
               05 FILLER          PIC X.
               05 prm-time        PIC 9(6).
               05 FILLER          PIC X.
               05 prm-operator    PIC X(8).
               05 FILLER          PIC X.
               05 prm-result      PIC X(8).
               05 FILLER          PIC X.
               05 prm-gates       PIC X(6).
               05 FILLER          PIC X.
               05 prm-instr-count PIC 9(5).
               05 FILLER          PIC X.
               05 prm-hash        PIC S9(11) SIGN IS LEADING
                                  SEPARATE.
               05 FILLER          PIC X.
               05 prm-acc         PIC S9(13) SIGN IS LEADING
                                  SEPARATE.
               05 FILLER          PIC X.
               05 prm-waived      PIC 9(5).
