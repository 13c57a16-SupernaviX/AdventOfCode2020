      * Exception work-queue record - one entry per problem a run
      * turned up, keyed by script ID and the run date it came out
      * of, so a script that fails on two nights is two items to
      * chase. Opened by part3 (FAIL, BAD, CTL, OVFL) and baserecon
      * (DEV - a result that deviates from its approved baseline);
      * assigned, annotated and closed by excmaint; closed by part3
      * on its own when the script next passes and matches its
      * baseline; aged by excage.
           01 exception-record.
               05 exc-key.
                   10 exc-script-id    PIC X(20).
                   10 exc-run-date     PIC 9(8).
               05 exc-status-code      PIC X(4).
               05 exc-acc              PIC S9(13) SIGN IS LEADING
                                       SEPARATE.
               05 exc-expected-acc     PIC S9(13) SIGN IS LEADING
                                       SEPARATE.
               05 exc-fix-line         PIC 9(5).
               05 exc-program          PIC X(10).
               05 exc-state            PIC X.
                   88 exc-open   VALUE 'O'.
                   88 exc-closed VALUE 'C'.
               05 exc-assigned-to      PIC X(8).
               05 exc-assigned-date    PIC 9(8).
               05 exc-note             PIC X(40).
               05 exc-note-date        PIC 9(8).
               05 exc-note-by          PIC X(8).
               05 exc-closed-date      PIC 9(8).
               05 exc-closed-by        PIC X(8).
