      * input-file name the history record carries, so those tie
      * slot by slot; part3 writes a single audit record carrying
      * batch totals, so whatever history the direct matches do not
      * cover is tied against the pooled part3 counts instead. A
      * restarted batch audits each segment's own scripts, and its
      * restart note (part3rst) carries any abended segment's work
      * that no part3 record covers, so the note joins the pool.
           01 script-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 script-table.
               05 scr OCCURS 1000 TIMES.
           END-READ.
           IF NOT audit-done
                   AND aud-run-date IS EQUAL TO ws-recon-date
      * Return code 20 is a refused attempt - nothing ran, so there
      * is nothing to tie; it is listed for the reader and left to
      * the authority report.
               IF aud-return-code IS EQUAL TO 20 THEN
                   MOVE SPACES TO ws-report-line
                   STRING "REFUSED ATTEMPT NOTED: " DELIMITED BY SIZE
                       aud-program DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       aud-operator DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       aud-input-file DELIMITED BY SIZE
                       INTO ws-report-line
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   IF aud-program IS EQUAL TO 'part3' THEN
                       ADD aud-instr-count TO p3-script-count
                       ADD aud-acc TO p3-acc-sum
                   ELSE
                       IF aud-program IS EQUAL TO 'part3rst' THEN
                           ADD aud-instr-count TO p3-script-count
                           ADD aud-acc TO p3-acc-sum
                           MOVE aud-fix-line TO ws-count-a-display
                           MOVE SPACES TO ws-report-line
                           STRING "PART3 RESTART NOTED: "
                                   DELIMITED BY SIZE
                               aud-input-file DELIMITED BY SIZE
                               " RESUMED AFTER RECORD" DELIMITED BY SIZE
                               ws-count-a-display DELIMITED BY SIZE
                               INTO ws-report-line
                           PERFORM WRITE-REPORT-LINE
                       ELSE
      * Only the simulators write run history - housekeeping
      * programs (histarch, libcheck) audit themselves by design
      * without a history record, so only part1/part2 records are
      * held to the slot tie; anything else is noted for the
      * reader but is not a mismatch.
                           IF aud-program IS EQUAL TO 'part1'
                                   OR aud-program IS EQUAL TO 'part2'
                                   THEN
                               PERFORM TIE-ONE-SIM-AUDIT
                           ELSE
                               MOVE SPACES TO ws-report-line
                               STRING "NON-SIMULATOR AUDIT NOTED: "
                                       DELIMITED BY SIZE
                                   aud-program DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   aud-input-file DELIMITED BY SIZE
                                   INTO ws-report-line
                               PERFORM WRITE-REPORT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
