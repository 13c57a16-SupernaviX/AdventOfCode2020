               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL history-file ASSIGN TO 'runhist'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL stats-file ASSIGN TO 'runstats'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL audit-file ASSIGN TO 'auditlog'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT authority-file ASSIGN TO 'opauth'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opa-operator
               FILE STATUS IS ws-authority-status.
               SELECT OPTIONAL lock-file ASSIGN TO 'runlock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-status.
           FD history-file.
           COPY "runhist.cpy".

           FD stats-file.
           COPY "runstats.cpy".

           FD audit-file.
           COPY "auditlog.cpy".

           FD authority-file.
           COPY "opauth.cpy".

           FD lock-file.
           COPY "runlock.cpy".

           01 lock-held-mins PIC S9(8) USAGE IS COMP.
           01 ws-lock-now-date PIC 9(8).
           01 ws-lock-now-time PIC X(8).
           01 ws-authority-status PIC XX.
           01 ws-refused-date PIC 9(8).
           01 ws-refused-time PIC X(8).
           COPY "opfunc.cpy".
           01 ws-current-date PIC 9(8).
           01 ws-time-raw PIC X(8).
           01 ws-run-status PIC X(4).
           01 stats-start-date PIC 9(8).
           01 stats-start-clock.
               05 stats-start-hh PIC 99.
               05 stats-start-mm PIC 99.
               05 stats-start-ss PIC 99.
               05 stats-start-cc PIC 99.
           01 stats-end-date PIC 9(8).
           01 stats-end-clock.
               05 stats-end-hh PIC 99.
               05 stats-end-mm PIC 99.
               05 stats-end-ss PIC 99.
               05 stats-end-cc PIC 99.
           01 stats-start-int PIC 9(8) USAGE IS COMP.
           01 stats-end-int PIC 9(8) USAGE IS COMP.
           01 stats-elapsed PIC S9(9)V99 USAGE IS COMP-3.
           01 ws-history-fix PIC 9(5) USAGE IS COMP VALUE 0.
           01 ws-operator PIC X(8).

      * where this one stopped.
           01 sim-step-count PIC 9(9) USAGE IS COMP VALUE 0.
           01 search-step-base PIC 9(9) USAGE IS COMP VALUE 0.
      * Candidates carried through a full resimulation, for the
      * run-statistics record.
           01 fix-tried-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 fix-budget PIC 9(9) USAGE IS COMP VALUE 0.
           01 ws-fix-budget-raw PIC X(12).
           01 budget-state PIC 9 VALUE 0.
           PERFORM GET-INPUT-FILE-NAME.
           PERFORM SET-AUX-FILE-NAMES.
           PERFORM ACQUIRE-RUN-LOCK.
           ACCEPT stats-start-date FROM DATE YYYYMMDD.
           ACCEPT stats-start-clock FROM TIME.
           OPEN INPUT input-file.
           MOVE 0 TO row-count.
           PERFORM UNTIL done-reading
           MOVE ws-history-fix TO hst-fix-line.
           WRITE history-record.
           CLOSE history-file.
           PERFORM WRITE-RUN-STATS.

           WRITE-RUN-STATS.
      * One statistics line per history line - what the run cost,
      * for batchfcst to average. Elapsed time spans midnight via
      * day arithmetic, as the lock's held time does.
           ACCEPT stats-end-date FROM DATE YYYYMMDD.
           ACCEPT stats-end-clock FROM TIME.
           COMPUTE stats-start-int =
               FUNCTION INTEGER-OF-DATE(stats-start-date).
           COMPUTE stats-end-int =
               FUNCTION INTEGER-OF-DATE(stats-end-date).
           COMPUTE stats-elapsed =
               (stats-end-int - stats-start-int) * 86400
               + stats-end-hh * 3600 + stats-end-mm * 60
               + stats-end-ss + stats-end-cc / 100
               - stats-start-hh * 3600 - stats-start-mm * 60
               - stats-start-ss - stats-start-cc / 100.
           IF stats-elapsed IS LESS THAN 0 THEN
               MOVE 0 TO stats-elapsed
           END-IF.
           OPEN EXTEND stats-file.
           MOVE SPACES TO stats-record.
           MOVE ws-current-date TO sts-run-date.
           MOVE ws-input-file(1:20) TO sts-script.
           MOVE 'part2' TO sts-program.
           MOVE row-count TO sts-instr-count.
           MOVE sim-step-count TO sts-steps.
           MOVE fix-tried-count TO sts-fix-tried.
           MOVE stats-start-date TO sts-start-date.
           MOVE stats-start-clock TO sts-start-time.
           MOVE stats-end-date TO sts-end-date.
           MOVE stats-end-clock TO sts-end-time.
           MOVE stats-elapsed TO sts-elapsed.
           MOVE ws-run-status TO sts-status.
           WRITE stats-record.
           CLOSE stats-file.

           GET-INPUT-FILE-NAME.
           MOVE SPACES TO ws-input-file.
           PROVE-FIX-CANDIDATE.
           IF row-name(try-pc) IS EQUAL TO 'jmp'
                   OR row-name(try-pc) IS EQUAL TO 'nop' THEN
               ADD 1 TO fix-tried-count
               MOVE row-name(try-pc) TO saved-name
               IF saved-name IS EQUAL TO 'jmp'
                   MOVE 'nop' TO row-name(try-pc)
           END-IF.
           IF NOT lock-free THEN
               IF lock-override THEN
                   SET auth-lock-override TO TRUE
                   PERFORM CHECK-AUTHORITY
                   IF NOT operator-authorized THEN
                       PERFORM LOG-REFUSED-ATTEMPT
                       STOP RUN
                   END-IF
                   DISPLAY "LOCK OVERRIDE - TAKING LOCK HELD BY "
                       lck-operator "/" lck-program
                   SET lock-free TO TRUE
      * free on the next claim.
           OPEN OUTPUT lock-file.
           CLOSE lock-file.

           CHECK-AUTHORITY.
      * The operator must hold the function auth-request names on
      * the authority file - no file, no entry and no flag all mean
      * no.
           MOVE 0 TO auth-result.
           OPEN INPUT authority-file.
           IF ws-authority-status IS EQUAL TO "00" THEN
               MOVE ws-operator TO opa-operator
               READ authority-file
               IF ws-authority-status IS EQUAL TO "00" THEN
                   IF opa-granted(auth-request) THEN
                       SET operator-authorized TO TRUE
                   END-IF
               END-IF
               CLOSE authority-file
           END-IF.

           LOG-REFUSED-ATTEMPT.
      * A refusal is evidence too - it goes on the audit log under
      * its own return code so the access review finds every one.
      * Nothing protected has been touched when it is written.
           DISPLAY "OPERATOR " ws-operator " NOT AUTHORIZED FOR "
               auth-function-name(auth-request) " - REFUSED".
           MOVE 20 TO RETURN-CODE.
           ACCEPT ws-refused-date FROM DATE YYYYMMDD.
           ACCEPT ws-refused-time FROM TIME.
           OPEN EXTEND audit-file.
           MOVE SPACES TO audit-record.
           MOVE 'part2' TO aud-program.
           MOVE ws-refused-date TO aud-run-date.
           MOVE ws-refused-time(1:6) TO aud-run-time.
           MOVE ws-operator TO aud-operator.
           MOVE auth-function-name(auth-request) TO aud-input-file.
           MOVE 0 TO aud-instr-count.
           MOVE 0 TO aud-acc.
           MOVE 20 TO aud-return-code.
           MOVE 0 TO aud-fix-line.
           WRITE audit-record.
           CLOSE audit-file.
