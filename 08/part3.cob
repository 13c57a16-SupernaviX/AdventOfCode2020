               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL history-file ASSIGN TO 'runhist'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL stats-file ASSIGN TO 'runstats'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL audit-file ASSIGN TO 'auditlog'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT catalog-file ASSIGN TO 'scriptcat'
               ACCESS MODE IS RANDOM
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT authority-file ASSIGN TO 'opauth'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opa-operator
               FILE STATUS IS ws-authority-status.
               SELECT OPTIONAL lock-file ASSIGN TO 'runlock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-status.
               SELECT batchckpt-file ASSIGN TO DYNAMIC
               ws-batchckpt-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-batchckpt-status.
               SELECT exception-file ASSIGN TO 'exceptq'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS exc-key
               FILE STATUS IS ws-exception-status.
               SELECT OPTIONAL department-file ASSIGN TO 'deptmast'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dmt-dept-code
               FILE STATUS IS ws-department-status.
               SELECT baseline-file ASSIGN TO 'basemast'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS bas-script-id
               FILE STATUS IS ws-baseline-status.

       DATA DIVISION.
           FILE SECTION.
           FD batch-report-file.
      * Wide enough for the grand-total line with the full-width
      * batch accumulator.
           01 batch-report-line PIC X(110).

           FD dept-report-file.
           01 dept-report-line PIC X(100).
           FD history-file.
           COPY "runhist.cpy".

           FD stats-file.
           COPY "runstats.cpy".

           FD audit-file.
           COPY "auditlog.cpy".

           FD catalog-file.
           COPY "scriptcat.cpy".

           FD authority-file.
           COPY "opauth.cpy".

           FD lock-file.
           COPY "runlock.cpy".

           FD batchckpt-file.
           01 batchckpt-record PIC X(130).

           FD exception-file.
           COPY "exceptq.cpy".

           FD baseline-file.
           COPY "basemast.cpy".

           FD department-file.
           COPY "deptmast.cpy".

           WORKING-STORAGE SECTION.
           01 ws-lock-status PIC XX.
           01 ws-lock-state PIC 9.
           01 lock-held-mins PIC S9(8) USAGE IS COMP.
           01 ws-lock-now-date PIC 9(8).
           01 ws-lock-now-time PIC X(8).
           01 ws-authority-status PIC XX.
           01 ws-refused-date PIC 9(8).
           01 ws-refused-time PIC X(8).
           COPY "opfunc.cpy".
           01 ws-time-raw PIC X(8).
           01 ws-operator PIC X(8).
           01 ws-catalog-status PIC XX.
               05 wsd-fix         PIC X(5).
               05 FILLER          PIC X(1).
               05 wsd-status      PIC X(4).
               05 FILLER          PIC X(1).
               05 wsd-note        PIC X(29).
           01 ws-total-line.
               05 wst-label       PIC X(20) VALUE "** GRAND TOTAL **".
               05 FILLER          PIC X(1).
               05 wst-label-fail  PIC X(6) VALUE "FAIL: ".
               05 wst-fail        PIC Z(4)9.
               05 FILLER          PIC X(1).
               05 wst-label-held  PIC X(6) VALUE "HELD: ".
               05 wst-held        PIC Z(4)9.
               05 FILLER          PIC X(1).
               05 wst-label-acc   PIC X(11) VALUE "TOTAL ACC: ".
               05 wst-acc         PIC X(16).
               05 FILLER          PIC X(4).
           01 fix-pc PIC 9(5) USAGE IS COMP.
           01 ws-fix-display PIC Z(4)9.
           01 ws-status PIC X(4).
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

           01 bad-count PIC 9(5) USAGE IS COMP VALUE 0.

           01 ws-trace-flag PIC X VALUE SPACE.
               88 trace-enabled VALUE 'Y'.
           01 trace-step-count PIC 9(7) USAGE IS COMP VALUE 0.
      * Steps simulated and fix candidates proved for the script in
      * hand, original run and every resimulation included, for its
      * run-statistics record.
           01 script-step-count PIC 9(9) USAGE IS COMP VALUE 0.
           01 fix-tried-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 trace-pc-before PIC 9(5) USAGE IS COMP.
           01 ws-trace-line.
               05 trc-label-step PIC X(5) VALUE "STEP ".
           01 total-scripts PIC 9(5) USAGE IS COMP VALUE 0.
           01 total-pass    PIC 9(5) USAGE IS COMP VALUE 0.
           01 total-fail    PIC 9(5) USAGE IS COMP VALUE 0.
           01 total-held    PIC 9(5) USAGE IS COMP VALUE 0.
           01 total-acc     PIC S9(15) USAGE IS COMP-3 VALUE 0.

      * The batch report is burst by owner department: every detail
                   10 dpt-pass     PIC 9(5) USAGE IS COMP.
                   10 dpt-fail     PIC 9(5) USAGE IS COMP.
                   10 dpt-ovfl     PIC 9(5) USAGE IS COMP.
                   10 dpt-held     PIC 9(5) USAGE IS COMP.
                   10 dpt-acc      PIC S9(15) USAGE IS COMP-3.
                   10 dpt-acc-state PIC 9.
                   10 dpt-opened   PIC 9.
           01 route-scripts PIC 9(7) USAGE IS COMP VALUE 0.
           01 route-pass PIC 9(7) USAGE IS COMP VALUE 0.
           01 route-fail PIC 9(7) USAGE IS COMP VALUE 0.
           01 route-held PIC 9(7) USAGE IS COMP VALUE 0.
           01 route-acc PIC S9(15) USAGE IS COMP-3 VALUE 0.
      * Each recap carries the department's full name and manager
      * from the department master, read only at recap time.
           01 ws-department-status PIC XX.
           01 ws-department-state PIC 9 VALUE 0.
               88 department-open VALUE 1.
           01 dept-lookup PIC 9.
               88 dept-known VALUE 1.
           01 route-acc-state PIC 9 VALUE 0.
               88 route-acc-overflowed VALUE 1.

      * Batch restart point, keyed off the control file's own name
      * the way part2 keys its checkpoints off the input script. The
      * header is rewritten after every script with the position in
      * the control file and everything the grand total and the
      * department recaps are built from; the STM, RPT and HST
      * markers record which of the next script's outputs landed
      * before an abend, so a restart neither restamps the catalog,
      * repeats a report line, nor appends a second run-history and
      * run-statistics line. An AUD marker means the abended segment
      * wrote its own audit record before it stopped.
           01 ws-batchckpt-file PIC X(100).
           01 ws-batchckpt-status PIC XX.
           01 ckpt-state PIC 9 VALUE 0.
               88 resumed-from-checkpoint VALUE 1.
           01 ckpt-stamp-state PIC 9 VALUE 0.
               88 stamp-done VALUE 1.
           01 ckpt-report-state PIC 9 VALUE 0.
               88 report-done VALUE 1.
           01 ckpt-history-state PIC 9 VALUE 0.
               88 history-written VALUE 1.
           01 ckpt-audit-state PIC 9 VALUE 0.
               88 segment-audited VALUE 1.
           01 control-position PIC 9(5) USAGE IS COMP VALUE 0.
           01 skip-position PIC 9(5) USAGE IS COMP VALUE 0.
           01 ws-last-script PIC X(20) VALUE SPACES.
           01 ws-position-display PIC Z(4)9.
           01 ws-ckpt-tag PIC X(3).

      * How every script so far in this batch came out, under its
      * catalog key - a script whose catalog entry names a
      * predecessor that came out FAIL, BAD, CTL, OVFL or HELD is
      * itself HELD rather than run. Carried in the checkpoint so a
      * restarted batch holds exactly what one pass would have.
           01 ws-catalog-key PIC X(20).
           01 ws-held-after PIC X(20).
           01 run-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 run-table.
               05 run-entry OCCURS 1000 TIMES.
                   10 run-script-id PIC X(20).
                   10 run-status    PIC X(4).
           01 run-idx PIC 9(5) USAGE IS COMP.
           01 pred-idx PIC 9(5) USAGE IS COMP.
           01 pred-status PIC X(4).
           01 hold-state PIC 9 VALUE 0.
               88 predecessor-failed VALUE 1.
      * Whether the script about to run is the content promote last
      * signed off for it.
           01 promote-state PIC 9 VALUE 0.
               88 never-promoted     VALUE 1.
               88 content-unpromoted VALUE 2.
           01 unpromoted-count PIC 9(5) USAGE IS COMP VALUE 0.
      * Every FAIL, BAD, CTL and OVFL goes on the exception queue; a
      * script that passes and matches its active baseline closes
      * whatever it still has open there. Either file being
      * unavailable costs the queue, never the batch.
           01 ws-exception-status PIC XX.
           01 ws-exception-state PIC 9 VALUE 0.
               88 exception-queue-open VALUE 1.
           01 ws-baseline-status PIC XX.
           01 ws-baseline-state PIC 9 VALUE 0.
               88 baseline-open VALUE 1.
           01 match-state PIC 9 VALUE 0.
               88 baseline-matched VALUE 1.
           01 exc-scan-state PIC 9 VALUE 0.
               88 exc-scan-done VALUE 1.
           01 exc-opened-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 exc-closed-count PIC 9(5) USAGE IS COMP VALUE 0.
      * Each run segment audits only the scripts it processed itself,
      * so the part3 audit records for a split batch add back to the
      * history it wrote.
           01 seg-run-date PIC 9(8).
           01 seg-base-scripts PIC 9(5) USAGE IS COMP VALUE 0.
           01 seg-base-acc PIC S9(15) USAGE IS COMP-3 VALUE 0.
           01 note-run-date PIC 9(8).
           01 note-scripts PIC 9(5) USAGE IS COMP VALUE 0.
           01 note-acc PIC S9(15) USAGE IS COMP-3 VALUE 0.
           01 ws-ckpt-header.
               05 bch-tag          PIC X(3).
               05 FILLER           PIC X.
               05 bch-position     PIC 9(5).
               05 FILLER           PIC X.
               05 bch-run-date     PIC 9(8).
               05 FILLER           PIC X.
               05 bch-last-script  PIC X(20).
               05 FILLER           PIC X.
               05 bch-scripts      PIC 9(5).
               05 FILLER           PIC X.
               05 bch-pass         PIC 9(5).
               05 FILLER           PIC X.
               05 bch-fail         PIC 9(5).
               05 FILLER           PIC X.
               05 bch-ovfl         PIC 9(5).
               05 FILLER           PIC X.
               05 bch-ctl          PIC 9(5).
               05 FILLER           PIC X.
               05 bch-held         PIC 9(5).
               05 FILLER           PIC X.
               05 bch-acc          PIC S9(15) SIGN IS LEADING SEPARATE.
               05 FILLER           PIC X.
               05 bch-acc-state    PIC 9.
               05 FILLER           PIC X.
               05 bch-base-scripts PIC 9(5).
               05 FILLER           PIC X.
               05 bch-base-acc     PIC S9(15) SIGN IS LEADING SEPARATE.
           01 ws-ckpt-dept.
               05 bcd-tag          PIC X(3).
               05 FILLER           PIC X.
               05 bcd-name         PIC X(8).
               05 FILLER           PIC X.
               05 bcd-scripts      PIC 9(5).
               05 FILLER           PIC X.
               05 bcd-pass         PIC 9(5).
               05 FILLER           PIC X.
               05 bcd-fail         PIC 9(5).
               05 FILLER           PIC X.
               05 bcd-ovfl         PIC 9(5).
               05 FILLER           PIC X.
               05 bcd-held         PIC 9(5).
               05 FILLER           PIC X.
               05 bcd-acc          PIC S9(15) SIGN IS LEADING SEPARATE.
               05 FILLER           PIC X.
               05 bcd-acc-state    PIC 9.
               05 FILLER           PIC X.
               05 bcd-opened       PIC 9.
           01 ws-ckpt-run.
               05 bcr-tag          PIC X(3).
               05 FILLER           PIC X.
               05 bcr-script-id    PIC X(20).
               05 FILLER           PIC X.
               05 bcr-status       PIC X(4).

       PROCEDURE DIVISION.
           PERFORM GET-CONTROL-FILE-NAME.
           ACCEPT ws-trace-flag FROM ENVIRONMENT "TRACE".
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           SET auth-batch-run TO TRUE.
           PERFORM CHECK-AUTHORITY.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM OPEN-CATALOG.
           PERFORM OPEN-EXCEPTION-QUEUE.
           OPEN INPUT control-file.
           PERFORM INIT-DEPT-TABLE.
           MOVE 0 TO ws-control-state.
           MOVE ws-current-date TO seg-run-date.
           PERFORM LOAD-BATCH-CHECKPOINT.
           IF resumed-from-checkpoint THEN
               PERFORM RESUME-FROM-CHECKPOINT
           ELSE
               OPEN OUTPUT batch-report-file
               CLOSE batch-report-file
               PERFORM WRITE-BATCH-CHECKPOINT
           END-IF.
           PERFORM READ-AND-PROCESS-SCRIPT UNTIL control-done.
           PERFORM WRITE-GRAND-TOTAL.
           OPEN INPUT department-file.
           IF ws-department-status IS EQUAL TO "00" THEN
               SET department-open TO TRUE
           END-IF.
           PERFORM WRITE-DEPT-RECAPS.
           PERFORM WRITE-ROUTING-SUMMARY.
           IF department-open THEN
               CLOSE department-file
           END-IF.
           PERFORM CLEAR-BATCH-CHECKPOINT.
           CLOSE control-file.
           IF unpromoted-count IS GREATER THAN 0 THEN
               DISPLAY unpromoted-count " SCRIPT(S) RAN CONTENT NOT "
                   "SIGNED OFF BY PROMOTE"
           END-IF.
           IF catalog-open THEN
               CLOSE catalog-file
           END-IF.
           PERFORM CLOSE-EXCEPTION-QUEUE.
           IF exc-opened-count IS GREATER THAN 0
                   OR exc-closed-count IS GREATER THAN 0 THEN
               DISPLAY exc-opened-count " EXCEPTION(S) QUEUED, "
                   exc-closed-count " CLOSED ON A CLEAN RUN"
           END-IF.
           IF ctl-reject-count IS GREATER THAN 0 THEN
      * At least one script arrived damaged - surface it on the job's
      * return code so the transmission gets chased, even though the
                   ws-catalog-status " - RUNNING WITHOUT CATALOG"
           END-IF.

           OPEN-EXCEPTION-QUEUE.
           OPEN I-O exception-file.
           IF ws-exception-status IS EQUAL TO "35" THEN
      * First use on this system - create an empty queue rather
      * than make the operator prime the file by hand.
               OPEN OUTPUT exception-file
               CLOSE exception-file
               OPEN I-O exception-file
           END-IF.
           IF ws-exception-status IS EQUAL TO "00" THEN
               SET exception-queue-open TO TRUE
               OPEN INPUT baseline-file
               IF ws-baseline-status IS EQUAL TO "00" THEN
                   SET baseline-open TO TRUE
               END-IF
           ELSE
               DISPLAY "CANNOT OPEN EXCEPTION QUEUE - STATUS "
                   ws-exception-status " - RUNNING WITHOUT QUEUE"
           END-IF.

           CLOSE-EXCEPTION-QUEUE.
           IF exception-queue-open THEN
               CLOSE exception-file
           END-IF.
           IF baseline-open THEN
               CLOSE baseline-file
           END-IF.

           READ-AND-PROCESS-SCRIPT.
           READ control-file INTO control-record
               AT END MOVE 1 TO ws-control-state
           END-READ.
           IF NOT control-done
               ADD 1 TO control-position
               MOVE FUNCTION TRIM(control-record) TO ws-script-name
               PERFORM RUN-ONE-SCRIPT
      * The catalog is stamped before the batch line is written so
      * the auto-register path assigns it.
               MOVE 'UNKNOWN ' TO ws-owner-dept
               PERFORM STAMP-CATALOG
               IF NOT stamp-done THEN
                   MOVE 'STM' TO ws-ckpt-tag
                   PERFORM APPEND-CHECKPOINT-MARKER
                   SET stamp-done TO TRUE
               END-IF
               PERFORM WRITE-BATCH-LINE
               IF NOT report-done THEN
                   MOVE 'RPT' TO ws-ckpt-tag
                   PERFORM APPEND-CHECKPOINT-MARKER
                   SET report-done TO TRUE
               END-IF
               IF NOT history-written THEN
                   PERFORM WRITE-RUN-HISTORY
                   MOVE 'HST' TO ws-ckpt-tag
                   PERFORM APPEND-CHECKPOINT-MARKER
                   SET history-written TO TRUE
               END-IF
               PERFORM UPDATE-EXCEPTION-QUEUE
               PERFORM RECORD-RUN-OUTCOME
      * The script is complete - move the restart point past it.
               MOVE ws-script-name(1:20) TO ws-last-script
               MOVE 0 TO ckpt-stamp-state
               MOVE 0 TO ckpt-report-state
               MOVE 0 TO ckpt-history-state
               PERFORM WRITE-BATCH-CHECKPOINT
           END-IF.

           WRITE-RUN-HISTORY.
           MOVE fix-pc TO hst-fix-line.
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
           MOVE ws-script-name(1:20) TO sts-script.
           MOVE 'part3' TO sts-program.
           MOVE row-count TO sts-instr-count.
           MOVE script-step-count TO sts-steps.
           MOVE fix-tried-count TO sts-fix-tried.
           MOVE stats-start-date TO sts-start-date.
           MOVE stats-start-clock TO sts-start-time.
           MOVE stats-end-date TO sts-end-date.
           MOVE stats-end-clock TO sts-end-time.
           MOVE stats-elapsed TO sts-elapsed.
           MOVE ws-status TO sts-status.
           WRITE stats-record.
           CLOSE stats-file.

           UPDATE-EXCEPTION-QUEUE.
      * Keyed on the script and tonight's run date, so a restart that
      * repeats a script rewrites the same entry rather than adding
      * a second one.
           IF exception-queue-open THEN
               PERFORM SET-CATALOG-KEY
               IF ws-status IS EQUAL TO "FAIL"
                       OR ws-status IS EQUAL TO "BAD "
                       OR ws-status IS EQUAL TO "CTL "
                       OR ws-status IS EQUAL TO "OVFL" THEN
                   PERFORM QUEUE-ONE-EXCEPTION
               ELSE
                   IF ws-status IS EQUAL TO "PASS" THEN
                       PERFORM CHECK-BASELINE-MATCH
                       IF baseline-matched THEN
                           PERFORM CLOSE-SCRIPT-EXCEPTIONS
                       END-IF
                   END-IF
               END-IF
           END-IF.

           QUEUE-ONE-EXCEPTION.
           MOVE ws-catalog-key TO exc-script-id.
           MOVE ws-current-date TO exc-run-date.
           READ exception-file.
           IF ws-exception-status IS EQUAL TO "00" THEN
      * Already queued from an earlier run tonight - it carries the
      * latest outcome and stays with whoever it was assigned to.
               MOVE ws-status TO exc-status-code
               MOVE acc TO exc-acc
               MOVE fix-pc TO exc-fix-line
               MOVE 'part3' TO exc-program
               SET exc-open TO TRUE
               MOVE 0 TO exc-closed-date
               MOVE SPACES TO exc-closed-by
               REWRITE exception-record
           ELSE
               MOVE SPACES TO exception-record
               MOVE ws-catalog-key TO exc-script-id
               MOVE ws-current-date TO exc-run-date
               MOVE ws-status TO exc-status-code
               MOVE acc TO exc-acc
               MOVE 0 TO exc-expected-acc
               MOVE fix-pc TO exc-fix-line
               MOVE 'part3' TO exc-program
               SET exc-open TO TRUE
               MOVE 0 TO exc-assigned-date
               MOVE 0 TO exc-note-date
               MOVE 0 TO exc-closed-date
               WRITE exception-record
           END-IF.
           IF ws-exception-status IS EQUAL TO "00" THEN
               ADD 1 TO exc-opened-count
           ELSE
               DISPLAY "EXCEPTION QUEUE UPDATE FAILED FOR "
                   ws-catalog-key " - STATUS " ws-exception-status
           END-IF.

           CHECK-BASELINE-MATCH.
      * A pass alone does not clear the queue - the result has to be
      * the one that was signed off, or the problem is still open.
           MOVE 0 TO match-state.
           IF baseline-open THEN
               MOVE ws-catalog-key TO bas-script-id
               READ baseline-file
               IF ws-baseline-status IS EQUAL TO "00" THEN
                   IF bas-active
                           AND bas-expected-acc IS EQUAL TO acc
                           AND bas-expected-status IS EQUAL TO
                               ws-status THEN
                       SET baseline-matched TO TRUE
                   END-IF
               END-IF
           END-IF.

           CLOSE-SCRIPT-EXCEPTIONS.
           MOVE ws-catalog-key TO exc-script-id.
           MOVE 0 TO exc-run-date.
           MOVE 0 TO exc-scan-state.
           START exception-file KEY IS NOT LESS THAN exc-key
               INVALID KEY SET exc-scan-done TO TRUE
           END-START.
           PERFORM CLOSE-ONE-SCRIPT-EXCEPTION UNTIL exc-scan-done.

           CLOSE-ONE-SCRIPT-EXCEPTION.
           READ exception-file NEXT
               AT END SET exc-scan-done TO TRUE
           END-READ.
           IF NOT exc-scan-done
               IF exc-script-id IS NOT EQUAL TO ws-catalog-key THEN
                   SET exc-scan-done TO TRUE
               ELSE
                   IF exc-open THEN
                       SET exc-closed TO TRUE
                       MOVE ws-current-date TO exc-closed-date
                       MOVE 'part3' TO exc-closed-by
                       REWRITE exception-record
                       IF ws-exception-status IS EQUAL TO "00" THEN
                           ADD 1 TO exc-closed-count
                       END-IF
                   END-IF
               END-IF
           END-IF.

           STAMP-CATALOG.
      * The catalog answers "when did this script last run and how
               READ catalog-file
               IF ws-catalog-status IS EQUAL TO "00" THEN
                   MOVE cat-owner-dept TO ws-owner-dept
      * A restarted script whose stamp landed before the abend only
      * needs its owning department back.
                   IF NOT stamp-done THEN
                       MOVE ws-current-date TO cat-last-run-date
                       MOVE acc TO cat-last-acc
                       MOVE ws-status TO cat-last-status
                       REWRITE catalog-record
                   END-IF
               ELSE
                   IF ws-loaded-script-id IS NOT EQUAL TO SPACES THEN
                       MOVE ws-loaded-script-id TO cat-script-id
                   SET cat-active TO TRUE
                   SET cat-unscheduled TO TRUE
                   MOVE 0 TO cat-next-run-date
                   MOVE 0 TO cat-pred-count
                   PERFORM CLEAR-ONE-PREDECESSOR VARYING pred-idx
                       FROM 1 BY 1 UNTIL pred-idx IS GREATER THAN 5
                   MOVE 0 TO cat-promoted-version
                   MOVE 0 TO cat-promoted-date
                   MOVE SPACES TO cat-promoted-by
                   MOVE 0 TO cat-promoted-count
                   MOVE 0 TO cat-promoted-hash
                   WRITE catalog-record
               END-IF
               IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               END-IF
           END-IF.

           CLEAR-ONE-PREDECESSOR.
           MOVE SPACES TO cat-predecessor(pred-idx).

           RUN-ONE-SCRIPT.
           ACCEPT stats-start-date FROM DATE YYYYMMDD.
           ACCEPT stats-start-clock FROM TIME.
           MOVE 0 TO script-step-count.
           MOVE 0 TO fix-tried-count.
           MOVE 0 TO promote-state.
           PERFORM LOAD-SCRIPT.
           IF trace-enabled THEN
               MOVE SPACES TO ws-trace-file
               ADD 1 TO total-fail
               ADD 1 TO ctl-reject-count
           ELSE
               IF bad-count IS GREATER THAN 0 THEN
      * A script that won't even parse cleanly can't be simulated -
      * report it as a failure without running it.
                   MOVE "BAD " TO ws-status
                   ADD 1 TO total-fail
               ELSE
                   PERFORM CHECK-PREDECESSORS
                   IF predecessor-failed THEN
      * A predecessor in this job stream did not come out clean, so
      * this script is not run at all - it is held for the owner,
      * neither passed nor failed.
                       MOVE "HELD" TO ws-status
                       ADD 1 TO total-held
                   ELSE
                   PERFORM CHECK-PROMOTED-CONTENT
                   PERFORM SIMULATE
                   IF acc-overflowed THEN
      * An overflowing script is broken in a way no jmp/nop swap can
      * cure - flag it distinctly rather than hunt for a fix against
      * an accumulator we do not trust.
                       MOVE "OVFL" TO ws-status
                       ADD 1 TO total-fail
                       ADD 1 TO ovfl-count
                   ELSE
                       IF ran-clean THEN
                           MOVE "PASS" TO ws-status
                           ADD 1 TO total-pass
                       ELSE
                           PERFORM SAVE-ORIGINAL-PATH
                           PERFORM COMPUTE-EXIT-REACH
                           PERFORM TRY-ONE-FIX VARYING try-pc
                               FROM 1 BY 1
                               UNTIL try-pc IS GREATER THAN row-count
                                   OR fix-found
                           IF fix-found THEN
                               MOVE "PASS" TO ws-status
                               ADD 1 TO total-pass
                           ELSE
                               MOVE "FAIL" TO ws-status
                               ADD 1 TO total-fail
      * No single swap fixed it - re-run the unmodified script so the
      * reported accumulator reflects where it was looping.
                               PERFORM SIMULATE
                           END-IF
                       END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF trace-enabled THEN
               CLOSE trace-file
               ON SIZE ERROR SET total-acc-overflowed TO TRUE
           END-ADD.

           CHECK-PREDECESSORS.
           MOVE 0 TO hold-state.
           MOVE SPACES TO ws-held-after.
           PERFORM SET-CATALOG-KEY.
           IF catalog-open THEN
               MOVE ws-catalog-key TO cat-script-id
               READ catalog-file
               IF ws-catalog-status IS EQUAL TO "00"
                       AND cat-pred-count IS NUMERIC
                       AND cat-pred-count IS NOT GREATER THAN 5 THEN
                   PERFORM CHECK-ONE-PREDECESSOR VARYING pred-idx
                       FROM 1 BY 1
                       UNTIL pred-idx IS GREATER THAN cat-pred-count
                           OR predecessor-failed
               END-IF
           END-IF.

           CHECK-ONE-PREDECESSOR.
      * The latest outcome in this batch counts; a predecessor that
      * has not run in this batch places no hold.
           MOVE SPACES TO pred-status.
           PERFORM MATCH-ONE-RUN-OUTCOME VARYING run-idx FROM 1 BY 1
               UNTIL run-idx IS GREATER THAN run-count.
           IF pred-status IS EQUAL TO "FAIL"
                   OR pred-status IS EQUAL TO "BAD "
                   OR pred-status IS EQUAL TO "CTL "
                   OR pred-status IS EQUAL TO "OVFL"
                   OR pred-status IS EQUAL TO "HELD" THEN
               SET predecessor-failed TO TRUE
               MOVE cat-predecessor(pred-idx) TO ws-held-after
           END-IF.

           MATCH-ONE-RUN-OUTCOME.
           IF run-script-id(run-idx) IS EQUAL TO
                   cat-predecessor(pred-idx) THEN
               MOVE run-status(run-idx) TO pred-status
           END-IF.

           CHECK-PROMOTED-CONTENT.
      * Only content promote signed off should run in production. A
      * script about to run is checked against the instruction count
      * and operand hash recorded for its promoted version; anything
      * else still runs - stopping it is the owner's call, not the
      * batch's - but it is flagged on the console and the report.
           MOVE 0 TO promote-state.
           PERFORM SET-CATALOG-KEY.
           IF catalog-open THEN
               MOVE ws-catalog-key TO cat-script-id
               READ catalog-file
               IF ws-catalog-status IS NOT EQUAL TO "00" THEN
                   SET never-promoted TO TRUE
               ELSE
                   IF cat-promoted-version IS NOT NUMERIC
                           OR cat-promoted-version IS EQUAL TO 0 THEN
                       SET never-promoted TO TRUE
                   ELSE
                       IF cat-promoted-count IS NOT NUMERIC
                               OR cat-promoted-hash IS NOT NUMERIC
                               OR cat-promoted-count IS NOT EQUAL TO
                                   row-count
                               OR cat-promoted-hash IS NOT EQUAL TO
                                   hash-total THEN
                           SET content-unpromoted TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF never-promoted THEN
                   DISPLAY ws-script-name(1:20)
                       " WARNING - NO PROMOTED VERSION ON CATALOG"
                   ADD 1 TO unpromoted-count
               END-IF
               IF content-unpromoted THEN
                   DISPLAY ws-script-name(1:20)
                       " WARNING - LOADED CONTENT DOES NOT MATCH "
                       "PROMOTED VERSION " cat-promoted-version
                   ADD 1 TO unpromoted-count
               END-IF
           END-IF.

           SET-CATALOG-KEY.
           IF ws-loaded-script-id IS NOT EQUAL TO SPACES THEN
               MOVE ws-loaded-script-id TO ws-catalog-key
           ELSE
               MOVE ws-script-name(1:20) TO ws-catalog-key
           END-IF.

           RECORD-RUN-OUTCOME.
           PERFORM SET-CATALOG-KEY.
           IF run-count IS LESS THAN 1000 THEN
               ADD 1 TO run-count
               MOVE ws-catalog-key TO run-script-id(run-count)
               MOVE ws-status TO run-status(run-count)
           ELSE
               DISPLAY "BATCH OUTCOME TABLE FULL - "
                   ws-catalog-key " CANNOT HOLD ITS DEPENDENTS"
           END-IF.

           LOAD-SCRIPT.
           MOVE 0 TO row-count.
           MOVE 0 TO bad-count.
                   "INSTRUCTIONS: " ws-script-name
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-LOG
      * The restart point stays as it was - the scripts before this
      * one are done, and this segment's audit record covers them.
               MOVE 'AUD' TO ws-ckpt-tag
               PERFORM APPEND-CHECKPOINT-MARKER
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
               MOVE pc TO trc-pc-before
               MOVE acc TO trc-acc-before
           END-IF.
           ADD 1 TO script-step-count.
           MOVE 1 TO row-seen(pc).
           IF row-name(pc) IS EQUAL TO 'acc' THEN
               ADD row-value(pc) TO acc
                   OR row-name(try-pc) IS EQUAL TO 'nop' THEN
               PERFORM CHECK-FIX-CANDIDATE
               IF candidate-viable THEN
                   ADD 1 TO fix-tried-count
                   MOVE row-name(try-pc) TO saved-name
                   IF saved-name IS EQUAL TO 'jmp' THEN
                       MOVE 'nop' TO row-name(try-pc)
               MOVE "NONE " TO wsd-fix
           END-IF.
           MOVE ws-status TO wsd-status.
           IF ws-status IS EQUAL TO "HELD" THEN
               STRING "AFTER " DELIMITED BY SIZE
                   ws-held-after DELIMITED BY SPACE
                   INTO wsd-note
           END-IF.
           IF never-promoted THEN
               MOVE "NOT PROMOTED" TO wsd-note
           END-IF.
           IF content-unpromoted THEN
               MOVE "NOT THE PROMOTED VERSION" TO wsd-note
           END-IF.
      * Opened and closed around each line like the department
      * reports, so every line a checkpoint counts is on disk.
           IF NOT report-done THEN
               OPEN EXTEND batch-report-file
               MOVE ws-detail-line TO batch-report-line
               WRITE batch-report-line
               CLOSE batch-report-file
           END-IF.
           PERFORM ROUTE-DEPT-DETAIL.

           WRITE-GRAND-TOTAL.
           MOVE total-pass TO wst-pass.
           MOVE "FAIL: " TO wst-label-fail.
           MOVE total-fail TO wst-fail.
           MOVE "HELD: " TO wst-label-held.
           MOVE total-held TO wst-held.
           MOVE "TOTAL ACC: " TO wst-label-acc.
           IF total-acc-overflowed THEN
      * Never print a wrapped batch total as if it were real.
               MOVE total-acc TO ws-total-acc-display
               MOVE ws-total-acc-display TO wst-acc
           END-IF.
           OPEN EXTEND batch-report-file.
           MOVE ws-total-line TO batch-report-line.
           WRITE batch-report-line.
           CLOSE batch-report-file.

           INIT-DEPT-TABLE.
           MOVE 1 TO dept-count.
           MOVE 0 TO dpt-pass(1).
           MOVE 0 TO dpt-fail(1).
           MOVE 0 TO dpt-ovfl(1).
           MOVE 0 TO dpt-held(1).
           MOVE 0 TO dpt-acc(1).
           MOVE 0 TO dpt-acc-state(1).
           MOVE 0 TO dpt-opened(1).
                   MOVE 0 TO dpt-pass(dept-found-idx)
                   MOVE 0 TO dpt-fail(dept-found-idx)
                   MOVE 0 TO dpt-ovfl(dept-found-idx)
                   MOVE 0 TO dpt-held(dept-found-idx)
                   MOVE 0 TO dpt-acc(dept-found-idx)
                   MOVE 0 TO dpt-acc-state(dept-found-idx)
                   MOVE 0 TO dpt-opened(dept-found-idx)
           IF ws-status IS EQUAL TO "PASS" THEN
               ADD 1 TO dpt-pass(dept-found-idx)
           ELSE
               IF ws-status IS EQUAL TO "HELD" THEN
                   ADD 1 TO dpt-held(dept-found-idx)
               ELSE
                   ADD 1 TO dpt-fail(dept-found-idx)
               END-IF
           END-IF.
           IF ws-status IS EQUAL TO "OVFL" THEN
               ADD 1 TO dpt-ovfl(dept-found-idx)
      * this run's scripts. A department with no scripts today gets
      * no fresh file - distribution is driven off the routing page,
      * which lists only the departments this batch touched.
           IF report-done THEN
      * The line landed before the abend - the file exists.
               MOVE 1 TO dpt-opened(dept-found-idx)
           ELSE
               PERFORM SET-DEPT-REPORT-NAME
               IF dpt-opened(dept-found-idx) IS EQUAL TO 0 THEN
                   OPEN OUTPUT dept-report-file
                   MOVE 1 TO dpt-opened(dept-found-idx)
               ELSE
                   OPEN EXTEND dept-report-file
               END-IF
               MOVE ws-detail-line TO dept-report-line
               WRITE dept-report-line
               CLOSE dept-report-file
           END-IF.

           SET-DEPT-REPORT-NAME.
           MOVE SPACES TO ws-dept-report-file.
               PERFORM BUILD-DEPT-RECAP-LINE
               MOVE ws-routing-line TO dept-report-line
               WRITE dept-report-line
               PERFORM BUILD-DEPT-NAME-LINE
               MOVE ws-routing-line TO dept-report-line
               WRITE dept-report-line
               CLOSE dept-report-file
           END-IF.

           STRING " OVFL:" DELIMITED BY SIZE
               ws-dept-count-display DELIMITED BY SIZE
               INTO ws-routing-line(48:).
           MOVE dpt-held(dpt-idx) TO ws-dept-count-display.
           STRING " HELD:" DELIMITED BY SIZE
               ws-dept-count-display DELIMITED BY SIZE
               INTO ws-routing-line(59:).
           IF dpt-acc-state(dpt-idx) IS EQUAL TO 1 THEN
      * Never print a wrapped subtotal as if it were real.
               STRING " ACC: OVERFLOW" DELIMITED BY SIZE
                   INTO ws-routing-line(70:)
           ELSE
               MOVE dpt-acc(dpt-idx) TO ws-dept-acc-display
               STRING " ACC:" DELIMITED BY SIZE
                   ws-dept-acc-display DELIMITED BY SIZE
                   INTO ws-routing-line(70:)
           END-IF.

           BUILD-DEPT-NAME-LINE.
           MOVE 0 TO dept-lookup.
           IF department-open THEN
               MOVE dpt-name(dpt-idx) TO dmt-dept-code
               READ department-file
               IF ws-department-status IS EQUAL TO "00" THEN
                   SET dept-known TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO ws-routing-line.
           IF NOT dept-known THEN
               MOVE "(NOT ON DEPARTMENT MASTER)"
                   TO ws-routing-line(4:)
           ELSE
               STRING dmt-full-name DELIMITED BY SIZE
                   " MANAGER: " DELIMITED BY SIZE
                   dmt-manager DELIMITED BY SIZE
                   INTO ws-routing-line(4:)
               IF dmt-inactive THEN
                   MOVE "(INACTIVE)" TO ws-routing-line(65:)
               END-IF
           END-IF.

           WRITE-ROUTING-SUMMARY.
           MOVE 0 TO route-scripts.
           MOVE 0 TO route-pass.
           MOVE 0 TO route-fail.
           MOVE 0 TO route-held.
           MOVE 0 TO route-acc.
           MOVE 0 TO route-acc-state.
           PERFORM WRITE-ONE-ROUTING-LINE VARYING dpt-idx FROM 1 BY 1
               UNTIL dpt-idx IS GREATER THAN dept-count.
           IF route-scripts IS EQUAL TO total-scripts
                   AND route-pass IS EQUAL TO total-pass
                   AND route-fail IS EQUAL TO total-fail
                   AND route-held IS EQUAL TO total-held THEN
               MOVE "** DEPARTMENT RECAPS TIE TO GRAND TOTAL **"
                   TO ws-routing-line
           ELSE
               ADD dpt-scripts(dpt-idx) TO route-scripts
               ADD dpt-pass(dpt-idx) TO route-pass
               ADD dpt-fail(dpt-idx) TO route-fail
               ADD dpt-held(dpt-idx) TO route-held
               PERFORM BUILD-DEPT-RECAP-LINE
               MOVE ws-routing-line TO routing-report-line
               WRITE routing-report-line
               PERFORM BUILD-DEPT-NAME-LINE
               MOVE ws-routing-line TO routing-report-line
               WRITE routing-report-line
           END-IF.

           LOAD-BATCH-CHECKPOINT.
      * A checkpoint whose first record is not a readable header
      * cannot belong to this batch and is ignored whole - the run
      * starts from the top as it always has.
           MOVE 0 TO ckpt-state.
           OPEN INPUT batchckpt-file.
           IF ws-batchckpt-status IS EQUAL TO "00" THEN
               READ batchckpt-file INTO ws-ckpt-header
                   AT END MOVE "10" TO ws-batchckpt-status
               END-READ
               IF ws-batchckpt-status IS EQUAL TO "00"
                       AND bch-tag IS EQUAL TO 'CKP'
                       AND bch-position IS NUMERIC
                       AND bch-run-date IS NUMERIC
                       AND bch-scripts IS NUMERIC
                       AND bch-pass IS NUMERIC
                       AND bch-fail IS NUMERIC
                       AND bch-ovfl IS NUMERIC
                       AND bch-ctl IS NUMERIC
                       AND bch-held IS NUMERIC
                       AND bch-acc IS NUMERIC
                       AND bch-acc-state IS NUMERIC
                       AND bch-base-scripts IS NUMERIC
                       AND bch-base-acc IS NUMERIC
                       THEN
                   SET resumed-from-checkpoint TO TRUE
                   MOVE bch-scripts TO total-scripts
                   MOVE bch-pass TO total-pass
                   MOVE bch-fail TO total-fail
                   MOVE bch-ovfl TO ovfl-count
                   MOVE bch-ctl TO ctl-reject-count
                   MOVE bch-held TO total-held
                   MOVE bch-acc TO total-acc
                   MOVE bch-acc-state TO total-acc-state
                   MOVE 0 TO dept-count
                   PERFORM READ-ONE-CHECKPOINT-RECORD
                       UNTIL ws-batchckpt-status IS NOT EQUAL TO "00"
                   IF dept-count IS EQUAL TO 0 THEN
                       PERFORM INIT-DEPT-TABLE
                   END-IF
               END-IF
               CLOSE batchckpt-file
           END-IF.

           READ-ONE-CHECKPOINT-RECORD.
           READ batchckpt-file
               AT END MOVE "10" TO ws-batchckpt-status
           END-READ.
           IF ws-batchckpt-status IS EQUAL TO "00" THEN
               IF batchckpt-record(1:3) IS EQUAL TO 'DPT' THEN
                   PERFORM LOAD-ONE-CHECKPOINT-DEPT
               END-IF
               IF batchckpt-record(1:3) IS EQUAL TO 'SCR' THEN
                   PERFORM LOAD-ONE-CHECKPOINT-RUN
               END-IF
               IF batchckpt-record(1:3) IS EQUAL TO 'STM' THEN
                   SET stamp-done TO TRUE
               END-IF
               IF batchckpt-record(1:3) IS EQUAL TO 'RPT' THEN
                   SET report-done TO TRUE
               END-IF
               IF batchckpt-record(1:3) IS EQUAL TO 'HST' THEN
                   SET history-written TO TRUE
               END-IF
               IF batchckpt-record(1:3) IS EQUAL TO 'AUD' THEN
                   SET segment-audited TO TRUE
               END-IF
           END-IF.

           LOAD-ONE-CHECKPOINT-DEPT.
           MOVE batchckpt-record TO ws-ckpt-dept.
           IF dept-count IS LESS THAN 100
                   AND bcd-scripts IS NUMERIC
                   AND bcd-pass IS NUMERIC
                   AND bcd-fail IS NUMERIC
                   AND bcd-ovfl IS NUMERIC
                   AND bcd-held IS NUMERIC
                   AND bcd-acc IS NUMERIC
                   AND bcd-acc-state IS NUMERIC
                   AND bcd-opened IS NUMERIC
                   THEN
               ADD 1 TO dept-count
               MOVE bcd-name TO dpt-name(dept-count)
               MOVE bcd-scripts TO dpt-scripts(dept-count)
               MOVE bcd-pass TO dpt-pass(dept-count)
               MOVE bcd-fail TO dpt-fail(dept-count)
               MOVE bcd-ovfl TO dpt-ovfl(dept-count)
               MOVE bcd-held TO dpt-held(dept-count)
               MOVE bcd-acc TO dpt-acc(dept-count)
               MOVE bcd-acc-state TO dpt-acc-state(dept-count)
               MOVE bcd-opened TO dpt-opened(dept-count)
           END-IF.

           LOAD-ONE-CHECKPOINT-RUN.
           MOVE batchckpt-record TO ws-ckpt-run.
           IF run-count IS LESS THAN 1000 THEN
               ADD 1 TO run-count
               MOVE bcr-script-id TO run-script-id(run-count)
               MOVE bcr-status TO run-status(run-count)
           END-IF.

           RESUME-FROM-CHECKPOINT.
      * Step past the control records the checkpoint says are done.
      * The last of them must be the script the checkpoint names -
      * otherwise this is not the control file the abended run was
      * reading, and nothing is safe to skip or to rerun.
           PERFORM SKIP-ONE-CONTROL-RECORD
               UNTIL control-position IS NOT LESS THAN bch-position
                   OR control-done.
           IF control-done
                   OR ws-last-script IS NOT EQUAL TO bch-last-script
                   THEN
               DISPLAY "BATCH CHECKPOINT "
                   FUNCTION TRIM(ws-batchckpt-file)
                   " DOES NOT MATCH CONTROL FILE "
                   FUNCTION TRIM(ws-control-file)
               DISPLAY "CLEAR THE CHECKPOINT TO RERUN FROM THE TOP"
               MOVE 16 TO RETURN-CODE
               CLOSE control-file
               IF catalog-open THEN
                   CLOSE catalog-file
               END-IF
               PERFORM CLOSE-EXCEPTION-QUEUE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           MOVE control-position TO ws-position-display.
           DISPLAY "BATCH RESTARTED AFTER CONTROL RECORD "
               FUNCTION TRIM(ws-position-display) " "
               FUNCTION TRIM(ws-last-script).
      * The abended segment's scripts are carried into the grand
      * total. Unless that segment audited them itself before it
      * stopped, the restart note carries them instead.
           MOVE bch-run-date TO note-run-date.
           IF segment-audited THEN
               MOVE 0 TO note-scripts
               MOVE 0 TO note-acc
           ELSE
               COMPUTE note-scripts = total-scripts - bch-base-scripts
               COMPUTE note-acc = total-acc - bch-base-acc
           END-IF.
           PERFORM WRITE-RESTART-AUDIT.
           MOVE 0 TO ckpt-audit-state.
           MOVE total-scripts TO seg-base-scripts.
           MOVE total-acc TO seg-base-acc.
           PERFORM WRITE-BATCH-CHECKPOINT.

           SKIP-ONE-CONTROL-RECORD.
           READ control-file INTO control-record
               AT END MOVE 1 TO ws-control-state
           END-READ.
           IF NOT control-done
               ADD 1 TO control-position
               MOVE FUNCTION TRIM(control-record) TO ws-last-script
           END-IF.

           WRITE-BATCH-CHECKPOINT.
           OPEN OUTPUT batchckpt-file.
           MOVE SPACES TO ws-ckpt-header.
           MOVE 'CKP' TO bch-tag.
           MOVE control-position TO bch-position.
           MOVE seg-run-date TO bch-run-date.
           MOVE ws-last-script TO bch-last-script.
           MOVE total-scripts TO bch-scripts.
           MOVE total-pass TO bch-pass.
           MOVE total-fail TO bch-fail.
           MOVE ovfl-count TO bch-ovfl.
           MOVE ctl-reject-count TO bch-ctl.
           MOVE total-held TO bch-held.
           MOVE total-acc TO bch-acc.
           MOVE total-acc-state TO bch-acc-state.
           MOVE seg-base-scripts TO bch-base-scripts.
           MOVE seg-base-acc TO bch-base-acc.
           MOVE ws-ckpt-header TO batchckpt-record.
           WRITE batchckpt-record.
           PERFORM WRITE-ONE-CHECKPOINT-DEPT VARYING dpt-idx
               FROM 1 BY 1
               UNTIL dpt-idx IS GREATER THAN dept-count.
           PERFORM WRITE-ONE-CHECKPOINT-RUN VARYING run-idx
               FROM 1 BY 1
               UNTIL run-idx IS GREATER THAN run-count.
           IF stamp-done THEN
               MOVE SPACES TO batchckpt-record
               MOVE 'STM' TO batchckpt-record(1:3)
               WRITE batchckpt-record
           END-IF.
           IF report-done THEN
               MOVE SPACES TO batchckpt-record
               MOVE 'RPT' TO batchckpt-record(1:3)
               WRITE batchckpt-record
           END-IF.
           IF history-written THEN
               MOVE SPACES TO batchckpt-record
               MOVE 'HST' TO batchckpt-record(1:3)
               WRITE batchckpt-record
           END-IF.
           CLOSE batchckpt-file.

           WRITE-ONE-CHECKPOINT-DEPT.
           MOVE SPACES TO ws-ckpt-dept.
           MOVE 'DPT' TO bcd-tag.
           MOVE dpt-name(dpt-idx) TO bcd-name.
           MOVE dpt-scripts(dpt-idx) TO bcd-scripts.
           MOVE dpt-pass(dpt-idx) TO bcd-pass.
           MOVE dpt-fail(dpt-idx) TO bcd-fail.
           MOVE dpt-ovfl(dpt-idx) TO bcd-ovfl.
           MOVE dpt-held(dpt-idx) TO bcd-held.
           MOVE dpt-acc(dpt-idx) TO bcd-acc.
           MOVE dpt-acc-state(dpt-idx) TO bcd-acc-state.
           MOVE dpt-opened(dpt-idx) TO bcd-opened.
           MOVE ws-ckpt-dept TO batchckpt-record.
           WRITE batchckpt-record.

           WRITE-ONE-CHECKPOINT-RUN.
           MOVE SPACES TO ws-ckpt-run.
           MOVE 'SCR' TO bcr-tag.
           MOVE run-script-id(run-idx) TO bcr-script-id.
           MOVE run-status(run-idx) TO bcr-status.
           MOVE ws-ckpt-run TO batchckpt-record.
           WRITE batchckpt-record.

           APPEND-CHECKPOINT-MARKER.
           OPEN EXTEND batchckpt-file.
           MOVE SPACES TO batchckpt-record.
           MOVE ws-ckpt-tag TO batchckpt-record(1:3).
           WRITE batchckpt-record.
           CLOSE batchckpt-file.

           CLEAR-BATCH-CHECKPOINT.
      * A completed batch needs no restart point - truncate the file
      * so the next night's run starts from the top.
           OPEN OUTPUT batchckpt-file.
           CLOSE batchckpt-file.

           GET-CONTROL-FILE-NAME.
           MOVE SPACES TO ws-control-file.
           ACCEPT ws-control-file FROM COMMAND-LINE.
           IF ws-control-file IS EQUAL TO SPACES THEN
               MOVE 'control' TO ws-control-file
           END-IF.
           MOVE SPACES TO ws-batchckpt-file.
           STRING FUNCTION TRIM(ws-control-file) DELIMITED BY SIZE
               "-batchckpt" DELIMITED BY SIZE
               INTO ws-batchckpt-file.

           WRITE-AUDIT-LOG.
      * The audit log is append-only and shared by all three
           MOVE ws-time-raw(1:6) TO aud-run-time.
           MOVE ws-operator TO aud-operator.
           MOVE ws-control-file(1:20) TO aud-input-file.
           COMPUTE aud-instr-count = total-scripts - seg-base-scripts.
           COMPUTE aud-acc = total-acc - seg-base-acc.
           MOVE RETURN-CODE TO aud-return-code.
           MOVE 0 TO aud-fix-line.
           WRITE audit-record.
           CLOSE audit-file.

           WRITE-RESTART-AUDIT.
      * A restart is on the audit trail in its own right. The note is
      * dated for the abended segment and carries whatever of that
      * segment's work no part3 audit record covers, so dayrecon ties
      * a split batch the way it ties one run in a single pass. The
      * fix-line slot carries the control record the run resumed
      * after.
           ACCEPT ws-time-raw FROM TIME.
           PERFORM GET-OPERATOR-ID.
           OPEN EXTEND audit-file.
           MOVE SPACES TO audit-record.
           MOVE 'part3rst' TO aud-program.
           MOVE note-run-date TO aud-run-date.
           MOVE ws-time-raw(1:6) TO aud-run-time.
           MOVE ws-operator TO aud-operator.
           MOVE ws-control-file(1:20) TO aud-input-file.
           MOVE note-scripts TO aud-instr-count.
           MOVE note-acc TO aud-acc.
           MOVE 0 TO aud-return-code.
           MOVE control-position TO aud-fix-line.
           WRITE audit-record.
           CLOSE audit-file.

           GET-OPERATOR-ID.
           MOVE SPACES TO ws-operator.
           ACCEPT ws-operator FROM ENVIRONMENT "USER".
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
           MOVE 'part3' TO aud-program.
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
