               FILE STATUS IS ws-catalog-status.
               SELECT control-file ASSIGN TO DYNAMIC ws-control-file
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT authority-file ASSIGN TO 'opauth'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS opa-operator
               FILE STATUS IS ws-authority-status.
               SELECT OPTIONAL audit-file ASSIGN TO 'auditlog'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL lock-file ASSIGN TO 'runlock'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-status.
           FD control-file.
           01 control-record PIC X(100).

           FD authority-file.
           COPY "opauth.cpy".

           FD audit-file.
           COPY "auditlog.cpy".

           FD lock-file.
           COPY "runlock.cpy".

           01 lock-held-mins PIC S9(8) USAGE IS COMP.
           01 ws-lock-now-date PIC 9(8).
           01 ws-lock-now-time PIC X(8).
           01 ws-authority-status PIC XX.
           01 ws-refused-date PIC 9(8).
           01 ws-refused-time PIC X(8).
           COPY "opfunc.cpy".
           01 ws-operator PIC X(8).
           01 ws-catalog-status PIC XX.
           01 ws-catalog-state PIC 9.
           01 error-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 entry-due PIC 9.
               88 due-today VALUE 1.
      * Every entry due this run, with its predecessors resolved to
      * slots in the same table. A predecessor that is not due this
      * run places no constraint on the order. The control file is
      * written in placement order: key order, except that nothing
      * is placed until everything it waits on has been.
           01 due-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 due-table.
               05 due OCCURS 1000 TIMES.
                   10 due-script-id  PIC X(20).
                   10 due-pred-count PIC 9.
                   10 due-pred-id    PIC X(20) OCCURS 5 TIMES.
                   10 due-pred-slot  PIC 9(5) USAGE IS COMP
                                     OCCURS 5 TIMES.
                   10 due-placed     PIC 9.
           01 due-idx PIC 9(5) USAGE IS COMP.
           01 due-search PIC 9(5) USAGE IS COMP.
           01 due-found PIC 9(5) USAGE IS COMP.
           01 pred-idx PIC 9(5) USAGE IS COMP.
           01 placed-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 placed-this-pass PIC 9(5) USAGE IS COMP.
           01 ord-idx PIC 9(5) USAGE IS COMP.
           01 order-table.
               05 ord-slot OCCURS 1000 TIMES PIC 9(5) USAGE IS COMP.
           01 ready-state PIC 9.
               88 entry-ready VALUE 1.

       PROCEDURE DIVISION.
           PERFORM GET-RUN-MODE.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           COMPUTE today-int =
               FUNCTION INTEGER-OF-DATE(ws-current-date).
           PERFORM GET-OPERATOR-ID.
           SET auth-batch-run TO TRUE.
           PERFORM CHECK-AUTHORITY.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           IF gen-mode THEN
               PERFORM GENERATE-CONTROL-FILE
           END-IF.

           GENERATE-CONTROL-FILE.
           PERFORM ORDER-DUE-ENTRIES.
           OPEN OUTPUT control-file.
           PERFORM SELECT-ONE-ENTRY VARYING ord-idx FROM 1 BY 1
               UNTIL ord-idx IS GREATER THAN placed-count.
           CLOSE control-file.
           DISPLAY selected-count " SCRIPT(S) SELECTED INTO '"
               FUNCTION TRIM(ws-control-file) "'".

           SELECT-ONE-ENTRY.
      * The control file carries the catalog key, which part3 opens
      * as a file - so a script on the schedule must be registered
      * under the file name it arrives as (the name part3 itself
      * by a header ID that is not an openable file comes back from
      * part3 as a per-script rejection on the batch report, where
      * the owner can fix the registration.
           MOVE ord-slot(ord-idx) TO due-idx.
           MOVE SPACES TO control-record.
           MOVE due-script-id(due-idx) TO control-record.
           WRITE control-record.
           ADD 1 TO selected-count.

           ORDER-DUE-ENTRIES.
      * Both modes order the same way, so ROLL advances exactly the
      * entries GEN put in the control file.
           PERFORM OPEN-CATALOG-INPUT.
           MOVE 0 TO ws-catalog-state.
           MOVE 0 TO due-count.
           PERFORM LOAD-ONE-DUE-ENTRY UNTIL catalog-done.
           CLOSE catalog-file.
           PERFORM RESOLVE-ONE-DUE-ENTRY VARYING due-idx FROM 1 BY 1
               UNTIL due-idx IS GREATER THAN due-count.
           MOVE 0 TO placed-count.
           MOVE 1 TO placed-this-pass.
           PERFORM PLACE-READY-ENTRIES
               UNTIL placed-this-pass IS EQUAL TO 0.
      * Whatever is left waits, directly or further up its chain, on
      * a loop - no order can satisfy it. It is left out of the
      * control file and off the roll until the dependencies are
      * corrected through catmaint.
           PERFORM REPORT-ONE-UNPLACED VARYING due-idx FROM 1 BY 1
               UNTIL due-idx IS GREATER THAN due-count.

           LOAD-ONE-DUE-ENTRY.
           READ catalog-file NEXT
               AT END MOVE 1 TO ws-catalog-state
           END-READ.
           IF NOT catalog-done
               PERFORM CHECK-ENTRY-DUE
               IF due-today THEN
                   IF due-count IS LESS THAN 1000 THEN
                       ADD 1 TO due-count
                       MOVE cat-script-id TO due-script-id(due-count)
                       MOVE 0 TO due-placed(due-count)
                       IF cat-pred-count IS NUMERIC
                               AND cat-pred-count IS NOT GREATER
                                   THAN 5 THEN
                           MOVE cat-pred-count
                               TO due-pred-count(due-count)
                       ELSE
                           MOVE 0 TO due-pred-count(due-count)
                       END-IF
                       PERFORM COPY-ONE-PREDECESSOR VARYING pred-idx
                           FROM 1 BY 1
                           UNTIL pred-idx IS GREATER THAN 5
                   ELSE
                       DISPLAY "TOO MANY SCRIPTS DUE - NOT SELECTED: "
                           cat-script-id
                       ADD 1 TO error-count
                   END-IF
               END-IF
           END-IF.

           COPY-ONE-PREDECESSOR.
           MOVE 0 TO due-pred-slot(due-count, pred-idx).
           IF pred-idx IS GREATER THAN due-pred-count(due-count) THEN
               MOVE SPACES TO due-pred-id(due-count, pred-idx)
           ELSE
               MOVE cat-predecessor(pred-idx)
                   TO due-pred-id(due-count, pred-idx)
           END-IF.

           RESOLVE-ONE-DUE-ENTRY.
           PERFORM RESOLVE-ONE-PREDECESSOR VARYING pred-idx
               FROM 1 BY 1
               UNTIL pred-idx IS GREATER THAN due-pred-count(due-idx).

           RESOLVE-ONE-PREDECESSOR.
           MOVE 0 TO due-found.
           PERFORM MATCH-ONE-DUE-ENTRY VARYING due-search FROM 1 BY 1
               UNTIL due-search IS GREATER THAN due-count
                   OR due-found IS NOT EQUAL TO 0.
           MOVE due-found TO due-pred-slot(due-idx, pred-idx).

           MATCH-ONE-DUE-ENTRY.
           IF due-script-id(due-search) IS EQUAL TO
                   due-pred-id(due-idx, pred-idx) THEN
               MOVE due-search TO due-found
           END-IF.

           PLACE-READY-ENTRIES.
           MOVE 0 TO placed-this-pass.
           PERFORM PLACE-ONE-IF-READY VARYING due-idx FROM 1 BY 1
               UNTIL due-idx IS GREATER THAN due-count.

           PLACE-ONE-IF-READY.
           IF due-placed(due-idx) IS EQUAL TO 0 THEN
               SET entry-ready TO TRUE
               PERFORM CHECK-ONE-PREDECESSOR VARYING pred-idx
                   FROM 1 BY 1
                   UNTIL pred-idx IS GREATER THAN
                       due-pred-count(due-idx)
                       OR NOT entry-ready
               IF entry-ready THEN
                   MOVE 1 TO due-placed(due-idx)
                   ADD 1 TO placed-count
                   ADD 1 TO placed-this-pass
                   MOVE due-idx TO ord-slot(placed-count)
               END-IF
           END-IF.

           CHECK-ONE-PREDECESSOR.
           MOVE due-pred-slot(due-idx, pred-idx) TO due-found.
           IF due-found IS NOT EQUAL TO 0 THEN
               IF due-placed(due-found) IS EQUAL TO 0 THEN
                   MOVE 0 TO ready-state
               END-IF
           END-IF.

           REPORT-ONE-UNPLACED.
           IF due-placed(due-idx) IS EQUAL TO 0 THEN
               DISPLAY "DEPENDENCY CYCLE - NOT SELECTED: "
                   due-script-id(due-idx)
               ADD 1 TO error-count
           END-IF.

           CHECK-ENTRY-DUE.
      * Due means: active, on the schedule, and next-run on or
      * before today - a zero next-run date is "due now", the state
           END-IF.

           ROLL-SCHEDULE.
           PERFORM ORDER-DUE-ENTRIES.
           OPEN I-O catalog-file.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN SCRIPT CATALOG - STATUS "
           END-READ.
           IF NOT catalog-done
               PERFORM CHECK-ENTRY-DUE
               IF due-today THEN
                   PERFORM CHECK-ENTRY-SELECTED
               END-IF
               IF due-today THEN
                   PERFORM COMPUTE-NEXT-RUN-DATE
                   MOVE ws-next-date TO cat-next-run-date
               END-IF
           END-IF.

           CHECK-ENTRY-SELECTED.
      * An entry GEN could not place never ran - it stays due.
           MOVE 0 TO due-found.
           PERFORM MATCH-ONE-CATALOG-ENTRY VARYING due-search
               FROM 1 BY 1
               UNTIL due-search IS GREATER THAN due-count
                   OR due-found IS NOT EQUAL TO 0.
           IF due-found IS EQUAL TO 0 THEN
               MOVE 0 TO entry-due
           ELSE
               IF due-placed(due-found) IS EQUAL TO 0 THEN
                   MOVE 0 TO entry-due
               END-IF
           END-IF.

           MATCH-ONE-CATALOG-ENTRY.
           IF due-script-id(due-search) IS EQUAL TO cat-script-id THEN
               MOVE due-search TO due-found
           END-IF.

           COMPUTE-NEXT-RUN-DATE.
      * Rolled forward from today, not from the stored date, so a
      * script that sat due for a week is not immediately due again
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
           MOVE 'schedgen' TO aud-program.
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
