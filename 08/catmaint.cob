               ACCESS MODE IS RANDOM
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
               SELECT OPTIONAL department-file ASSIGN TO 'deptmast'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dmt-dept-code
               FILE STATUS IS ws-department-status.
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
           FD catalog-file.
           COPY "scriptcat.cpy".

           FD department-file.
           COPY "deptmast.cpy".

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
           01 ws-trans-file PIC X(100).
           01 ws-catalog-status PIC XX.
      * alone. SCH reuses the owner/description columns for the run
      * frequency and next-run date. Run dates are stamped by the
      * batch, never keyed in; the next-run date is the one date an
      * operator may key, because it is a plan, not a record. DEP and
      * DRP carry a predecessor script ID in the same columns, to add
      * or drop one job-stream dependency.
           01 ws-trans-line.
               05 trn-action      PIC X(3).
               05 FILLER          PIC X.
               05 FILLER          PIC X.
               05 trn-next-run    PIC X(8).
               05 FILLER          PIC X(29).
           01 ws-dep-fields REDEFINES ws-trans-line.
               05 FILLER          PIC X(25).
               05 trn-pred-id     PIC X(20).
               05 FILLER          PIC X(19).
           01 ws-current-date PIC 9(8).
           01 trans-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 error-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 ws-acc-display PIC -(13)9.
           01 ws-next-run PIC 9(8).
           01 pred-idx PIC 9(5) USAGE IS COMP.
           01 found-pred PIC 9(5) USAGE IS COMP.
      * Every script reachable backwards from a new predecessor, so a
      * DEP that would close a loop is refused at the door.
           01 walk-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 walk-idx PIC 9(5) USAGE IS COMP.
           01 walk-search PIC 9(5) USAGE IS COMP.
           01 walk-found PIC 9(5) USAGE IS COMP.
           01 walk-table.
               05 walk-id OCCURS 1000 TIMES PIC X(20).
           01 cycle-state PIC 9 VALUE 0.
               88 cycle-found VALUE 1.
      * An owner has to be an active department on the master - a
      * missing master fails each ADD or owner change one by one
      * rather than letting unchecked codes back in.
           01 ws-department-status PIC XX.
           01 ws-department-state PIC 9 VALUE 0.
               88 department-open VALUE 1.
           01 owner-fail PIC 9.
               88 owner-bad VALUE 1.

       PROCEDURE DIVISION.
           PERFORM GET-TRANS-FILE-NAME.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           SET auth-catalog-change TO TRUE.
           PERFORM CHECK-AUTHORITY.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM OPEN-CATALOG.
           PERFORM OPEN-DEPARTMENT-MASTER.
           OPEN INPUT trans-file.
           MOVE 0 TO ws-trans-state.
           PERFORM APPLY-ONE-TRANS UNTIL trans-done.
           CLOSE trans-file.
           CLOSE catalog-file.
           IF department-open THEN
               CLOSE department-file
           END-IF.
           DISPLAY trans-count " TRANSACTION(S) READ, "
               error-count " ERROR(S)".
           IF error-count IS GREATER THAN 0 THEN
               STOP RUN
           END-IF.

           OPEN-DEPARTMENT-MASTER.
           OPEN INPUT department-file.
           IF ws-department-status IS EQUAL TO "00" THEN
               SET department-open TO TRUE
           ELSE
               DISPLAY "DEPARTMENT MASTER UNAVAILABLE - STATUS "
                   ws-department-status
                   " - ADD AND OWNER CHANGES WILL BE REJECTED"
           END-IF.

           CHECK-OWNER-DEPT.
           MOVE 0 TO owner-fail.
           IF NOT department-open THEN
               DISPLAY "DEPARTMENT MASTER UNAVAILABLE - CANNOT "
                   "CHECK OWNER FOR " trn-script-id
               ADD 1 TO error-count
               SET owner-bad TO TRUE
           ELSE
               MOVE trn-owner TO dmt-dept-code
               READ department-file
               IF ws-department-status IS NOT EQUAL TO "00" THEN
                   DISPLAY "OWNER '" trn-owner "' NOT ON DEPARTMENT "
                       "MASTER FOR " trn-script-id
                   ADD 1 TO error-count
                   SET owner-bad TO TRUE
               ELSE
                   IF NOT dmt-active THEN
                       DISPLAY "OWNER '" trn-owner "' IS INACTIVE "
                           "FOR " trn-script-id
                       ADD 1 TO error-count
                       SET owner-bad TO TRUE
                   END-IF
               END-IF
           END-IF.

           APPLY-ONE-TRANS.
           READ trans-file INTO ws-trans-line
               AT END MOVE 1 TO ws-trans-state
                               IF trn-action IS EQUAL TO 'INQ' THEN
                                   PERFORM INQUIRE-ENTRY
                               ELSE
                                   IF trn-action IS EQUAL TO 'DEP' THEN
                                       PERFORM ADD-DEPENDENCY
                                   ELSE
                                       IF trn-action IS EQUAL TO 'DRP'
                                               THEN
                                           PERFORM DROP-DEPENDENCY
                                       ELSE
                                           DISPLAY "UNRECOGNIZED"
                                               " ACTION '"
                                               trn-action "' FOR "
                                               trn-script-id
                                           ADD 1 TO error-count
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               DISPLAY "ALREADY ON CATALOG: " trn-script-id
               ADD 1 TO error-count
           ELSE
               PERFORM CHECK-OWNER-DEPT
               IF NOT owner-bad
                   MOVE trn-script-id TO cat-script-id
                   MOVE trn-owner TO cat-owner-dept
                   MOVE trn-description TO cat-description
                   MOVE ws-current-date TO cat-date-registered
                   MOVE 0 TO cat-last-run-date
                   MOVE 0 TO cat-last-acc
                   MOVE SPACES TO cat-last-status
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
                   IF ws-catalog-status IS NOT EQUAL TO "00" THEN
                       DISPLAY "ADD FAILED FOR " trn-script-id
                           " - STATUS " ws-catalog-status
                       ADD 1 TO error-count
                   END-IF
               END-IF
           END-IF.

           ELSE
      * Only the fields the transaction actually carries are changed -
      * a blank owner or description means "leave it alone".
               MOVE 0 TO owner-fail
               IF trn-owner IS NOT EQUAL TO SPACES THEN
                   PERFORM CHECK-OWNER-DEPT
               END-IF
               IF NOT owner-bad
                   IF trn-owner IS NOT EQUAL TO SPACES THEN
                       MOVE trn-owner TO cat-owner-dept
                   END-IF
                   IF trn-description IS NOT EQUAL TO SPACES THEN
                       MOVE trn-description TO cat-description
                   END-IF
                   REWRITE catalog-record
                   IF ws-catalog-status IS NOT EQUAL TO "00" THEN
                       DISPLAY "CHANGE FAILED FOR " trn-script-id
                           " - STATUS " ws-catalog-status
                       ADD 1 TO error-count
                   END-IF
               END-IF
           END-IF.

               DISPLAY "ACTIVE:     " cat-active-flag
               DISPLAY "FREQUENCY:  " cat-run-freq
               DISPLAY "NEXT RUN:   " cat-next-run-date
               IF cat-promoted-version IS NUMERIC
                       AND cat-promoted-version IS GREATER THAN 0 THEN
                   DISPLAY "PROMOTED:   V" cat-promoted-version
                       " ON " cat-promoted-date " BY "
                       cat-promoted-by
               ELSE
                   DISPLAY "PROMOTED:   NEVER"
               END-IF
               PERFORM CHECK-PRED-COUNT
               PERFORM DISPLAY-ONE-PREDECESSOR VARYING pred-idx
                   FROM 1 BY 1
                   UNTIL pred-idx IS GREATER THAN cat-pred-count
           END-IF.

           DISPLAY-ONE-PREDECESSOR.
           DISPLAY "RUNS AFTER: " cat-predecessor(pred-idx).

           CLEAR-ONE-PREDECESSOR.
           MOVE SPACES TO cat-predecessor(pred-idx).

           CHECK-PRED-COUNT.
      * An entry written before dependencies were carried has no
      * count at all - it has no predecessors.
           IF cat-pred-count IS NOT NUMERIC
                   OR cat-pred-count IS GREATER THAN 5 THEN
               MOVE 0 TO cat-pred-count
               PERFORM CLEAR-ONE-PREDECESSOR VARYING pred-idx
                   FROM 1 BY 1 UNTIL pred-idx IS GREATER THAN 5
           END-IF.

           ADD-DEPENDENCY.
      * DEP names one script that must run ahead of this one. The
      * predecessor must itself be registered, and the new link must
      * not close a loop back to this script - schedgen could never
      * order such a chain.
           MOVE trn-script-id TO cat-script-id.
           READ catalog-file.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NOT ON CATALOG: " trn-script-id
               ADD 1 TO error-count
           ELSE
               IF trn-pred-id IS EQUAL TO SPACES
                       OR trn-pred-id IS EQUAL TO trn-script-id THEN
                   DISPLAY "INVALID PREDECESSOR '" trn-pred-id
                       "' FOR " trn-script-id
                   ADD 1 TO error-count
               ELSE
                   MOVE trn-pred-id TO cat-script-id
                   READ catalog-file
                   IF ws-catalog-status IS NOT EQUAL TO "00" THEN
                       DISPLAY "PREDECESSOR NOT ON CATALOG: "
                           trn-pred-id
                       ADD 1 TO error-count
                   ELSE
                       PERFORM CHECK-DEPENDENCY-CYCLE
                       IF cycle-found THEN
                           DISPLAY "DEPENDENCY ON " trn-pred-id
                               " WOULD CLOSE A CYCLE BACK TO "
                               trn-script-id
                           ADD 1 TO error-count
                       ELSE
                           PERFORM LINK-PREDECESSOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

           LINK-PREDECESSOR.
           MOVE trn-script-id TO cat-script-id.
           READ catalog-file.
           PERFORM CHECK-PRED-COUNT.
           PERFORM FIND-PREDECESSOR.
           IF found-pred IS NOT EQUAL TO 0 THEN
               DISPLAY "ALREADY RUNS AFTER " trn-pred-id ": "
                   trn-script-id
               ADD 1 TO error-count
           ELSE
               IF cat-pred-count IS NOT LESS THAN 5 THEN
                   DISPLAY "PREDECESSOR LIST FULL FOR "
                       trn-script-id
                   ADD 1 TO error-count
               ELSE
                   ADD 1 TO cat-pred-count
                   MOVE trn-pred-id TO cat-predecessor(cat-pred-count)
                   REWRITE catalog-record
                   IF ws-catalog-status IS NOT EQUAL TO "00" THEN
                       DISPLAY "DEPENDENCY FAILED FOR " trn-script-id
                           " - STATUS " ws-catalog-status
                       ADD 1 TO error-count
                   END-IF
               END-IF
           END-IF.

           FIND-PREDECESSOR.
           MOVE 0 TO found-pred.
           PERFORM MATCH-ONE-PREDECESSOR VARYING pred-idx
               FROM 1 BY 1
               UNTIL pred-idx IS GREATER THAN cat-pred-count
                   OR found-pred IS NOT EQUAL TO 0.

           MATCH-ONE-PREDECESSOR.
           IF cat-predecessor(pred-idx) IS EQUAL TO trn-pred-id THEN
               MOVE pred-idx TO found-pred
           END-IF.

           CHECK-DEPENDENCY-CYCLE.
      * Walk backwards from the new predecessor through every script
      * it waits on, and theirs in turn. Reaching this script means
      * the link would make it wait on itself.
           MOVE 0 TO cycle-state.
           MOVE 1 TO walk-count.
           MOVE trn-pred-id TO walk-id(1).
           PERFORM WALK-ONE-SCRIPT VARYING walk-idx FROM 1 BY 1
               UNTIL walk-idx IS GREATER THAN walk-count
                   OR cycle-found.

           WALK-ONE-SCRIPT.
           MOVE walk-id(walk-idx) TO cat-script-id.
           READ catalog-file.
           IF ws-catalog-status IS EQUAL TO "00" THEN
               PERFORM CHECK-PRED-COUNT
               PERFORM QUEUE-ONE-PREDECESSOR VARYING pred-idx
                   FROM 1 BY 1
                   UNTIL pred-idx IS GREATER THAN cat-pred-count
                       OR cycle-found
           END-IF.

           QUEUE-ONE-PREDECESSOR.
           IF cat-predecessor(pred-idx) IS EQUAL TO trn-script-id THEN
               SET cycle-found TO TRUE
           ELSE
               MOVE 0 TO walk-found
               PERFORM MATCH-ONE-WALK-ENTRY VARYING walk-search
                   FROM 1 BY 1
                   UNTIL walk-search IS GREATER THAN walk-count
                       OR walk-found IS NOT EQUAL TO 0
               IF walk-found IS EQUAL TO 0
                       AND walk-count IS LESS THAN 1000 THEN
                   ADD 1 TO walk-count
                   MOVE cat-predecessor(pred-idx)
                       TO walk-id(walk-count)
               END-IF
           END-IF.

           MATCH-ONE-WALK-ENTRY.
           IF walk-id(walk-search) IS EQUAL TO
                   cat-predecessor(pred-idx) THEN
               MOVE walk-search TO walk-found
           END-IF.

           DROP-DEPENDENCY.
      * DRP takes one predecessor off the list; the rest close up so
      * the list stays contiguous.
           MOVE trn-script-id TO cat-script-id.
           READ catalog-file.
           IF ws-catalog-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NOT ON CATALOG: " trn-script-id
               ADD 1 TO error-count
           ELSE
               PERFORM CHECK-PRED-COUNT
               PERFORM FIND-PREDECESSOR
               IF found-pred IS EQUAL TO 0 THEN
                   DISPLAY "DOES NOT RUN AFTER " trn-pred-id ": "
                       trn-script-id
                   ADD 1 TO error-count
               ELSE
                   PERFORM CLOSE-UP-ONE-PREDECESSOR VARYING pred-idx
                       FROM found-pred BY 1
                       UNTIL pred-idx IS NOT LESS THAN cat-pred-count
                   MOVE SPACES TO cat-predecessor(cat-pred-count)
                   SUBTRACT 1 FROM cat-pred-count
                   REWRITE catalog-record
                   IF ws-catalog-status IS NOT EQUAL TO "00" THEN
                       DISPLAY "DEPENDENCY DROP FAILED FOR "
                           trn-script-id " - STATUS "
                           ws-catalog-status
                       ADD 1 TO error-count
                   END-IF
               END-IF
           END-IF.

           CLOSE-UP-ONE-PREDECESSOR.
           MOVE cat-predecessor(pred-idx + 1)
               TO cat-predecessor(pred-idx).

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
           MOVE 'catmaint' TO aud-program.
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
