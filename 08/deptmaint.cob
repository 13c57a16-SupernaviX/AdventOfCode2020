       IDENTIFICATION DIVISION.
       PROGRAM-ID. deptmaint.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT trans-file ASSIGN TO DYNAMIC ws-trans-file
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT department-file ASSIGN TO 'deptmast'
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

       DATA DIVISION.
           FILE SECTION.
           FD trans-file.
           01 trans-record PIC X(80).

           FD department-file.
           COPY "deptmast.cpy".

           FD authority-file.
           COPY "opauth.cpy".

           FD audit-file.
           COPY "auditlog.cpy".

           FD lock-file.
           COPY "runlock.cpy".

           WORKING-STORAGE SECTION.
           01 ws-lock-status PIC XX.
           01 ws-lock-state PIC 9.
               88 lock-free VALUE 1.
           01 ws-lock-override PIC X VALUE SPACE.
               88 lock-override VALUE 'Y'.
           01 ws-stale-mins PIC 9(5) USAGE IS COMP VALUE 120.
           01 ws-stale-mins-raw PIC X(8).
           01 lock-today-int PIC 9(8) USAGE IS COMP.
           01 lock-held-int PIC 9(8) USAGE IS COMP.
           01 lock-held-mins PIC S9(8) USAGE IS COMP.
           01 ws-lock-now-date PIC 9(8).
           01 ws-lock-now-time PIC X(8).
           01 ws-authority-status PIC XX.
           01 ws-refused-date PIC 9(8).
           01 ws-refused-time PIC X(8).
           COPY "opfunc.cpy".
           01 ws-operator PIC X(8).
           01 ws-trans-file PIC X(100).
           01 ws-department-status PIC XX.
           01 ws-trans-state PIC 9.
               88 trans-done VALUE 1.
      * One transaction per line: a 3-char action, the department
      * code, then the fields an ADD or CHG carries. RET marks the
      * department inactive and REI brings it back; neither deletes
      * anything, so catalog entries that still point at a retired
      * code show up on catorph instead of vanishing. INQ uses the
      * code alone.
           01 ws-trans-line.
               05 trn-action      PIC X(3).
               05 FILLER          PIC X.
               05 trn-dept-code   PIC X(8).
               05 FILLER          PIC X.
               05 trn-full-name   PIC X(30).
               05 FILLER          PIC X.
               05 trn-manager     PIC X(20).
               05 FILLER          PIC X.
               05 trn-cost-center PIC X(8).
           01 ws-current-date PIC 9(8).
           01 trans-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 error-count PIC 9(5) USAGE IS COMP VALUE 0.

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
           PERFORM OPEN-DEPARTMENT-MASTER.
           OPEN INPUT trans-file.
           MOVE 0 TO ws-trans-state.
           PERFORM APPLY-ONE-TRANS UNTIL trans-done.
           CLOSE trans-file.
           CLOSE department-file.
           DISPLAY trans-count " TRANSACTION(S) READ, "
               error-count " ERROR(S)".
           IF error-count IS GREATER THAN 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.

           GET-TRANS-FILE-NAME.
           MOVE SPACES TO ws-trans-file.
           ACCEPT ws-trans-file FROM COMMAND-LINE.
           IF ws-trans-file IS EQUAL TO SPACES THEN
               ACCEPT ws-trans-file FROM ENVIRONMENT "TRANS_FILE"
           END-IF.
           IF ws-trans-file IS EQUAL TO SPACES THEN
               MOVE 'depttrans' TO ws-trans-file
           END-IF.

           OPEN-DEPARTMENT-MASTER.
           OPEN I-O department-file.
           IF ws-department-status IS EQUAL TO "35" THEN
      * First use on this system - create an empty master rather
      * than make the operator prime the file by hand.
               OPEN OUTPUT department-file
               CLOSE department-file
               OPEN I-O department-file
           END-IF.
           IF ws-department-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN DEPARTMENT MASTER - STATUS "
                   ws-department-status
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           APPLY-ONE-TRANS.
           READ trans-file INTO ws-trans-line
               AT END MOVE 1 TO ws-trans-state
           END-READ.
           IF NOT trans-done
               ADD 1 TO trans-count
               IF trn-action IS EQUAL TO 'ADD' THEN
                   PERFORM ADD-DEPARTMENT
               ELSE
                   IF trn-action IS EQUAL TO 'CHG' THEN
                       PERFORM CHANGE-DEPARTMENT
                   ELSE
                       IF trn-action IS EQUAL TO 'RET' THEN
                           PERFORM RETIRE-DEPARTMENT
                       ELSE
                           IF trn-action IS EQUAL TO 'REI' THEN
                               PERFORM REINSTATE-DEPARTMENT
                           ELSE
                               IF trn-action IS EQUAL TO 'INQ' THEN
                                   PERFORM INQUIRE-DEPARTMENT
                               ELSE
                                   DISPLAY "UNRECOGNIZED ACTION '"
                                       trn-action "' FOR "
                                       trn-dept-code
                                   ADD 1 TO error-count
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           ADD-DEPARTMENT.
      * A department nobody answers for is the problem this file
      * exists to fix, so ADD insists on a name and a manager.
           IF trn-dept-code IS EQUAL TO SPACES
                   OR trn-full-name IS EQUAL TO SPACES
                   OR trn-manager IS EQUAL TO SPACES THEN
               DISPLAY "ADD NEEDS CODE, NAME AND MANAGER: "
                   trn-dept-code
               ADD 1 TO error-count
           ELSE
               MOVE trn-dept-code TO dmt-dept-code
               READ department-file
               IF ws-department-status IS EQUAL TO "00" THEN
                   DISPLAY "ALREADY ON DEPARTMENT MASTER: "
                       trn-dept-code
                   ADD 1 TO error-count
               ELSE
                   MOVE trn-dept-code TO dmt-dept-code
                   MOVE trn-full-name TO dmt-full-name
                   MOVE trn-manager TO dmt-manager
                   MOVE trn-cost-center TO dmt-cost-center
                   SET dmt-active TO TRUE
                   MOVE ws-current-date TO dmt-date-added
                   MOVE ws-current-date TO dmt-date-changed
                   MOVE ws-operator TO dmt-changed-by
                   WRITE department-record
                   IF ws-department-status IS NOT EQUAL TO "00" THEN
                       DISPLAY "ADD FAILED FOR " trn-dept-code
                           " - STATUS " ws-department-status
                       ADD 1 TO error-count
                   END-IF
               END-IF
           END-IF.

           CHANGE-DEPARTMENT.
           MOVE trn-dept-code TO dmt-dept-code.
           READ department-file.
           IF ws-department-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NOT ON DEPARTMENT MASTER: " trn-dept-code
               ADD 1 TO error-count
           ELSE
      * Only the fields the transaction actually carries are changed -
      * a blank name, manager or cost center means "leave it alone".
               IF trn-full-name IS NOT EQUAL TO SPACES THEN
                   MOVE trn-full-name TO dmt-full-name
               END-IF
               IF trn-manager IS NOT EQUAL TO SPACES THEN
                   MOVE trn-manager TO dmt-manager
               END-IF
               IF trn-cost-center IS NOT EQUAL TO SPACES THEN
                   MOVE trn-cost-center TO dmt-cost-center
               END-IF
               PERFORM REWRITE-DEPARTMENT
           END-IF.

           RETIRE-DEPARTMENT.
           MOVE trn-dept-code TO dmt-dept-code.
           READ department-file.
           IF ws-department-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NOT ON DEPARTMENT MASTER: " trn-dept-code
               ADD 1 TO error-count
           ELSE
               SET dmt-inactive TO TRUE
               PERFORM REWRITE-DEPARTMENT
           END-IF.

           REINSTATE-DEPARTMENT.
           MOVE trn-dept-code TO dmt-dept-code.
           READ department-file.
           IF ws-department-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NOT ON DEPARTMENT MASTER: " trn-dept-code
               ADD 1 TO error-count
           ELSE
               SET dmt-active TO TRUE
               PERFORM REWRITE-DEPARTMENT
           END-IF.

           REWRITE-DEPARTMENT.
           MOVE ws-current-date TO dmt-date-changed.
           MOVE ws-operator TO dmt-changed-by.
           REWRITE department-record.
           IF ws-department-status IS NOT EQUAL TO "00" THEN
               DISPLAY trn-action " FAILED FOR " trn-dept-code
                   " - STATUS " ws-department-status
               ADD 1 TO error-count
           END-IF.

           INQUIRE-DEPARTMENT.
           MOVE trn-dept-code TO dmt-dept-code.
           READ department-file.
           IF ws-department-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NOT ON DEPARTMENT MASTER: " trn-dept-code
               ADD 1 TO error-count
           ELSE
               DISPLAY "DEPARTMENT:  " dmt-dept-code
               DISPLAY "NAME:        " dmt-full-name
               DISPLAY "MANAGER:     " dmt-manager
               DISPLAY "COST CENTER: " dmt-cost-center
               DISPLAY "ACTIVE:      " dmt-active-flag
               DISPLAY "ADDED:       " dmt-date-added
               DISPLAY "CHANGED:     " dmt-date-changed " BY "
                   dmt-changed-by
           END-IF.

           GET-OPERATOR-ID.
           MOVE SPACES TO ws-operator.
           ACCEPT ws-operator FROM ENVIRONMENT "USER".
           IF ws-operator IS EQUAL TO SPACES THEN
               ACCEPT ws-operator FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF ws-operator IS EQUAL TO SPACES THEN
               MOVE 'UNKNOWN ' TO ws-operator
           END-IF.

           ACQUIRE-RUN-LOCK.
      * One run at a time across the suite - the shared catalog,
      * history and audit files have no record locking, so the lock
      * is claimed before any of them is touched. A lock older than
      * LOCK_STALE_MINS minutes (default 120) was left by an abend
      * and is taken over with a console note; LOCK_OVERRIDE=Y is
      * the operator override for everything else.
           PERFORM GET-OPERATOR-ID.
           ACCEPT ws-lock-override FROM ENVIRONMENT "LOCK_OVERRIDE".
           MOVE SPACES TO ws-stale-mins-raw.
           ACCEPT ws-stale-mins-raw FROM ENVIRONMENT
               "LOCK_STALE_MINS".
           IF ws-stale-mins-raw IS NOT EQUAL TO SPACES
                   AND FUNCTION TEST-NUMVAL(ws-stale-mins-raw)
                       IS EQUAL TO 0 THEN
               COMPUTE ws-stale-mins =
                   FUNCTION NUMVAL(ws-stale-mins-raw)
           END-IF.
           MOVE 0 TO ws-lock-state.
           OPEN INPUT lock-file.
           READ lock-file
               AT END SET lock-free TO TRUE
           END-READ.
           CLOSE lock-file.
           IF NOT lock-free THEN
               PERFORM CHECK-LOCK-STALE
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
               ELSE
                   DISPLAY "RESOURCE HELD BY " lck-operator "/"
                       lck-program " SINCE " lck-date " " lck-time
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT lock-file.
           MOVE SPACES TO lock-record.
           MOVE ws-operator TO lck-operator.
           MOVE 'deptmain' TO lck-program.
           ACCEPT ws-lock-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-lock-now-time FROM TIME.
           MOVE ws-lock-now-date TO lck-date.
           MOVE ws-lock-now-time(1:6) TO lck-time.
           WRITE lock-record.
           CLOSE lock-file.

           CHECK-LOCK-STALE.
      * Held-time spans midnight via day arithmetic, so an
      * overnight batch's lock is not mistaken for a dead one at
      * one minute past twelve.
           ACCEPT ws-lock-now-date FROM DATE YYYYMMDD.
           ACCEPT ws-lock-now-time FROM TIME.
           COMPUTE lock-today-int =
               FUNCTION INTEGER-OF-DATE(ws-lock-now-date).
           COMPUTE lock-held-int =
               FUNCTION INTEGER-OF-DATE(lck-date).
           COMPUTE lock-held-mins =
               (lock-today-int - lock-held-int) * 1440
               + FUNCTION NUMVAL(ws-lock-now-time(1:2)) * 60
               + FUNCTION NUMVAL(ws-lock-now-time(3:2))
               - lck-time-hh * 60 - lck-time-mm.
           IF lock-held-mins IS GREATER THAN ws-stale-mins THEN
               DISPLAY "STALE LOCK HELD BY " lck-operator "/"
                   lck-program " SINCE " lck-date " " lck-time
                   " - TAKEN OVER"
               SET lock-free TO TRUE
           END-IF.

           RELEASE-RUN-LOCK.
      * Truncate rather than delete - an empty lock file reads as
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
           MOVE 'deptmain' TO aud-program.
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
