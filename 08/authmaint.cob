       IDENTIFICATION DIVISION.
       PROGRAM-ID. authmaint.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT trans-file ASSIGN TO DYNAMIC ws-trans-file
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT authority-file ASSIGN TO 'opauth'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           01 ws-trans-state PIC 9.
               88 trans-done VALUE 1.
      * One transaction per line: a 3-char action, the operator ID
      * it applies to, then the 3-char function code from opfunc.cpy.
      * GRT grants the function, RVK revokes it, INQ lists what the
      * operator holds and needs no function. An operator may only
      * grant or revoke a function they hold themselves - except on
      * the run that finds the authority file empty, which is how
      * the first holders get on to it.
           01 ws-trans-line.
               05 trn-action      PIC X(3).
               05 FILLER          PIC X.
               05 trn-operator    PIC X(8).
               05 FILLER          PIC X.
               05 trn-function    PIC X(3).
           01 ws-current-date PIC 9(8).
           01 trans-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 error-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 refused-count PIC 9(5) USAGE IS COMP VALUE 0.
           01 fn-idx PIC 9 USAGE IS COMP.
           01 ws-bootstrap PIC 9 VALUE 0.
               88 bootstrap-run VALUE 1.
           01 trans-fail PIC 9.
               88 trans-bad VALUE 1.

       PROCEDURE DIVISION.
           PERFORM GET-TRANS-FILE-NAME.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM OPEN-AUTHORITY-FILE.
           OPEN INPUT trans-file.
           MOVE 0 TO ws-trans-state.
           PERFORM APPLY-ONE-TRANS UNTIL trans-done.
           CLOSE trans-file.
           CLOSE authority-file.
           DISPLAY trans-count " TRANSACTION(S) READ, "
               error-count " ERROR(S), "
               refused-count " REFUSED".
           MOVE 0 TO RETURN-CODE.
           IF error-count IS GREATER THAN 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF refused-count IS GREATER THAN 0 THEN
               MOVE 20 TO RETURN-CODE
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
               MOVE 'authtrans' TO ws-trans-file
           END-IF.

           OPEN-AUTHORITY-FILE.
           OPEN I-O authority-file.
           IF ws-authority-status IS EQUAL TO "35" THEN
      * First use on this system - create an empty file rather
      * than make the operator prime it by hand.
               OPEN OUTPUT authority-file
               CLOSE authority-file
               OPEN I-O authority-file
           END-IF.
           IF ws-authority-status IS NOT EQUAL TO "00" THEN
               DISPLAY "CANNOT OPEN OPERATOR AUTHORITY FILE - STATUS "
                   ws-authority-status
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           READ authority-file NEXT
               AT END SET bootstrap-run TO TRUE
           END-READ.
           IF bootstrap-run THEN
               DISPLAY "OPERATOR AUTHORITY FILE IS EMPTY - GRANTS "
                   "ACCEPTED FROM " ws-operator " THIS RUN"
           END-IF.

           APPLY-ONE-TRANS.
           READ trans-file INTO ws-trans-line
               AT END MOVE 1 TO ws-trans-state
           END-READ.
           IF NOT trans-done
               ADD 1 TO trans-count
               IF trn-action IS EQUAL TO 'INQ' THEN
                   PERFORM INQUIRE-OPERATOR
               ELSE
                   IF trn-action IS EQUAL TO 'GRT'
                           OR trn-action IS EQUAL TO 'RVK' THEN
                       PERFORM FIND-FUNCTION-CODE
                       IF NOT trans-bad
                           PERFORM CHECK-GRANTOR
                       END-IF
                       IF NOT trans-bad
                           PERFORM SET-AUTHORITY
                       END-IF
                   ELSE
                       DISPLAY "UNRECOGNIZED ACTION '"
                           trn-action "' FOR "
                           trn-operator
                       ADD 1 TO error-count
                   END-IF
               END-IF
           END-IF.

           FIND-FUNCTION-CODE.
           MOVE 0 TO trans-fail.
           MOVE 0 TO auth-request.
           PERFORM MATCH-FUNCTION-CODE VARYING fn-idx FROM 1 BY 1
               UNTIL fn-idx IS GREATER THAN 7.
           IF auth-request IS EQUAL TO 0 THEN
               DISPLAY "UNRECOGNIZED FUNCTION '" trn-function
                   "' FOR " trn-operator
               ADD 1 TO error-count
               SET trans-bad TO TRUE
           ELSE
               IF trn-operator IS EQUAL TO SPACES THEN
                   DISPLAY "NO OPERATOR GIVEN FOR " trn-action
                   ADD 1 TO error-count
                   SET trans-bad TO TRUE
               END-IF
           END-IF.

           MATCH-FUNCTION-CODE.
           IF auth-function-code(fn-idx) IS EQUAL TO trn-function THEN
               MOVE fn-idx TO auth-request
           END-IF.

           CHECK-GRANTOR.
      * Checked against the file as it stands, so a grant made
      * earlier in the same run counts for the transactions after
      * it.
           MOVE 0 TO auth-result.
           IF bootstrap-run THEN
               SET operator-authorized TO TRUE
           ELSE
               MOVE ws-operator TO opa-operator
               READ authority-file
               IF ws-authority-status IS EQUAL TO "00" THEN
                   IF opa-granted(auth-request) THEN
                       SET operator-authorized TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               ADD 1 TO refused-count
               SET trans-bad TO TRUE
           END-IF.

           SET-AUTHORITY.
           MOVE trn-operator TO opa-operator.
           READ authority-file.
           IF ws-authority-status IS NOT EQUAL TO "00" THEN
               IF trn-action IS EQUAL TO 'RVK' THEN
                   DISPLAY "NOT ON AUTHORITY FILE: " trn-operator
                   ADD 1 TO error-count
               ELSE
                   MOVE trn-operator TO opa-operator
                   PERFORM CLEAR-ONE-AUTHORITY VARYING fn-idx
                       FROM 1 BY 1 UNTIL fn-idx IS GREATER THAN 7
                   PERFORM STAMP-AUTHORITY
                   WRITE authority-record
                   PERFORM CHECK-AUTHORITY-WRITE
               END-IF
           ELSE
               IF trn-action IS EQUAL TO 'RVK'
                       AND NOT opa-granted(auth-request) THEN
                   DISPLAY trn-operator " DOES NOT HOLD "
                       auth-function-name(auth-request)
                   ADD 1 TO error-count
               ELSE
                   PERFORM STAMP-AUTHORITY
                   REWRITE authority-record
                   PERFORM CHECK-AUTHORITY-WRITE
               END-IF
           END-IF.

           CLEAR-ONE-AUTHORITY.
           SET opa-revoked(fn-idx) TO TRUE.
           MOVE 0 TO opa-auth-date(fn-idx).
           MOVE SPACES TO opa-auth-by(fn-idx).

           STAMP-AUTHORITY.
           IF trn-action IS EQUAL TO 'GRT' THEN
               SET opa-granted(auth-request) TO TRUE
           ELSE
               SET opa-revoked(auth-request) TO TRUE
           END-IF.
           MOVE ws-current-date TO opa-auth-date(auth-request).
           MOVE ws-operator TO opa-auth-by(auth-request).

           CHECK-AUTHORITY-WRITE.
           IF ws-authority-status IS NOT EQUAL TO "00" THEN
               DISPLAY trn-action " FAILED FOR " trn-operator
                   " - STATUS " ws-authority-status
               ADD 1 TO error-count
           END-IF.

           INQUIRE-OPERATOR.
           MOVE trn-operator TO opa-operator.
           READ authority-file.
           IF ws-authority-status IS NOT EQUAL TO "00" THEN
               DISPLAY "NOT ON AUTHORITY FILE: " trn-operator
               ADD 1 TO error-count
           ELSE
               DISPLAY "OPERATOR:    " opa-operator
               PERFORM DISPLAY-ONE-AUTHORITY VARYING fn-idx
                   FROM 1 BY 1 UNTIL fn-idx IS GREATER THAN 7
           END-IF.

           DISPLAY-ONE-AUTHORITY.
           IF opa-granted(fn-idx) THEN
               DISPLAY "  " auth-function-name(fn-idx) " HELD SINCE "
                   opa-auth-date(fn-idx) " BY " opa-auth-by(fn-idx)
           ELSE
               IF opa-auth-date(fn-idx) IS GREATER THAN 0 THEN
                   DISPLAY "  " auth-function-name(fn-idx)
                       " REVOKED " opa-auth-date(fn-idx) " BY "
                       opa-auth-by(fn-idx)
               END-IF
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
           MOVE 'authmain' TO lck-program.
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
           MOVE 'authmain' TO aud-program.
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
