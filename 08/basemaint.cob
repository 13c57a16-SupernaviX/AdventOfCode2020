               ACCESS MODE IS RANDOM
               RECORD KEY IS cat-script-id
               FILE STATUS IS ws-catalog-status.
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
           01 ws-trans-file PIC X(100).
           01 ws-baseline-status PIC XX.
           01 ws-catalog-status PIC XX.
           PERFORM GET-TRANS-FILE-NAME.
           ACCEPT ws-current-date FROM DATE YYYYMMDD.
           PERFORM GET-OPERATOR-ID.
           SET auth-baseline-approve TO TRUE.
           PERFORM CHECK-AUTHORITY.
           IF NOT operator-authorized THEN
               PERFORM LOG-REFUSED-ATTEMPT
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-RUN-LOCK.
           PERFORM OPEN-BASELINE.
           PERFORM OPEN-CATALOG.
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
           MOVE 'basemain' TO aud-program.
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
